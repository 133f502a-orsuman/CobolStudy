000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     CALBLD.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-07.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-07 KT   ORIGINAL PROGRAM - PROCESSING CALENDAR BUILD   *
001200*                 AND VALIDATION.  A PARAMETER CARD (CALPARM)    *
001300*                 SELECTS THE MODE.  BUILD (B) COPIES THE        *
001400*                 EXISTING CALENDAR, CURRENT FLAG AND ALL, TO    *
001500*                 CALNEW AND APPENDS EVERY DATE OF THE YEAR ON   *
001600*                 THE CARD - SATURDAYS AND SUNDAYS MARKED W, THE *
001700*                 DATES ON THE HOLIDAY CARD FILE (CALHOL) MARKED *
001800*                 H, THE REST B.  A NEW CALENDAR WITH NO CURRENT *
001900*                 FLAG TO CARRY GETS ONE ON ITS FIRST BUSINESS   *
002000*                 DAY.  VALIDATE (V, OR NO CARD) ONLY CHECKS THE *
002100*                 CALENDAR.  EITHER WAY THE RESULTING CALENDAR   *
002200*                 IS PROVED - EXACTLY ONE CURRENT FLAG, VALID    *
002300*                 ASCENDING DATES WITH NO GAPS, A VALID DAY TYPE *
002400*                 ON EVERY RECORD - AND A WARNING PRINTS WHEN    *
002500*                 FEWER THAN 30 BUSINESS DAYS REMAIN AFTER THE   *
002600*                 CURRENT DATE, SO THE CALENDAR IS EXTENDED      *
002700*                 BEFORE CALADV RUNS OUT.  THE JOB STREAM        *
002800*                 REPLACES CALENDAR WITH CALNEW ONLY AFTER A     *
002900*                 BUILD THAT ENDS UNDER RETURN CODE 8.           *
003000******************************************************************
003100 ENVIRONMENT     DIVISION.
003200 INPUT-OUTPUT    SECTION.
003300 FILE-CONTROL.
003400     SELECT PARM-FILE      ASSIGN TO "CALPARM"
003500                         ORGANIZATION IS SEQUENTIAL
003600                         FILE STATUS IS WS-PARM-FILE-STATUS.
003700     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
003800                         ORGANIZATION IS SEQUENTIAL
003900                         FILE STATUS IS WS-CAL-FILE-STATUS.
004000     SELECT HOLIDAY-FILE   ASSIGN TO "CALHOL"
004100                         ORGANIZATION IS SEQUENTIAL
004200                         FILE STATUS IS WS-HOL-FILE-STATUS.
004300     SELECT CALENDAR-NEW-FILE ASSIGN TO "CALNEW"
004400                         ORGANIZATION IS SEQUENTIAL
004500                         FILE STATUS IS WS-CNW-FILE-STATUS.
004600     SELECT BUILD-REPORT-FILE ASSIGN TO "CALBRPT"
004700                         ORGANIZATION IS SEQUENTIAL
004800                         FILE STATUS IS WS-RPT-FILE-STATUS.
004900 DATA            DIVISION.
005000 FILE            SECTION.
005100 FD  PARM-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  PARM-RECORD                 PIC X(80).
005400 FD  CALENDAR-FILE
005500     LABEL RECORDS ARE STANDARD.
005600     COPY CALREC.
005700 FD  HOLIDAY-FILE
005800     LABEL RECORDS ARE STANDARD.
005900 01  HOLIDAY-RECORD.
006000     03  HOL-DATE                PIC X(08).
006100     03  HOL-DATE-N REDEFINES HOL-DATE
006200                                 PIC 9(08).
006300     03  FILLER                  PIC X(01).
006400     03  HOL-DESCRIPTION         PIC X(30).
006500     03  FILLER                  PIC X(41).
006600 FD  CALENDAR-NEW-FILE
006700     LABEL RECORDS ARE STANDARD.
006800           COPY CALREC REPLACING
006900               ==CALENDAR-RECORD== BY ==CALENDAR-NEW-RECORD==
007000               LEADING ==CAL-== BY ==CNW-==.
007100 FD  BUILD-REPORT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 133 CHARACTERS.
007400 01  BUILD-REPORT-RECORD PIC X(133).
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
007700         03  WS-CAL-EOF-SWITCH   PIC X(01)   VALUE "N".
007800             88  END-OF-CALENDAR              VALUE "Y".
007900             88  NOT-END-OF-CALENDAR          VALUE "N".
008000         03  WS-HOL-EOF-SWITCH   PIC X(01)   VALUE "N".
008100             88  END-OF-HOLIDAYS              VALUE "Y".
008200         03  WS-CAL-PRESENT-SWITCH
008300                                 PIC X(01)   VALUE "Y".
008400             88  CALENDAR-PRESENT             VALUE "Y".
008500             88  CALENDAR-ABSENT              VALUE "N".
008600         03  WS-FLAG-CARRIED-SWITCH
008700                                 PIC X(01)   VALUE "N".
008800             88  CURRENT-FLAG-CARRIED         VALUE "Y".
008900         03  WS-FIRST-RECORD-SWITCH
009000                                 PIC X(01)   VALUE "Y".
009100             88  FIRST-CALENDAR-RECORD        VALUE "Y".
009200             88  NOT-FIRST-CALENDAR-RECORD    VALUE "N".
009300         03  WS-CURRENT-SEEN-SWITCH
009400                                 PIC X(01)   VALUE "N".
009500             88  CURRENT-DATE-SEEN            VALUE "Y".
009600         03  WS-DATE-VALID-SWITCH
009700                                 PIC X(01)   VALUE "N".
009800             88  DATE-IS-VALID                VALUE "Y".
009900             88  DATE-NOT-VALID               VALUE "N".
010000         03  WS-HOLIDAY-SWITCH   PIC X(01)   VALUE "N".
010100             88  DATE-IS-HOLIDAY              VALUE "Y".
010200             88  DATE-NOT-HOLIDAY             VALUE "N".
010300 01  WS-FILE-STATUS-FIELDS.
010400         03  WS-PARM-FILE-STATUS PIC X(02)   VALUE "00".
010500         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
010600         03  WS-HOL-FILE-STATUS  PIC X(02)   VALUE "00".
010700         03  WS-CNW-FILE-STATUS  PIC X(02)   VALUE "00".
010800         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
010900 01  WS-IO-ERROR-FIELDS.
011000         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
011100         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
011200 01  WS-PARM-CARD.
011300         03  PRM-MODE            PIC X(01)   VALUE "V".
011400             88  PRM-BUILD                    VALUE "B".
011500             88  PRM-VALIDATE                 VALUE "V" " ".
011600         03  PRM-YEAR            PIC X(04)   VALUE SPACES.
011700         03  PRM-YEAR-N REDEFINES PRM-YEAR
011800                                 PIC 9(04).
011900         03  FILLER              PIC X(75)   VALUE SPACES.
012000*
012100*    THE RECORD UNDER VALIDATION - EACH CALENDAR RECORD READ OR
012200*    WRITTEN IS MOVED HERE BEFORE IT IS PROVED.
012300*
012400     COPY CALREC REPLACING
012500         ==CALENDAR-RECORD== BY ==WS-VAL-RECORD==
012600         LEADING ==CAL-== BY ==VAL-==.
012700 01  WS-MONTH-DAYS-DATA.
012800         03  FILLER              PIC X(24)
012900             VALUE "312831303130313130313031".
013000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
013100         03  WS-MONTH-DAYS-ENTRY PIC 9(02)   OCCURS 12 TIMES.
013200 01  WS-HOLIDAY-TABLE.
013300         03  WS-HOL-ENTRY        OCCURS 60 TIMES.
013400             05  WS-HOL-TBL-DATE PIC 9(08).
013500             05  WS-HOL-TBL-DESC PIC X(30).
013600 01  WS-HOLIDAY-CONTROLS.
013700         03  WS-HOL-COUNT        PIC 9(03) COMP  VALUE ZERO.
013800         03  WS-HOL-MAX          PIC 9(03) COMP  VALUE 60.
013900         03  WS-HOL-SUB          PIC 9(03) COMP  VALUE ZERO.
014000         03  WS-HOL-DESC         PIC X(30)       VALUE SPACES.
014100*
014200*    DATE ARITHMETIC WORK AREAS - A DATE UNDER TEST, THE DAY
014300*    AFTER THE PREVIOUS RECORD, AND THE DATE BEING GENERATED.
014400*
014500 01  WS-TEST-DATE.
014600         03  WS-TST-YYYY         PIC 9(04).
014700         03  WS-TST-MM           PIC 9(02).
014800         03  WS-TST-DD           PIC 9(02).
014900 01  WS-TEST-DATE-N REDEFINES WS-TEST-DATE
015000                                 PIC 9(08).
015100 01  WS-NEXT-DATE.
015200         03  WS-NXT-YYYY         PIC 9(04).
015300         03  WS-NXT-MM           PIC 9(02).
015400         03  WS-NXT-DD           PIC 9(02).
015500 01  WS-NEXT-DATE-N REDEFINES WS-NEXT-DATE
015600                                 PIC 9(08).
015700 01  WS-GEN-DATE.
015800         03  WS-GEN-YYYY         PIC 9(04).
015900         03  WS-GEN-MM           PIC 9(02).
016000         03  WS-GEN-DD           PIC 9(02).
016100 01  WS-GEN-DATE-N REDEFINES WS-GEN-DATE
016200                                 PIC 9(08).
016300 01  WS-DATE-WORK-FIELDS.
016400         03  WS-YEAR-START       PIC 9(08)       VALUE ZERO.
016500         03  WS-PREV-DATE        PIC 9(08)       VALUE ZERO.
016600         03  WS-FIRST-DATE       PIC 9(08)       VALUE ZERO.
016700         03  WS-CURRENT-DATE     PIC 9(08)       VALUE ZERO.
016800         03  WS-LEAP-YEAR        PIC 9(04)       VALUE ZERO.
016900         03  WS-MONTH-LIMIT      PIC 9(02)       VALUE ZERO.
017000         03  WS-PRIOR-YEAR       PIC 9(04)       VALUE ZERO.
017100         03  WS-DAY-OF-WEEK      PIC 9(01)       VALUE ZERO.
017200             88  SATURDAY-OR-SUNDAY           VALUE 0 6.
017300         03  WS-QUOTIENT         PIC 9(06) COMP  VALUE ZERO.
017400         03  WS-REM-4            PIC 9(03) COMP  VALUE ZERO.
017500         03  WS-REM-100          PIC 9(03) COMP  VALUE ZERO.
017600         03  WS-REM-400          PIC 9(03) COMP  VALUE ZERO.
017700         03  WS-DOW-SUM          PIC 9(05) COMP  VALUE ZERO.
017800 01  WS-WORK-COUNTS.
017900         03  WS-COPIED-COUNT     PIC 9(05) COMP  VALUE ZERO.
018000         03  WS-GENERATED-COUNT  PIC 9(05) COMP  VALUE ZERO.
018100         03  WS-RECORD-COUNT     PIC 9(05) COMP  VALUE ZERO.
018200         03  WS-BUSINESS-COUNT   PIC 9(05) COMP  VALUE ZERO.
018300         03  WS-WEEKEND-COUNT    PIC 9(05) COMP  VALUE ZERO.
018400         03  WS-HOLIDAY-COUNT    PIC 9(05) COMP  VALUE ZERO.
018500         03  WS-CURRENT-COUNT    PIC 9(05) COMP  VALUE ZERO.
018600         03  WS-REMAINING-COUNT  PIC 9(05) COMP  VALUE ZERO.
018700         03  WS-ERROR-COUNT      PIC 9(05) COMP  VALUE ZERO.
018800         03  WS-WARNING-COUNT    PIC 9(05) COMP  VALUE ZERO.
018900         03  WS-MIN-REMAINING    PIC 9(05) COMP  VALUE 30.
019000 01  WS-REPORT-CONTROLS.
019100         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
019200         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
019300         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
019400 01  WS-PRINT-LINE.
019500         03  WS-PRINT-TEXT       PIC X(133).
019600 01  WS-MESSAGE-TEXT             PIC X(60)       VALUE SPACES.
019700 01  WS-RUN-DATE.
019800         03  WS-RUN-YYYY         PIC 9(04).
019900         03  WS-RUN-MM           PIC 9(02).
020000         03  WS-RUN-DD           PIC 9(02).
020100 01  WS-RUN-TIME.
020200         03  WS-RUN-HH           PIC 9(02).
020300         03  WS-RUN-MIN          PIC 9(02).
020400         03  WS-RUN-SS           PIC 9(02).
020500         03  WS-RUN-HUN          PIC 9(02).
020600 01  WS-HDG-DATE.
020700         03  WS-HD-YYYY          PIC 9(04).
020800         03  FILLER              PIC X(01)  VALUE "-".
020900         03  WS-HD-MM            PIC 9(02).
021000         03  FILLER              PIC X(01)  VALUE "-".
021100         03  WS-HD-DD            PIC 9(02).
021200 01  WS-HDG-TIME.
021300         03  WS-HT-HH            PIC 9(02).
021400         03  FILLER              PIC X(01)  VALUE ":".
021500         03  WS-HT-MIN           PIC 9(02).
021600         03  FILLER              PIC X(01)  VALUE ":".
021700         03  WS-HT-SS            PIC 9(02).
021800 01  WS-DATE-EDIT.
021900         03  WS-DE-YYYY          PIC 9(04).
022000         03  FILLER              PIC X(01)  VALUE "-".
022100         03  WS-DE-MM            PIC 9(02).
022200         03  FILLER              PIC X(01)  VALUE "-".
022300         03  WS-DE-DD            PIC 9(02).
022400 01  WS-DETAIL-FIELDS.
022500         03  WS-HDG-PAGE-DISP    PIC ZZ9.
022600         03  WS-MODE-NAME        PIC X(20)  VALUE SPACES.
022700         03  WS-DSP-DATE         PIC X(10)  VALUE SPACES.
022800         03  WS-DSP-FIRST        PIC X(10)  VALUE SPACES.
022900         03  WS-DSP-LAST         PIC X(10)  VALUE SPACES.
023000         03  WS-DSP-CURRENT      PIC X(10)  VALUE SPACES.
023100         03  WS-DSP-COUNT        PIC ZZZZ9.
023200         03  WS-DSP-LABEL        PIC X(30)  VALUE SPACES.
023300 PROCEDURE       DIVISION.
023400******************************************************************
023500* 0000-MAIN-PROCEDURE                                           *
023600*     CONTROLS OVERALL FLOW - INITIALIZE, BUILD THE NEW YEAR    *
023700*     ONTO THE CALENDAR OR VALIDATE THE CALENDAR AS IT STANDS,  *
023800*     THEN TERMINATE.                                           *
023900******************************************************************
024000 0000-MAIN-PROCEDURE.
024100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024200     IF PRM-BUILD
024300         PERFORM 2000-BUILD-CALENDAR THRU 2000-EXIT
024400     ELSE
024500         PERFORM 3000-VALIDATE-CALENDAR THRU 3000-EXIT
024600     END-IF.
024700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024800     STOP RUN.
024900 0000-MAIN-EXIT.
025000     EXIT.
025100******************************************************************
025200* 1000-INITIALIZE                                               *
025300*     CAPTURES THE RUN DATE/TIME, READS THE PARAMETER CARD,     *
025400*     AND OPENS THE REPORT.  NO PARAMETER CARD MEANS VALIDATE   *
025500*     ONLY.  AN UNKNOWN MODE, OR A BUILD WITHOUT A NUMERIC      *
025600*     YEAR, ENDS THE RUN WITH RETURN CODE 16 BEFORE ANYTHING    *
025700*     IS WRITTEN.                                               *
025800******************************************************************
025900 1000-INITIALIZE.
026000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026100     ACCEPT WS-RUN-TIME FROM TIME.
026200     OPEN INPUT PARM-FILE.
026300     IF WS-PARM-FILE-STATUS = "00"
026400         READ PARM-FILE INTO WS-PARM-CARD
026500             AT END
026600                 MOVE "V" TO PRM-MODE
026700         END-READ
026800         IF WS-PARM-FILE-STATUS NOT = "00"
026900             AND WS-PARM-FILE-STATUS NOT = "10"
027000             MOVE "CALPARM" TO WS-IOERR-FILE-NAME
027100             MOVE WS-PARM-FILE-STATUS TO WS-IOERR-STATUS
027200             PERFORM 9900-IO-ERROR THRU 9900-EXIT
027300         END-IF
027400         CLOSE PARM-FILE
027500     END-IF.
027600     IF NOT PRM-BUILD AND NOT PRM-VALIDATE
027700         DISPLAY "CALBLD - PARAMETER MODE " PRM-MODE
027800             " IS NOT B OR V - RUN ENDED"
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200     IF PRM-BUILD
028300         IF PRM-YEAR NOT NUMERIC
028400             OR PRM-YEAR-N < 1901
028500             DISPLAY "CALBLD - BUILD YEAR " PRM-YEAR
028600                 " IS NOT A VALID YEAR - RUN ENDED"
028700             MOVE 16 TO RETURN-CODE
028800             STOP RUN
028900         END-IF
029000         MOVE "BUILD AND VALIDATE" TO WS-MODE-NAME
029100         MOVE PRM-YEAR-N TO WS-GEN-YYYY
029200         MOVE 1 TO WS-GEN-MM
029300         MOVE 1 TO WS-GEN-DD
029400         MOVE WS-GEN-DATE-N TO WS-YEAR-START
029500     ELSE
029600         MOVE "VALIDATE ONLY" TO WS-MODE-NAME
029700     END-IF.
029800     OPEN OUTPUT BUILD-REPORT-FILE.
029900     IF WS-RPT-FILE-STATUS NOT = "00"
030000         MOVE "CALBRPT" TO WS-IOERR-FILE-NAME
030100         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
030200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
030300     END-IF.
030400     PERFORM 8000-WRITE-REPORT-HEADING THRU 8000-EXIT.
030500 1000-EXIT.
030600     EXIT.
030700******************************************************************
030800* 2000-BUILD-CALENDAR                                           *
030900*     LOADS THE HOLIDAY CARDS, COPIES THE EXISTING CALENDAR TO  *
031000*     CALNEW UNCHANGED (THE CURRENT FLAG CARRIES FORWARD WITH   *
031100*     IT), THEN APPENDS THE NEW YEAR.  THE EXISTING CALENDAR    *
031200*     MUST END BEFORE THE NEW YEAR BEGINS; ONE THAT ALREADY     *
031300*     REACHES INTO IT ENDS THE RUN WITH RETURN CODE 16.  NO     *
031400*     CALENDAR AT ALL STARTS A NEW ONE.                         *
031500******************************************************************
031600 2000-BUILD-CALENDAR.
031700     PERFORM 2100-LOAD-HOLIDAYS THRU 2100-EXIT.
031800     OPEN INPUT CALENDAR-FILE.
031900     IF WS-CAL-FILE-STATUS = "35"
032000         SET CALENDAR-ABSENT TO TRUE
032100         SET END-OF-CALENDAR TO TRUE
032200         MOVE SPACES TO WS-PRINT-LINE
032300         STRING "NO EXISTING CALENDAR - A NEW CALENDAR IS "
032400                "STARTED"    DELIMITED BY SIZE
032500             INTO WS-PRINT-TEXT
032600         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
032700     ELSE
032800         IF WS-CAL-FILE-STATUS NOT = "00"
032900             MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
033000             MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
033100             PERFORM 9900-IO-ERROR THRU 9900-EXIT
033200         END-IF
033300     END-IF.
033400     OPEN OUTPUT CALENDAR-NEW-FILE.
033500     IF WS-CNW-FILE-STATUS NOT = "00"
033600         MOVE "CALNEW" TO WS-IOERR-FILE-NAME
033700         MOVE WS-CNW-FILE-STATUS TO WS-IOERR-STATUS
033800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
033900     END-IF.
034000     PERFORM 2200-COPY-CALENDAR-RECORD THRU 2200-EXIT
034100         UNTIL END-OF-CALENDAR.
034200     IF CALENDAR-PRESENT
034300         CLOSE CALENDAR-FILE
034400     END-IF.
034500     IF WS-PREV-DATE NOT < WS-YEAR-START
034600         DISPLAY "CALBLD - EXISTING CALENDAR ALREADY REACHES "
034700             WS-PREV-DATE " - YEAR " PRM-YEAR " NOT BUILT"
034800         MOVE SPACES TO WS-PRINT-LINE
034900         STRING "*** EXISTING CALENDAR ALREADY REACHES INTO "
035000                "THE BUILD YEAR - YEAR NOT BUILT ***"
035100                             DELIMITED BY SIZE
035200             INTO WS-PRINT-TEXT
035300         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
035400         CLOSE CALENDAR-NEW-FILE
035500         CLOSE BUILD-REPORT-FILE
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     PERFORM 2300-START-NEW-YEAR THRU 2300-EXIT.
036000     PERFORM 2400-GENERATE-DAY THRU 2400-EXIT
036100         UNTIL WS-GEN-YYYY NOT = PRM-YEAR-N.
036200     CLOSE CALENDAR-NEW-FILE.
036300     PERFORM 5900-FINISH-VALIDATION THRU 5900-EXIT.
036400 2000-EXIT.
036500     EXIT.
036600******************************************************************
036700* 2100-LOAD-HOLIDAYS                                            *
036800*     READS THE HOLIDAY CARDS INTO THE HOLIDAY TABLE.  A CARD   *
036900*     WHOSE DATE IS NOT A VALID DATE IN THE BUILD YEAR, OR      *
037000*     THAT FINDS THE TABLE FULL, PRINTS AS A WARNING AND IS     *
037100*     IGNORED.  NO HOLIDAY FILE MEANS A YEAR WITH NO HOLIDAYS,  *
037200*     ALSO WITH A WARNING.                                      *
037300******************************************************************
037400 2100-LOAD-HOLIDAYS.
037500     OPEN INPUT HOLIDAY-FILE.
037600     IF WS-HOL-FILE-STATUS = "35"
037700         MOVE "NO HOLIDAY FILE - NO HOLIDAYS MARKED"
037800             TO WS-MESSAGE-TEXT
037900         PERFORM 5700-REPORT-WARNING THRU 5700-EXIT
038000         GO TO 2100-EXIT
038100     END-IF.
038200     IF WS-HOL-FILE-STATUS NOT = "00"
038300         MOVE "CALHOL" TO WS-IOERR-FILE-NAME
038400         MOVE WS-HOL-FILE-STATUS TO WS-IOERR-STATUS
038500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
038600     END-IF.
038700     PERFORM 2110-READ-HOLIDAY-CARD THRU 2110-EXIT
038800         UNTIL END-OF-HOLIDAYS.
038900     CLOSE HOLIDAY-FILE.
039000 2100-EXIT.
039100     EXIT.
039200******************************************************************
039300* 2110-READ-HOLIDAY-CARD                                        *
039400*     READS ONE HOLIDAY CARD AND ADDS ITS DATE TO THE TABLE IF  *
039500*     IT PASSES THE EDITS.                                      *
039600******************************************************************
039700 2110-READ-HOLIDAY-CARD.
039800     READ HOLIDAY-FILE
039900         AT END
040000             SET END-OF-HOLIDAYS TO TRUE
040100     END-READ.
040200     IF WS-HOL-FILE-STATUS NOT = "00"
040300         AND WS-HOL-FILE-STATUS NOT = "10"
040400         MOVE "CALHOL" TO WS-IOERR-FILE-NAME
040500         MOVE WS-HOL-FILE-STATUS TO WS-IOERR-STATUS
040600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
040700     END-IF.
040800     IF END-OF-HOLIDAYS
040900         GO TO 2110-EXIT
041000     END-IF.
041100     SET DATE-NOT-VALID TO TRUE.
041200     IF HOL-DATE NUMERIC
041300         MOVE HOL-DATE-N TO WS-TEST-DATE-N
041400         PERFORM 7000-CHECK-DATE THRU 7000-EXIT
041500     END-IF.
041600     IF DATE-NOT-VALID
041700         OR WS-TST-YYYY NOT = PRM-YEAR-N
041800         MOVE SPACES TO WS-MESSAGE-TEXT
041900         STRING "HOLIDAY CARD " DELIMITED BY SIZE
042000                HOL-DATE        DELIMITED BY SIZE
042100                " NOT A DATE IN THE BUILD YEAR - IGNORED"
042200                                DELIMITED BY SIZE
042300             INTO WS-MESSAGE-TEXT
042400         PERFORM 5700-REPORT-WARNING THRU 5700-EXIT
042500         GO TO 2110-EXIT
042600     END-IF.
042700     IF WS-HOL-COUNT NOT < WS-HOL-MAX
042800         MOVE SPACES TO WS-MESSAGE-TEXT
042900         STRING "HOLIDAY TABLE FULL - CARD " DELIMITED BY SIZE
043000                HOL-DATE        DELIMITED BY SIZE
043100                " IGNORED"      DELIMITED BY SIZE
043200             INTO WS-MESSAGE-TEXT
043300         PERFORM 5700-REPORT-WARNING THRU 5700-EXIT
043400         GO TO 2110-EXIT
043500     END-IF.
043600     ADD 1 TO WS-HOL-COUNT.
043700     MOVE HOL-DATE-N      TO WS-HOL-TBL-DATE (WS-HOL-COUNT).
043800     MOVE HOL-DESCRIPTION TO WS-HOL-TBL-DESC (WS-HOL-COUNT).
043900 2110-EXIT.
044000     EXIT.
044100******************************************************************
044200* 2200-COPY-CALENDAR-RECORD                                     *
044300*     COPIES ONE EXISTING CALENDAR RECORD TO CALNEW UNCHANGED   *
044400*     AND PROVES IT.  A CURRENT FLAG ON THE EXISTING CALENDAR   *
044500*     IS CARRIED FORWARD AS IT STANDS.                          *
044600******************************************************************
044700 2200-COPY-CALENDAR-RECORD.
044800     READ CALENDAR-FILE
044900         AT END
045000             SET END-OF-CALENDAR TO TRUE
045100     END-READ.
045200     IF WS-CAL-FILE-STATUS NOT = "00"
045300         AND WS-CAL-FILE-STATUS NOT = "10"
045400         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
045500         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
045600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
045700     END-IF.
045800     IF END-OF-CALENDAR
045900         GO TO 2200-EXIT
046000     END-IF.
046100     IF CAL-CURRENT-DATE
046200         SET CURRENT-FLAG-CARRIED TO TRUE
046300     END-IF.
046400     MOVE CALENDAR-RECORD TO CALENDAR-NEW-RECORD.
046500     PERFORM 2500-WRITE-NEW-RECORD THRU 2500-EXIT.
046600     ADD 1 TO WS-COPIED-COUNT.
046700 2200-EXIT.
046800     EXIT.
046900******************************************************************
047000* 2300-START-NEW-YEAR                                           *
047100*     SETS THE GENERATOR TO JANUARY 1 OF THE BUILD YEAR AND     *
047200*     WORKS OUT ITS DAY OF THE WEEK (0 SUNDAY THROUGH 6         *
047300*     SATURDAY) FROM THE YEAR BEFORE - 1 + 5 X (Y MOD 4) + 4 X  *
047400*     (Y MOD 100) + 6 X (Y MOD 400), MODULO 7.                  *
047500******************************************************************
047600 2300-START-NEW-YEAR.
047700     MOVE WS-YEAR-START TO WS-GEN-DATE-N.
047800     SUBTRACT 1 FROM PRM-YEAR-N GIVING WS-PRIOR-YEAR.
047900     DIVIDE WS-PRIOR-YEAR BY 4   GIVING WS-QUOTIENT
048000         REMAINDER WS-REM-4.
048100     DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-QUOTIENT
048200         REMAINDER WS-REM-100.
048300     DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-QUOTIENT
048400         REMAINDER WS-REM-400.
048500     COMPUTE WS-DOW-SUM = 1 + (5 * WS-REM-4) + (4 * WS-REM-100)
048600                           + (6 * WS-REM-400).
048700     DIVIDE WS-DOW-SUM BY 7 GIVING WS-QUOTIENT
048800         REMAINDER WS-DAY-OF-WEEK.
048900 2300-EXIT.
049000     EXIT.
049100******************************************************************
049200* 2400-GENERATE-DAY                                             *
049300*     GENERATES THE CALENDAR RECORD FOR ONE DATE OF THE BUILD   *
049400*     YEAR - W ON A SATURDAY OR SUNDAY, H ON A HOLIDAY CARD     *
049500*     DATE, B OTHERWISE - WRITES IT, AND STEPS TO THE NEXT      *
049600*     DATE AND WEEKDAY.  A NEW CALENDAR, WITH NOTHING COPIED    *
049700*     AND SO NO FLAG TO CARRY, TAKES ITS CURRENT FLAG ON THE    *
049800*     FIRST BUSINESS DAY GENERATED.                             *
049900******************************************************************
050000 2400-GENERATE-DAY.
050100     MOVE SPACES TO CALENDAR-NEW-RECORD.
050200     MOVE WS-GEN-DATE-N TO CNW-DATE.
050300     PERFORM 2450-CHECK-HOLIDAY THRU 2450-EXIT.
050400     EVALUATE TRUE
050500         WHEN DATE-IS-HOLIDAY
050600             MOVE "H" TO CNW-DAY-TYPE
050700             PERFORM 2460-REPORT-HOLIDAY THRU 2460-EXIT
050800         WHEN SATURDAY-OR-SUNDAY
050900             MOVE "W" TO CNW-DAY-TYPE
051000         WHEN OTHER
051100             MOVE "B" TO CNW-DAY-TYPE
051200     END-EVALUATE.
051300     IF WS-COPIED-COUNT = ZERO
051400         AND NOT CURRENT-FLAG-CARRIED
051500         AND CNW-BUSINESS-DAY
051600         MOVE "C" TO CNW-CURRENT-FLAG
051700         SET CURRENT-FLAG-CARRIED TO TRUE
051800     END-IF.
051900     PERFORM 2500-WRITE-NEW-RECORD THRU 2500-EXIT.
052000     ADD 1 TO WS-GENERATED-COUNT.
052100     MOVE WS-GEN-DATE TO WS-TEST-DATE.
052200     PERFORM 6000-NEXT-DATE THRU 6000-EXIT.
052300     MOVE WS-NEXT-DATE TO WS-GEN-DATE.
052400     ADD 1 TO WS-DAY-OF-WEEK.
052500     IF WS-DAY-OF-WEEK > 6
052600         MOVE ZERO TO WS-DAY-OF-WEEK
052700     END-IF.
052800 2400-EXIT.
052900     EXIT.
053000******************************************************************
053100* 2450-CHECK-HOLIDAY                                            *
053200*     SEARCHES THE HOLIDAY TABLE FOR THE DATE BEING GENERATED.  *
053300******************************************************************
053400 2450-CHECK-HOLIDAY.
053500     SET DATE-NOT-HOLIDAY TO TRUE.
053600     PERFORM 2455-COMPARE-HOLIDAY THRU 2455-EXIT
053700         VARYING WS-HOL-SUB FROM 1 BY 1
053800         UNTIL WS-HOL-SUB > WS-HOL-COUNT
053900             OR DATE-IS-HOLIDAY.
054000 2450-EXIT.
054100     EXIT.
054200******************************************************************
054300* 2455-COMPARE-HOLIDAY                                          *
054400*     COMPARES ONE HOLIDAY TABLE ENTRY WITH THE DATE BEING      *
054500*     GENERATED.                                                *
054600******************************************************************
054700 2455-COMPARE-HOLIDAY.
054800     IF WS-HOL-TBL-DATE (WS-HOL-SUB) = WS-GEN-DATE-N
054900         SET DATE-IS-HOLIDAY TO TRUE
055000         MOVE WS-HOL-TBL-DESC (WS-HOL-SUB) TO WS-HOL-DESC
055100     END-IF.
055200 2455-EXIT.
055300     EXIT.
055400******************************************************************
055500* 2460-REPORT-HOLIDAY                                           *
055600*     LISTS A HOLIDAY MARKED ON THE NEW YEAR, NOTING ONE THAT   *
055700*     FALLS ON A WEEKEND (IT IS MARKED H ALL THE SAME).         *
055800******************************************************************
055900 2460-REPORT-HOLIDAY.
056000     MOVE WS-GEN-DATE-N TO WS-TEST-DATE-N.
056100     PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
056200     MOVE SPACES TO WS-PRINT-LINE.
056300     IF SATURDAY-OR-SUNDAY
056400         STRING "HOLIDAY    " DELIMITED BY SIZE
056500                WS-DSP-DATE   DELIMITED BY SIZE
056600                "  "          DELIMITED BY SIZE
056700                WS-HOL-DESC   DELIMITED BY SIZE
056800                "  (FALLS ON A WEEKEND)" DELIMITED BY SIZE
056900             INTO WS-PRINT-TEXT
057000     ELSE
057100         STRING "HOLIDAY    " DELIMITED BY SIZE
057200                WS-DSP-DATE   DELIMITED BY SIZE
057300                "  "          DELIMITED BY SIZE
057400                WS-HOL-DESC   DELIMITED BY SIZE
057500             INTO WS-PRINT-TEXT
057600     END-IF.
057700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
057800 2460-EXIT.
057900     EXIT.
058000******************************************************************
058100* 2500-WRITE-NEW-RECORD                                         *
058200*     WRITES ONE RECORD TO CALNEW AND PROVES IT AS PART OF THE  *
058300*     NEW CALENDAR.                                             *
058400******************************************************************
058500 2500-WRITE-NEW-RECORD.
058600     WRITE CALENDAR-NEW-RECORD.
058700     IF WS-CNW-FILE-STATUS NOT = "00"
058800         MOVE "CALNEW" TO WS-IOERR-FILE-NAME
058900         MOVE WS-CNW-FILE-STATUS TO WS-IOERR-STATUS
059000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
059100     END-IF.
059200     MOVE CALENDAR-NEW-RECORD TO WS-VAL-RECORD.
059300     PERFORM 5000-VALIDATE-RECORD THRU 5000-EXIT.
059400 2500-EXIT.
059500     EXIT.
059600******************************************************************
059700* 3000-VALIDATE-CALENDAR                                        *
059800*     PROVES THE CALENDAR AS IT STANDS, RECORD BY RECORD, THEN  *
059900*     THE WHOLE-FILE CHECKS.  NO CALENDAR AT ALL IS AN I/O      *
060000*     ERROR.                                                    *
060100******************************************************************
060200 3000-VALIDATE-CALENDAR.
060300     OPEN INPUT CALENDAR-FILE.
060400     IF WS-CAL-FILE-STATUS NOT = "00"
060500         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
060600         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
060700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
060800     END-IF.
060900     PERFORM 3100-READ-CALENDAR-RECORD THRU 3100-EXIT
061000         UNTIL END-OF-CALENDAR.
061100     CLOSE CALENDAR-FILE.
061200     PERFORM 5900-FINISH-VALIDATION THRU 5900-EXIT.
061300 3000-EXIT.
061400     EXIT.
061500******************************************************************
061600* 3100-READ-CALENDAR-RECORD                                     *
061700*     READS ONE CALENDAR RECORD AND PROVES IT.                  *
061800******************************************************************
061900 3100-READ-CALENDAR-RECORD.
062000     READ CALENDAR-FILE
062100         AT END
062200             SET END-OF-CALENDAR TO TRUE
062300         NOT AT END
062400             MOVE CALENDAR-RECORD TO WS-VAL-RECORD
062500             PERFORM 5000-VALIDATE-RECORD THRU 5000-EXIT
062600     END-READ.
062700     IF WS-CAL-FILE-STATUS NOT = "00"
062800         AND WS-CAL-FILE-STATUS NOT = "10"
062900         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
063000         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
063100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
063200     END-IF.
063300 3100-EXIT.
063400     EXIT.
063500******************************************************************
063600* 5000-VALIDATE-RECORD                                          *
063700*     PROVES ONE CALENDAR RECORD (IN WS-VAL-RECORD) - A VALID   *
063800*     DATE, THE DAY AFTER THE PREVIOUS RECORD'S (AN EARLIER OR  *
063900*     REPEATED DATE IS OUT OF SEQUENCE, A LATER ONE LEAVES A    *
064000*     GAP), A DAY TYPE OF B, H, OR W, AND A CURRENT FLAG OF C   *
064100*     OR BLANK.  COUNTS THE DAY TYPES, THE CURRENT FLAGS, AND   *
064200*     THE BUSINESS DAYS AFTER THE CURRENT DATE.                 *
064300******************************************************************
064400 5000-VALIDATE-RECORD.
064500     ADD 1 TO WS-RECORD-COUNT.
064600     SET DATE-NOT-VALID TO TRUE.
064700     IF VAL-DATE NUMERIC
064800         MOVE VAL-DATE TO WS-TEST-DATE-N
064900         PERFORM 7000-CHECK-DATE THRU 7000-EXIT
065000     END-IF.
065100     IF DATE-NOT-VALID
065200         MOVE "DATE IS NOT A VALID CALENDAR DATE"
065300             TO WS-MESSAGE-TEXT
065400         PERFORM 5600-REPORT-ERROR THRU 5600-EXIT
065500         GO TO 5000-CHECK-TYPE
065600     END-IF.
065700     IF FIRST-CALENDAR-RECORD
065800         SET NOT-FIRST-CALENDAR-RECORD TO TRUE
065900         MOVE VAL-DATE TO WS-FIRST-DATE
066000         MOVE VAL-DATE TO WS-PREV-DATE
066100         GO TO 5000-CHECK-TYPE
066200     END-IF.
066300     IF VAL-DATE NOT > WS-PREV-DATE
066400         MOVE "DATE OUT OF SEQUENCE OR REPEATED"
066500             TO WS-MESSAGE-TEXT
066600         PERFORM 5600-REPORT-ERROR THRU 5600-EXIT
066700         GO TO 5000-CHECK-TYPE
066800     END-IF.
066900     MOVE WS-PREV-DATE TO WS-TEST-DATE-N.
067000     PERFORM 6000-NEXT-DATE THRU 6000-EXIT.
067100     IF VAL-DATE NOT = WS-NEXT-DATE-N
067200         MOVE WS-NEXT-DATE-N TO WS-TEST-DATE-N
067300         PERFORM 7500-EDIT-DATE THRU 7500-EXIT
067400         MOVE SPACES TO WS-MESSAGE-TEXT
067500         STRING "GAP IN DATES - MISSING FROM " DELIMITED BY SIZE
067600                WS-DSP-DATE                    DELIMITED BY SIZE
067700             INTO WS-MESSAGE-TEXT
067800         PERFORM 5600-REPORT-ERROR THRU 5600-EXIT
067900     END-IF.
068000     MOVE VAL-DATE TO WS-PREV-DATE.
068100 5000-CHECK-TYPE.
068200     EVALUATE TRUE
068300         WHEN VAL-BUSINESS-DAY
068400             ADD 1 TO WS-BUSINESS-COUNT
068500             IF CURRENT-DATE-SEEN
068600                 ADD 1 TO WS-REMAINING-COUNT
068700             END-IF
068800         WHEN VAL-WEEKEND
068900             ADD 1 TO WS-WEEKEND-COUNT
069000         WHEN VAL-HOLIDAY
069100             ADD 1 TO WS-HOLIDAY-COUNT
069200         WHEN OTHER
069300             MOVE "DAY TYPE IS NOT B, H, OR W" TO WS-MESSAGE-TEXT
069400             PERFORM 5600-REPORT-ERROR THRU 5600-EXIT
069500     END-EVALUATE.
069600     IF VAL-CURRENT-DATE
069700         ADD 1 TO WS-CURRENT-COUNT
069800         SET CURRENT-DATE-SEEN TO TRUE
069900         MOVE VAL-DATE TO WS-CURRENT-DATE
070000         IF NOT VAL-BUSINESS-DAY
070100             MOVE "CURRENT FLAG IS ON A NON-BUSINESS DAY"
070200                 TO WS-MESSAGE-TEXT
070300             PERFORM 5600-REPORT-ERROR THRU 5600-EXIT
070400         END-IF
070500     ELSE
070600         IF VAL-CURRENT-FLAG NOT = SPACE
070700             MOVE "CURRENT FLAG IS NOT C OR BLANK"
070800                 TO WS-MESSAGE-TEXT
070900             PERFORM 5600-REPORT-ERROR THRU 5600-EXIT
071000         END-IF
071100     END-IF.
071200 5000-EXIT.
071300     EXIT.
071400******************************************************************
071500* 5600-REPORT-ERROR                                             *
071600*     LISTS A CALENDAR ERROR AGAINST THE RECORD UNDER           *
071700*     VALIDATION.                                               *
071800******************************************************************
071900 5600-REPORT-ERROR.
072000     ADD 1 TO WS-ERROR-COUNT.
072100     MOVE SPACES TO WS-PRINT-LINE.
072200     STRING "*** ERROR  RECORD " DELIMITED BY SIZE
072300            VAL-DATE             DELIMITED BY SIZE
072400            VAL-DAY-TYPE         DELIMITED BY SIZE
072500            VAL-CURRENT-FLAG     DELIMITED BY SIZE
072600            "  "                 DELIMITED BY SIZE
072700            WS-MESSAGE-TEXT      DELIMITED BY SIZE
072800         INTO WS-PRINT-TEXT.
072900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
073000 5600-EXIT.
073100     EXIT.
073200******************************************************************
073300* 5700-REPORT-WARNING                                           *
073400*     LISTS A WARNING - THE CALENDAR IS USABLE BUT NEEDS        *
073500*     ATTENTION.                                                *
073600******************************************************************
073700 5700-REPORT-WARNING.
073800     ADD 1 TO WS-WARNING-COUNT.
073900     MOVE SPACES TO WS-PRINT-LINE.
074000     STRING "*** WARNING  " DELIMITED BY SIZE
074100            WS-MESSAGE-TEXT DELIMITED BY SIZE
074200         INTO WS-PRINT-TEXT.
074300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
074400 5700-EXIT.
074500     EXIT.
074600******************************************************************
074700* 5900-FINISH-VALIDATION                                        *
074800*     THE WHOLE-FILE CHECKS ONCE EVERY RECORD HAS BEEN PROVED   *
074900*     - AN EMPTY CALENDAR, NO CURRENT FLAG, OR MORE THAN ONE    *
075000*     IS AN ERROR; FEWER THAN 30 BUSINESS DAYS AFTER THE        *
075100*     CURRENT DATE IS A WARNING - THEN THE CALENDAR SUMMARY.    *
075200******************************************************************
075300 5900-FINISH-VALIDATION.
075400     IF WS-RECORD-COUNT = ZERO
075500         MOVE SPACES TO WS-PRINT-LINE
075600         STRING "*** ERROR  CALENDAR IS EMPTY" DELIMITED BY SIZE
075700             INTO WS-PRINT-TEXT
075800         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
075900         ADD 1 TO WS-ERROR-COUNT
076000     END-IF.
076100     IF WS-CURRENT-COUNT = ZERO
076200         MOVE SPACES TO WS-PRINT-LINE
076300         STRING "*** ERROR  NO RECORD CARRIES THE CURRENT FLAG"
076400                             DELIMITED BY SIZE
076500             INTO WS-PRINT-TEXT
076600         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
076700         ADD 1 TO WS-ERROR-COUNT
076800     END-IF.
076900     IF WS-CURRENT-COUNT > 1
077000         MOVE WS-CURRENT-COUNT TO WS-DSP-COUNT
077100         MOVE SPACES TO WS-PRINT-LINE
077200         STRING "*** ERROR  " DELIMITED BY SIZE
077300                WS-DSP-COUNT  DELIMITED BY SIZE
077400                " RECORDS CARRY THE CURRENT FLAG - EXACTLY ONE "
077500                "MUST"        DELIMITED BY SIZE
077600             INTO WS-PRINT-TEXT
077700         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
077800         ADD 1 TO WS-ERROR-COUNT
077900     END-IF.
078000     IF WS-CURRENT-COUNT = 1
078100         AND WS-REMAINING-COUNT < WS-MIN-REMAINING
078200         MOVE WS-REMAINING-COUNT TO WS-DSP-COUNT
078300         MOVE SPACES TO WS-MESSAGE-TEXT
078400         STRING "ONLY " DELIMITED BY SIZE
078500                WS-DSP-COUNT DELIMITED BY SIZE
078600                " BUSINESS DAYS LEFT - EXTEND THE CALENDAR"
078700                             DELIMITED BY SIZE
078800             INTO WS-MESSAGE-TEXT
078900         PERFORM 5700-REPORT-WARNING THRU 5700-EXIT
079000         DISPLAY "CALBLD - " WS-MESSAGE-TEXT
079100     END-IF.
079200     PERFORM 5950-PRINT-SUMMARY THRU 5950-EXIT.
079300 5900-EXIT.
079400     EXIT.
079500******************************************************************
079600* 5950-PRINT-SUMMARY                                            *
079700*     PRINTS THE CALENDAR SUMMARY - DATE RANGE, CURRENT         *
079800*     BUSINESS DATE, RECORD COUNTS BY DAY TYPE, BUSINESS DAYS   *
079900*     REMAINING, AND, ON A BUILD, RECORDS COPIED AND            *
080000*     GENERATED.                                                *
080100******************************************************************
080200 5950-PRINT-SUMMARY.
080300     MOVE WS-FIRST-DATE TO WS-TEST-DATE-N.
080400     PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
080500     MOVE WS-DSP-DATE TO WS-DSP-FIRST.
080600     MOVE WS-PREV-DATE TO WS-TEST-DATE-N.
080700     PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
080800     MOVE WS-DSP-DATE TO WS-DSP-LAST.
080900     MOVE WS-CURRENT-DATE TO WS-TEST-DATE-N.
081000     PERFORM 7500-EDIT-DATE THRU 7500-EXIT.
081100     MOVE WS-DSP-DATE TO WS-DSP-CURRENT.
081200     MOVE SPACES TO WS-PRINT-LINE.
081300     STRING "CALENDAR SUMMARY" DELIMITED BY SIZE
081400         INTO WS-PRINT-TEXT.
081500     PERFORM 8200-WRITE-REPORT-GROUP THRU 8200-EXIT.
081600     MOVE SPACES TO WS-PRINT-LINE.
081700     STRING "DATES COVERED  . . . . . . . " DELIMITED BY SIZE
081800            WS-DSP-FIRST                  DELIMITED BY SIZE
081900            " THROUGH "                   DELIMITED BY SIZE
082000            WS-DSP-LAST                   DELIMITED BY SIZE
082100         INTO WS-PRINT-TEXT.
082200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
082300     MOVE SPACES TO WS-PRINT-LINE.
082400     STRING "CURRENT BUSINESS DATE  . . . " DELIMITED BY SIZE
082500            WS-DSP-CURRENT                DELIMITED BY SIZE
082600         INTO WS-PRINT-TEXT.
082700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
082800     MOVE "RECORDS  . . . . . . . . . ." TO WS-DSP-LABEL.
082900     MOVE WS-RECORD-COUNT TO WS-DSP-COUNT.
083000     PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT.
083100     MOVE "  BUSINESS DAYS (B)  . . . ." TO WS-DSP-LABEL.
083200     MOVE WS-BUSINESS-COUNT TO WS-DSP-COUNT.
083300     PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT.
083400     MOVE "  HOLIDAYS (H) . . . . . . ." TO WS-DSP-LABEL.
083500     MOVE WS-HOLIDAY-COUNT TO WS-DSP-COUNT.
083600     PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT.
083700     MOVE "  WEEKEND DAYS (W) . . . . ." TO WS-DSP-LABEL.
083800     MOVE WS-WEEKEND-COUNT TO WS-DSP-COUNT.
083900     PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT.
084000     MOVE "BUSINESS DAYS REMAINING  . ." TO WS-DSP-LABEL.
084100     MOVE WS-REMAINING-COUNT TO WS-DSP-COUNT.
084200     PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT.
084300     IF PRM-BUILD
084400         MOVE "RECORDS COPIED . . . . . . ." TO WS-DSP-LABEL
084500         MOVE WS-COPIED-COUNT TO WS-DSP-COUNT
084600         PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT
084700         MOVE "RECORDS GENERATED  . . . . ." TO WS-DSP-LABEL
084800         MOVE WS-GENERATED-COUNT TO WS-DSP-COUNT
084900         PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT
085000     END-IF.
085100     MOVE "ERRORS . . . . . . . . . . ." TO WS-DSP-LABEL.
085200     MOVE WS-ERROR-COUNT TO WS-DSP-COUNT.
085300     PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT.
085400     MOVE "WARNINGS . . . . . . . . . ." TO WS-DSP-LABEL.
085500     MOVE WS-WARNING-COUNT TO WS-DSP-COUNT.
085600     PERFORM 5960-PRINT-COUNT-LINE THRU 5960-EXIT.
085700 5950-EXIT.
085800     EXIT.
085900******************************************************************
086000* 5960-PRINT-COUNT-LINE                                         *
086100*     PRINTS ONE LABELLED COUNT LINE OF THE SUMMARY.            *
086200******************************************************************
086300 5960-PRINT-COUNT-LINE.
086400     MOVE SPACES TO WS-PRINT-LINE.
086500     STRING WS-DSP-LABEL  DELIMITED BY SIZE
086600            " "           DELIMITED BY SIZE
086700            WS-DSP-COUNT  DELIMITED BY SIZE
086800         INTO WS-PRINT-TEXT.
086900     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
087000 5960-EXIT.
087100     EXIT.
087200******************************************************************
087300* 6000-NEXT-DATE                                                *
087400*     SETS WS-NEXT-DATE TO THE DAY AFTER THE VALID DATE IN WS-  *
087500*     TEST-DATE, ROLLING OVER THE MONTH AND YEAR.               *
087600******************************************************************
087700 6000-NEXT-DATE.
087800     MOVE WS-TEST-DATE TO WS-NEXT-DATE.
087900     PERFORM 7100-SET-MONTH-LIMIT THRU 7100-EXIT.
088000     ADD 1 TO WS-NXT-DD.
088100     IF WS-NXT-DD > WS-MONTH-LIMIT
088200         MOVE 1 TO WS-NXT-DD
088300         ADD 1 TO WS-NXT-MM
088400         IF WS-NXT-MM > 12
088500             MOVE 1 TO WS-NXT-MM
088600             ADD 1 TO WS-NXT-YYYY
088700         END-IF
088800     END-IF.
088900 6000-EXIT.
089000     EXIT.
089100******************************************************************
089200* 7000-CHECK-DATE                                               *
089300*     SETS DATE-IS-VALID WHEN WS-TEST-DATE HOLDS A REAL         *
089400*     CALENDAR DATE - A MONTH OF 1 TO 12 AND A DAY WITHIN THAT  *
089500*     MONTH, FEBRUARY 29 ONLY IN A LEAP YEAR.                   *
089600******************************************************************
089700 7000-CHECK-DATE.
089800     SET DATE-NOT-VALID TO TRUE.
089900     IF WS-TST-YYYY = ZERO
090000         OR WS-TST-MM < 1 OR WS-TST-MM > 12
090100         OR WS-TST-DD < 1
090200         GO TO 7000-EXIT
090300     END-IF.
090400     PERFORM 7100-SET-MONTH-LIMIT THRU 7100-EXIT.
090500     IF WS-TST-DD NOT > WS-MONTH-LIMIT
090600         SET DATE-IS-VALID TO TRUE
090700     END-IF.
090800 7000-EXIT.
090900     EXIT.
091000******************************************************************
091100* 7100-SET-MONTH-LIMIT                                          *
091200*     SETS WS-MONTH-LIMIT TO THE NUMBER OF DAYS IN THE MONTH    *
091300*     OF WS-TEST-DATE - FEBRUARY HAS 29 IN A YEAR DIVISIBLE BY  *
091400*     4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.            *
091500******************************************************************
091600 7100-SET-MONTH-LIMIT.
091700     MOVE WS-MONTH-DAYS-ENTRY (WS-TST-MM) TO WS-MONTH-LIMIT.
091800     IF WS-TST-MM NOT = 2
091900         GO TO 7100-EXIT
092000     END-IF.
092100     MOVE WS-TST-YYYY TO WS-LEAP-YEAR.
092200     DIVIDE WS-LEAP-YEAR BY 4   GIVING WS-QUOTIENT
092300         REMAINDER WS-REM-4.
092400     DIVIDE WS-LEAP-YEAR BY 100 GIVING WS-QUOTIENT
092500         REMAINDER WS-REM-100.
092600     DIVIDE WS-LEAP-YEAR BY 400 GIVING WS-QUOTIENT
092700         REMAINDER WS-REM-400.
092800     IF WS-REM-4 = ZERO
092900         AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
093000         MOVE 29 TO WS-MONTH-LIMIT
093100     END-IF.
093200 7100-EXIT.
093300     EXIT.
093400******************************************************************
093500* 7500-EDIT-DATE                                                *
093600*     EDITS THE YYYYMMDD DATE IN WS-TEST-DATE INTO YYYY-MM-DD   *
093700*     FORM IN WS-DSP-DATE.                                      *
093800******************************************************************
093900 7500-EDIT-DATE.
094000     MOVE WS-TST-YYYY TO WS-DE-YYYY.
094100     MOVE WS-TST-MM   TO WS-DE-MM.
094200     MOVE WS-TST-DD   TO WS-DE-DD.
094300     MOVE WS-DATE-EDIT TO WS-DSP-DATE.
094400 7500-EXIT.
094500     EXIT.
094600******************************************************************
094700* 8000-WRITE-REPORT-HEADING                                     *
094800*     WRITES THE REPORT PAGE HEADING, WITH THE RUN MODE AND     *
094900*     BUILD YEAR, AND RESETS THE LINE COUNTER FOR THE NEW       *
095000*     PAGE.                                                     *
095100******************************************************************
095200 8000-WRITE-REPORT-HEADING.
095300     ADD 1 TO WS-PAGE-NUMBER.
095400     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
095500     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
095600     MOVE WS-RUN-MM   TO WS-HD-MM.
095700     MOVE WS-RUN-DD   TO WS-HD-DD.
095800     MOVE WS-RUN-HH   TO WS-HT-HH.
095900     MOVE WS-RUN-MIN  TO WS-HT-MIN.
096000     MOVE WS-RUN-SS   TO WS-HT-SS.
096100     MOVE SPACES TO WS-PRINT-LINE.
096200     STRING "CALBLD PROCESSING CALENDAR BUILD AND VALIDATION"
096300                                 DELIMITED BY SIZE
096400            "     PAGE "         DELIMITED BY SIZE
096500            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
096600         INTO WS-PRINT-TEXT.
096700     WRITE BUILD-REPORT-RECORD FROM WS-PRINT-LINE
096800         AFTER ADVANCING PAGE.
096900     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
097000     MOVE SPACES TO WS-PRINT-LINE.
097100     STRING "RUN DATE: "    DELIMITED BY SIZE
097200            WS-HDG-DATE     DELIMITED BY SIZE
097300            "     RUN TIME: " DELIMITED BY SIZE
097400            WS-HDG-TIME     DELIMITED BY SIZE
097500            "     MODE: "   DELIMITED BY SIZE
097600            WS-MODE-NAME    DELIMITED BY SIZE
097700            "  YEAR: "      DELIMITED BY SIZE
097800            PRM-YEAR        DELIMITED BY SIZE
097900         INTO WS-PRINT-TEXT.
098000     WRITE BUILD-REPORT-RECORD FROM WS-PRINT-LINE
098100         AFTER ADVANCING 2 LINES.
098200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
098300     MOVE SPACES TO WS-PRINT-LINE.
098400     WRITE BUILD-REPORT-RECORD FROM WS-PRINT-LINE
098500         AFTER ADVANCING 1 LINE.
098600     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
098700     MOVE ZERO TO WS-LINE-COUNT.
098800 8000-EXIT.
098900     EXIT.
099000******************************************************************
099100* 8100-WRITE-REPORT-LINE                                        *
099200*     WRITES ONE REPORT LINE AND FORCES A PAGE BREAK WHEN THE   *
099300*     PAGE IS FULL.                                             *
099400******************************************************************
099500 8100-WRITE-REPORT-LINE.
099600     WRITE BUILD-REPORT-RECORD FROM WS-PRINT-LINE
099700         AFTER ADVANCING 1 LINE.
099800     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
099900     ADD 1 TO WS-LINE-COUNT.
100000     IF WS-LINE-COUNT >= WS-MAX-LINES
100100         PERFORM 8000-WRITE-REPORT-HEADING THRU 8000-EXIT
100200     END-IF.
100300 8100-EXIT.
100400     EXIT.
100500******************************************************************
100600* 8200-WRITE-REPORT-GROUP                                       *
100700*     WRITES A GROUP HEADING LINE, SPACED AWAY FROM THE         *
100800*     PRECEDING LINES, AND FORCES A PAGE BREAK WHEN THE PAGE    *
100900*     IS FULL.                                                  *
101000******************************************************************
101100 8200-WRITE-REPORT-GROUP.
101200     WRITE BUILD-REPORT-RECORD FROM WS-PRINT-LINE
101300         AFTER ADVANCING 2 LINES.
101400     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
101500     ADD 2 TO WS-LINE-COUNT.
101600     IF WS-LINE-COUNT >= WS-MAX-LINES
101700         PERFORM 8000-WRITE-REPORT-HEADING THRU 8000-EXIT
101800     END-IF.
101900 8200-EXIT.
102000     EXIT.
102100******************************************************************
102200* 8700-CHECK-REPORT-STATUS                                      *
102300*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
102400******************************************************************
102500 8700-CHECK-REPORT-STATUS.
102600     IF WS-RPT-FILE-STATUS NOT = "00"
102700         MOVE "CALBRPT" TO WS-IOERR-FILE-NAME
102800         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
102900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
103000     END-IF.
103100 8700-EXIT.
103200     EXIT.
103300******************************************************************
103400* 9000-TERMINATE                                                *
103500*     SETS THE RETURN CODE AND CLOSES THE REPORT.  RETURN CODE  *
103600*     0 IS A SOUND CALENDAR, 4 A SOUND CALENDAR WITH WARNINGS,  *
103700*     8 A CALENDAR WITH ERRORS THAT MUST NOT BE PUT INTO        *
103800*     SERVICE.                                                  *
103900******************************************************************
104000 9000-TERMINATE.
104100     MOVE SPACES TO WS-PRINT-LINE.
104200     IF WS-ERROR-COUNT > ZERO
104300         STRING "*** CALENDAR FAILED VALIDATION - DO NOT PUT IT "
104400                "INTO SERVICE ***" DELIMITED BY SIZE
104500             INTO WS-PRINT-TEXT
104600         DISPLAY "CALBLD - CALENDAR FAILED VALIDATION"
104700         MOVE 8 TO RETURN-CODE
104800     ELSE
104900         STRING "CALENDAR PASSED VALIDATION" DELIMITED BY SIZE
105000             INTO WS-PRINT-TEXT
105100         IF WS-WARNING-COUNT > ZERO
105200             MOVE 4 TO RETURN-CODE
105300         ELSE
105400             MOVE ZERO TO RETURN-CODE
105500         END-IF
105600     END-IF.
105700     PERFORM 8200-WRITE-REPORT-GROUP THRU 8200-EXIT.
105800     CLOSE BUILD-REPORT-FILE.
105900 9000-EXIT.
106000     EXIT.
106100******************************************************************
106200* 9900-IO-ERROR                                                 *
106300*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
106400*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
106500*     CODE 16.                                                  *
106600******************************************************************
106700 9900-IO-ERROR.
106800     DISPLAY "CALBLD - I/O ERROR ON " WS-IOERR-FILE-NAME
106900         " STATUS " WS-IOERR-STATUS.
107000     MOVE 16 TO RETURN-CODE.
107100     STOP RUN.
107200 9900-EXIT.
107300     EXIT.
107400 END PROGRAM CALBLD.
