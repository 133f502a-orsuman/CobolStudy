000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     BUREOD.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-14 KT   ORIGINAL PROGRAM - END-OF-DAY EXPECTED-BATCH   *
001200*                 REPORT.  TAKES THE BUSINESS DATE FROM THE      *
001300*                 PROCESSING CALENDAR, WORKS OUT ITS WEEKDAY,    *
001400*                 AND READS THE BUREAU REGISTRY (BUREAUMST) IN   *
001500*                 SOURCE ORDER.  EVERY ACTIVE BUREAU EXPECTED TO *
001600*                 SEND ON THAT WEEKDAY THAT HAD NO BATCH TAKEN   *
001700*                 BY ENZAN ON THE BUSINESS DATE IS LISTED AS     *
001800*                 MISSING (WITH ANY BATCHES ENZAN REFUSED), AND  *
001900*                 ONE WHOSE FIRST BATCH WAS READ AFTER ITS       *
002000*                 CUTOFF TIME IS LISTED AS LATE, SO THE BUREAU   *
002100*                 CAN BE CHASED BEFORE THE GL CUTOFF.            *
002200******************************************************************
002300 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
002500 FILE-CONTROL.
002600     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
002700                         ORGANIZATION IS SEQUENTIAL
002800                         FILE STATUS IS WS-CAL-FILE-STATUS.
002900     SELECT BUREAU-FILE    ASSIGN TO "BUREAUMST"
003000                         ORGANIZATION IS INDEXED
003100                         ACCESS MODE IS SEQUENTIAL
003200                         RECORD KEY IS BUR-SOURCE-ID
003300                         FILE STATUS IS WS-BUR-FILE-STATUS.
003400     SELECT REPORT-FILE    ASSIGN TO "BUREODR"
003500                         ORGANIZATION IS SEQUENTIAL
003600                         FILE STATUS IS WS-RPT-FILE-STATUS.
003700 DATA            DIVISION.
003800 FILE            SECTION.
003900 FD  CALENDAR-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY CALREC.
004200 FD  BUREAU-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY BURREC.
004500 FD  REPORT-FILE
004600     LABEL RECORDS ARE STANDARD
004700     RECORD CONTAINS 133 CHARACTERS.
004800 01  REPORT-RECORD       PIC X(133).
004900 WORKING-STORAGE SECTION.
005000 01  WS-SWITCHES.
005100         03  WS-CAL-EOF-SWITCH   PIC X(01)   VALUE "N".
005200             88  END-OF-CALENDAR              VALUE "Y".
005300         03  WS-CAL-FOUND-SWITCH PIC X(01)   VALUE "N".
005400             88  BUSINESS-DATE-FOUND          VALUE "Y".
005500         03  WS-BUR-EOF-SWITCH   PIC X(01)   VALUE "N".
005600             88  END-OF-REGISTRY              VALUE "Y".
005700         03  WS-DAY-TYPE-SWITCH  PIC X(01)   VALUE "B".
005800             88  SENDING-DAY                  VALUE "B".
005900         03  WS-FINDING-SWITCH   PIC X(01)   VALUE SPACES.
006000             88  NO-FINDING                   VALUE SPACES.
006100             88  BUREAU-MISSING               VALUE "M".
006200             88  BUREAU-LATE                  VALUE "L".
006300 01  WS-FILE-STATUS-FIELDS.
006400         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
006500         03  WS-BUR-FILE-STATUS  PIC X(02)   VALUE "00".
006600         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
006700 01  WS-IO-ERROR-FIELDS.
006800         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
006900         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
007000*
007100*    DAYS BEFORE THE FIRST OF EACH MONTH IN A COMMON YEAR - ONE
007200*    MORE FROM MARCH ON IN A LEAP YEAR.
007300*
007400 01  WS-MONTH-START-DATA.
007500         03  FILLER              PIC 9(03)  VALUE 000.
007600         03  FILLER              PIC 9(03)  VALUE 031.
007700         03  FILLER              PIC 9(03)  VALUE 059.
007800         03  FILLER              PIC 9(03)  VALUE 090.
007900         03  FILLER              PIC 9(03)  VALUE 120.
008000         03  FILLER              PIC 9(03)  VALUE 151.
008100         03  FILLER              PIC 9(03)  VALUE 181.
008200         03  FILLER              PIC 9(03)  VALUE 212.
008300         03  FILLER              PIC 9(03)  VALUE 243.
008400         03  FILLER              PIC 9(03)  VALUE 273.
008500         03  FILLER              PIC 9(03)  VALUE 304.
008600         03  FILLER              PIC 9(03)  VALUE 334.
008700 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-DATA.
008800         03  WS-MONTH-START      PIC 9(03)  OCCURS 12 TIMES.
008900 01  WS-WEEKDAY-NAME-DATA.
009000         03  FILLER              PIC X(09)  VALUE "SUNDAY".
009100         03  FILLER              PIC X(09)  VALUE "MONDAY".
009200         03  FILLER              PIC X(09)  VALUE "TUESDAY".
009300         03  FILLER              PIC X(09)  VALUE "WEDNESDAY".
009400         03  FILLER              PIC X(09)  VALUE "THURSDAY".
009500         03  FILLER              PIC X(09)  VALUE "FRIDAY".
009600         03  FILLER              PIC X(09)  VALUE "SATURDAY".
009700 01  WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAME-DATA.
009800         03  WS-WEEKDAY-NAME     PIC X(09)  OCCURS 7 TIMES.
009900 01  WS-BUSINESS-DATE.
010000         03  WS-BUS-YYYY         PIC 9(04).
010100         03  WS-BUS-MM           PIC 9(02).
010200         03  WS-BUS-DD           PIC 9(02).
010300 01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
010400                                 PIC 9(08).
010500 01  WS-WEEKDAY-FIELDS.
010600         03  WS-PRIOR-YEAR       PIC 9(04)       VALUE ZERO.
010700         03  WS-DAY-OF-YEAR      PIC 9(03) COMP  VALUE ZERO.
010800         03  WS-DAY-OF-WEEK      PIC 9(01)       VALUE ZERO.
010900             88  SATURDAY-OR-SUNDAY           VALUE 0 6.
011000         03  WS-SEND-DAY-SUB     PIC 9(01)       VALUE ZERO.
011100         03  WS-QUOTIENT         PIC 9(06) COMP  VALUE ZERO.
011200         03  WS-REM-4            PIC 9(03) COMP  VALUE ZERO.
011300         03  WS-REM-100          PIC 9(03) COMP  VALUE ZERO.
011400         03  WS-REM-400          PIC 9(03) COMP  VALUE ZERO.
011500         03  WS-DOW-SUM          PIC 9(05) COMP  VALUE ZERO.
011600 01  WS-WORK-COUNTS.
011700         03  WS-BUREAU-COUNT     PIC 9(05) COMP  VALUE ZERO.
011800         03  WS-SUSPENDED-COUNT  PIC 9(05) COMP  VALUE ZERO.
011900         03  WS-NOT-DUE-COUNT    PIC 9(05) COMP  VALUE ZERO.
012000         03  WS-EXPECTED-COUNT   PIC 9(05) COMP  VALUE ZERO.
012100         03  WS-ON-TIME-COUNT    PIC 9(05) COMP  VALUE ZERO.
012200         03  WS-LATE-COUNT       PIC 9(05) COMP  VALUE ZERO.
012300         03  WS-MISSING-COUNT    PIC 9(05) COMP  VALUE ZERO.
012400         03  WS-LISTED-COUNT     PIC 9(05) COMP  VALUE ZERO.
012500 01  WS-REPORT-CONTROLS.
012600         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
012700         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
012800         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
012900 01  WS-PRINT-LINE.
013000         03  WS-PRINT-TEXT       PIC X(133).
013100 01  WS-RUN-DATE.
013200         03  WS-RUN-YYYY         PIC 9(04).
013300         03  WS-RUN-MM           PIC 9(02).
013400         03  WS-RUN-DD           PIC 9(02).
013500 01  WS-RUN-TIME.
013600         03  WS-RUN-HH           PIC 9(02).
013700         03  WS-RUN-MIN          PIC 9(02).
013800         03  WS-RUN-SS           PIC 9(02).
013900         03  WS-RUN-HUN          PIC 9(02).
014000 01  WS-HDG-DATE.
014100         03  WS-HD-YYYY          PIC 9(04).
014200         03  FILLER              PIC X(01)  VALUE "-".
014300         03  WS-HD-MM            PIC 9(02).
014400         03  FILLER              PIC X(01)  VALUE "-".
014500         03  WS-HD-DD            PIC 9(02).
014600 01  WS-HDG-TIME.
014700         03  WS-HT-HH            PIC 9(02).
014800         03  FILLER              PIC X(01)  VALUE ":".
014900         03  WS-HT-MIN           PIC 9(02).
015000         03  FILLER              PIC X(01)  VALUE ":".
015100         03  WS-HT-SS            PIC 9(02).
015200 01  WS-BUS-DATE-DISP.
015300         03  WS-BD-YYYY          PIC 9(04).
015400         03  FILLER              PIC X(01)  VALUE "-".
015500         03  WS-BD-MM            PIC 9(02).
015600         03  FILLER              PIC X(01)  VALUE "-".
015700         03  WS-BD-DD            PIC 9(02).
015800 01  WS-TIME-DISP.
015900         03  WS-TD-HH            PIC 9(02).
016000         03  FILLER              PIC X(01)  VALUE ":".
016100         03  WS-TD-MM            PIC 9(02).
016200 01  WS-COLUMN-HEADINGS.
016300         03  FILLER  PIC X(44)  VALUE "SOURCE ID   BUREAU NAME".
016400         03  FILLER  PIC X(50)  VALUE
016500             "CUTOFF  FIRST READ  TAKEN  REFUSED  FINDING".
016600 01  WS-DETAIL-FIELDS.
016700         03  WS-HDG-PAGE-DISP    PIC ZZ9.
016800         03  WS-DTL-CUTOFF       PIC X(05)  VALUE SPACES.
016900         03  WS-DTL-FIRST-TIME   PIC X(05)  VALUE SPACES.
017000         03  WS-DTL-TAKEN        PIC ZZ9.
017100         03  WS-DTL-REFUSED      PIC ZZ9.
017200         03  WS-DTL-FINDING      PIC X(30)  VALUE SPACES.
017300         03  WS-DAY-BATCHES      PIC 9(03)       VALUE ZERO.
017400         03  WS-DAY-REFUSED      PIC 9(03)       VALUE ZERO.
017500         03  WS-DSP-COUNT        PIC ZZZZZZZZ9.
017600         03  WS-DSP-LABEL        PIC X(32)  VALUE SPACES.
017700 PROCEDURE       DIVISION.
017800******************************************************************
017900* 0000-MAIN-PROCEDURE                                           *
018000*     CONTROLS OVERALL FLOW - INITIALIZE, FIND THE BUSINESS     *
018100*     DATE AND ITS WEEKDAY, JUDGE EVERY BUREAU ON THE           *
018200*     REGISTRY, THEN TERMINATE.                                 *
018300******************************************************************
018400 0000-MAIN-PROCEDURE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 1100-FIND-BUSINESS-DATE THRU 1100-EXIT.
018700     PERFORM 1200-SET-WEEKDAY THRU 1200-EXIT.
018800     PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT.
018900     PERFORM 2100-READ-BUREAU THRU 2100-EXIT.
019000     PERFORM 2000-JUDGE-ONE-BUREAU THRU 2000-EXIT
019100         UNTIL END-OF-REGISTRY.
019200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019300     STOP RUN.
019400 0000-MAIN-EXIT.
019500     EXIT.
019600******************************************************************
019700* 1000-INITIALIZE                                               *
019800*     CAPTURES THE RUN DATE/TIME AND OPENS THE BUREAU REGISTRY  *
019900*     AND THE REPORT.  THE REGISTRY IS NOT OPTIONAL - WITHOUT   *
020000*     IT THERE IS NOTHING TO JUDGE.                             *
020100******************************************************************
020200 1000-INITIALIZE.
020300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020400     ACCEPT WS-RUN-TIME FROM TIME.
020500     OPEN INPUT BUREAU-FILE.
020600     IF WS-BUR-FILE-STATUS NOT = "00"
020700         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
020800         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
020900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
021000     END-IF.
021100     OPEN OUTPUT REPORT-FILE.
021200     IF WS-RPT-FILE-STATUS NOT = "00"
021300         MOVE "BUREODR" TO WS-IOERR-FILE-NAME
021400         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
021500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
021600     END-IF.
021700 1000-EXIT.
021800     EXIT.
021900******************************************************************
022000* 1100-FIND-BUSINESS-DATE                                       *
022100*     READS THE PROCESSING CALENDAR UP TO THE RECORD FLAGGED    *
022200*     CURRENT - ITS DATE IS THE BUSINESS DATE ENZAN STAMPED ON  *
022300*     THE REGISTRY, WHATEVER THE WALL CLOCK SAYS.  THE          *
022400*     CALENDAR IS MANDATORY; ONE WITH NO CURRENT DATE ENDS THE  *
022500*     RUN.  THE REPORT IS RUN BEFORE CALADV MOVES THE FLAG ON.  *
022600******************************************************************
022700 1100-FIND-BUSINESS-DATE.
022800     OPEN INPUT CALENDAR-FILE.
022900     IF WS-CAL-FILE-STATUS NOT = "00"
023000         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
023100         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
023200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
023300     END-IF.
023400     PERFORM 1110-READ-CALENDAR-RECORD THRU 1110-EXIT
023500         UNTIL END-OF-CALENDAR OR BUSINESS-DATE-FOUND.
023600     CLOSE CALENDAR-FILE.
023700     IF NOT BUSINESS-DATE-FOUND
023800         DISPLAY "BUREOD - PROCESSING CALENDAR HAS NO CURRENT "
023900             "BUSINESS DATE - RUN ENDED"
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF.
024300 1100-EXIT.
024400     EXIT.
024500******************************************************************
024600* 1110-READ-CALENDAR-RECORD                                     *
024700*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
024800*     GIVES THE BUSINESS DATE AND WHETHER IT IS A BUSINESS      *
024900*     DAY, AND ENDS THE SEARCH.                                 *
025000******************************************************************
025100 1110-READ-CALENDAR-RECORD.
025200     READ CALENDAR-FILE
025300         AT END
025400             SET END-OF-CALENDAR TO TRUE
025500             GO TO 1110-EXIT
025600     END-READ.
025700     IF WS-CAL-FILE-STATUS NOT = "00"
025800         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
025900         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
026000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026100     END-IF.
026200     IF CAL-CURRENT-DATE
026300         SET BUSINESS-DATE-FOUND TO TRUE
026400         MOVE CAL-DATE TO WS-BUSINESS-DATE-N
026500         MOVE CAL-DAY-TYPE TO WS-DAY-TYPE-SWITCH
026600     END-IF.
026700 1110-EXIT.
026800     EXIT.
026900******************************************************************
027000* 1200-SET-WEEKDAY                                              *
027100*     WORKS OUT THE WEEKDAY OF THE BUSINESS DATE (0 SUNDAY      *
027200*     THROUGH 6 SATURDAY) - JANUARY 1 FROM THE YEAR BEFORE, 1   *
027300*     + 5 X (Y MOD 4) + 4 X (Y MOD 100) + 6 X (Y MOD 400),      *
027400*     MODULO 7, AS CALBLD DOES, MOVED ON BY THE DAY OF THE      *
027500*     YEAR.  MONDAY THROUGH FRIDAY PICK THE BUREAU'S SEND-DAY   *
027600*     FLAG.  A HOLIDAY, OR A WEEKEND DAY, EXPECTS NOTHING FROM  *
027700*     ANY BUREAU.                                               *
027800******************************************************************
027900 1200-SET-WEEKDAY.
028000     SUBTRACT 1 FROM WS-BUS-YYYY GIVING WS-PRIOR-YEAR.
028100     DIVIDE WS-PRIOR-YEAR BY 4   GIVING WS-QUOTIENT
028200         REMAINDER WS-REM-4.
028300     DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-QUOTIENT
028400         REMAINDER WS-REM-100.
028500     DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-QUOTIENT
028600         REMAINDER WS-REM-400.
028700     COMPUTE WS-DOW-SUM = 1 + (5 * WS-REM-4) + (4 * WS-REM-100)
028800                           + (6 * WS-REM-400).
028900     COMPUTE WS-DAY-OF-YEAR = WS-MONTH-START (WS-BUS-MM)
029000                            + WS-BUS-DD.
029100     IF WS-BUS-MM > 2
029200         DIVIDE WS-BUS-YYYY BY 4   GIVING WS-QUOTIENT
029300             REMAINDER WS-REM-4
029400         DIVIDE WS-BUS-YYYY BY 100 GIVING WS-QUOTIENT
029500             REMAINDER WS-REM-100
029600         DIVIDE WS-BUS-YYYY BY 400 GIVING WS-QUOTIENT
029700             REMAINDER WS-REM-400
029800         IF WS-REM-4 = ZERO
029900             AND (WS-REM-100 NOT = ZERO OR WS-REM-400 = ZERO)
030000             ADD 1 TO WS-DAY-OF-YEAR
030100         END-IF
030200     END-IF.
030300     COMPUTE WS-DOW-SUM = WS-DOW-SUM + WS-DAY-OF-YEAR - 1.
030400     DIVIDE WS-DOW-SUM BY 7 GIVING WS-QUOTIENT
030500         REMAINDER WS-DAY-OF-WEEK.
030600     MOVE WS-DAY-OF-WEEK TO WS-SEND-DAY-SUB.
030700     IF SATURDAY-OR-SUNDAY
030800         MOVE "W" TO WS-DAY-TYPE-SWITCH
030900     END-IF.
031000 1200-EXIT.
031100     EXIT.
031200******************************************************************
031300* 2000-JUDGE-ONE-BUREAU                                         *
031400*     JUDGES THE BUREAU IN HAND, THEN READS THE NEXT.           *
031500******************************************************************
031600 2000-JUDGE-ONE-BUREAU.
031700     PERFORM 2050-CHECK-EXPECTED THRU 2050-EXIT.
031800     PERFORM 2100-READ-BUREAU THRU 2100-EXIT.
031900 2000-EXIT.
032000     EXIT.
032100******************************************************************
032200* 2050-CHECK-EXPECTED                                           *
032300*     A SUSPENDED BUREAU, OR ONE NOT DUE TO SEND ON THIS        *
032400*     WEEKDAY, IS ONLY COUNTED.  A BUREAU DUE TO SEND IS        *
032500*     MISSING WHEN ENZAN TOOK NO BATCH FROM IT ON THE BUSINESS  *
032600*     DATE (A BATCH IT REFUSED DOES NOT COUNT), AND LATE WHEN   *
032700*     THE FIRST BATCH TAKEN WAS READ AFTER ITS CUTOFF TIME.     *
032800*     MISSING AND LATE BUREAUS ARE LISTED.                      *
032900******************************************************************
033000 2050-CHECK-EXPECTED.
033100     SET NO-FINDING TO TRUE.
033200     MOVE ZERO TO WS-DAY-BATCHES.
033300     MOVE ZERO TO WS-DAY-REFUSED.
033400     IF BUR-DAY-DATE = WS-BUSINESS-DATE-N
033500         MOVE BUR-DAY-BATCH-COUNT  TO WS-DAY-BATCHES
033600         MOVE BUR-DAY-REJECT-COUNT TO WS-DAY-REFUSED
033700     END-IF.
033800     IF NOT BUR-SOURCE-ACTIVE
033900         ADD 1 TO WS-SUSPENDED-COUNT
034000         GO TO 2050-EXIT
034100     END-IF.
034200     IF NOT SENDING-DAY
034300         ADD 1 TO WS-NOT-DUE-COUNT
034400         GO TO 2050-EXIT
034500     END-IF.
034600     IF NOT BUR-SENDS-ON-DAY (WS-SEND-DAY-SUB)
034700         ADD 1 TO WS-NOT-DUE-COUNT
034800         GO TO 2050-EXIT
034900     END-IF.
035000     ADD 1 TO WS-EXPECTED-COUNT.
035100     EVALUATE TRUE
035200         WHEN WS-DAY-BATCHES = ZERO
035300             SET BUREAU-MISSING TO TRUE
035400             ADD 1 TO WS-MISSING-COUNT
035500         WHEN BUR-DAY-FIRST-HHMM > BUR-CUTOFF-TIME
035600             SET BUREAU-LATE TO TRUE
035700             ADD 1 TO WS-LATE-COUNT
035800         WHEN OTHER
035900             ADD 1 TO WS-ON-TIME-COUNT
036000     END-EVALUATE.
036100     IF NOT NO-FINDING
036200         PERFORM 2200-PRINT-FINDING THRU 2200-EXIT
036300     END-IF.
036400 2050-EXIT.
036500     EXIT.
036600******************************************************************
036700* 2100-READ-BUREAU                                              *
036800*     READS THE NEXT BUREAU REGISTRY RECORD IN SOURCE ORDER.    *
036900******************************************************************
037000 2100-READ-BUREAU.
037100     READ BUREAU-FILE
037200         AT END
037300             SET END-OF-REGISTRY TO TRUE
037400     END-READ.
037500     IF WS-BUR-FILE-STATUS NOT = "00"
037600         AND WS-BUR-FILE-STATUS NOT = "10"
037700         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
037800         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
037900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
038000     END-IF.
038100     IF NOT END-OF-REGISTRY
038200         ADD 1 TO WS-BUREAU-COUNT
038300     END-IF.
038400 2100-EXIT.
038500     EXIT.
038600******************************************************************
038700* 2200-PRINT-FINDING                                            *
038800*     PRINTS ONE MISSING OR LATE BUREAU - SOURCE, NAME,         *
038900*     CUTOFF, THE TIME ITS FIRST BATCH WAS READ, BATCHES TAKEN  *
039000*     AND REFUSED ON THE BUSINESS DATE, AND THE FINDING.        *
039100******************************************************************
039200 2200-PRINT-FINDING.
039300     ADD 1 TO WS-LISTED-COUNT.
039400     MOVE BUR-CUTOFF-TIME (1:2) TO WS-TD-HH.
039500     MOVE BUR-CUTOFF-TIME (3:2) TO WS-TD-MM.
039600     MOVE WS-TIME-DISP TO WS-DTL-CUTOFF.
039700     IF BUREAU-MISSING
039800         MOVE SPACES TO WS-DTL-FIRST-TIME
039900         IF WS-DAY-REFUSED > ZERO
040000             MOVE "MISSING - BATCHES REFUSED" TO WS-DTL-FINDING
040100         ELSE
040200             MOVE "MISSING - NOTHING RECEIVED" TO WS-DTL-FINDING
040300         END-IF
040400     ELSE
040500         MOVE BUR-DAY-FIRST-HHMM (1:2) TO WS-TD-HH
040600         MOVE BUR-DAY-FIRST-HHMM (3:2) TO WS-TD-MM
040700         MOVE WS-TIME-DISP TO WS-DTL-FIRST-TIME
040800         MOVE "LATE - AFTER CUTOFF" TO WS-DTL-FINDING
040900     END-IF.
041000     MOVE WS-DAY-BATCHES TO WS-DTL-TAKEN.
041100     MOVE WS-DAY-REFUSED TO WS-DTL-REFUSED.
041200     MOVE SPACES TO WS-PRINT-LINE.
041300     STRING BUR-SOURCE-ID        DELIMITED BY SIZE
041400            "  "                 DELIMITED BY SIZE
041500            BUR-BUREAU-NAME      DELIMITED BY SIZE
041600            "  "                 DELIMITED BY SIZE
041700            WS-DTL-CUTOFF        DELIMITED BY SIZE
041800            "   "                DELIMITED BY SIZE
041900            WS-DTL-FIRST-TIME    DELIMITED BY SIZE
042000            "         "          DELIMITED BY SIZE
042100            WS-DTL-TAKEN         DELIMITED BY SIZE
042200            "      "             DELIMITED BY SIZE
042300            WS-DTL-REFUSED       DELIMITED BY SIZE
042400            "  "                 DELIMITED BY SIZE
042500            WS-DTL-FINDING       DELIMITED BY SIZE
042600         INTO WS-PRINT-TEXT.
042700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
042800 2200-EXIT.
042900     EXIT.
043000******************************************************************
043100* 8000-WRITE-PAGE-HEADING                                       *
043200*     WRITES THE REPORT PAGE HEADING - TITLE, BUSINESS DATE     *
043300*     AND WEEKDAY, RUN DATE AND TIME, AND THE COLUMN HEADINGS   *
043400*     - AND RESETS THE LINE COUNTER FOR THE NEW PAGE.           *
043500******************************************************************
043600 8000-WRITE-PAGE-HEADING.
043700     ADD 1 TO WS-PAGE-NUMBER.
043800     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
043900     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
044000     MOVE WS-RUN-MM   TO WS-HD-MM.
044100     MOVE WS-RUN-DD   TO WS-HD-DD.
044200     MOVE WS-RUN-HH   TO WS-HT-HH.
044300     MOVE WS-RUN-MIN  TO WS-HT-MIN.
044400     MOVE WS-RUN-SS   TO WS-HT-SS.
044500     MOVE WS-BUS-YYYY TO WS-BD-YYYY.
044600     MOVE WS-BUS-MM   TO WS-BD-MM.
044700     MOVE WS-BUS-DD   TO WS-BD-DD.
044800     MOVE SPACES TO WS-PRINT-LINE.
044900     STRING "BUREOD BUREAUS MISSING OR LATE - END OF DAY"
045000                                 DELIMITED BY SIZE
045100            "     PAGE "         DELIMITED BY SIZE
045200            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
045300         INTO WS-PRINT-TEXT.
045400     WRITE REPORT-RECORD FROM WS-PRINT-LINE
045500         AFTER ADVANCING PAGE.
045600     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
045700     MOVE SPACES TO WS-PRINT-LINE.
045800     STRING "BUSINESS DATE: "    DELIMITED BY SIZE
045900            WS-BUS-DATE-DISP     DELIMITED BY SIZE
046000            " "                  DELIMITED BY SIZE
046100            WS-WEEKDAY-NAME (WS-DAY-OF-WEEK + 1)
046200                                 DELIMITED BY SPACE
046300            "     RUN DATE: "    DELIMITED BY SIZE
046400            WS-HDG-DATE          DELIMITED BY SIZE
046500            " "                  DELIMITED BY SIZE
046600            WS-HDG-TIME          DELIMITED BY SIZE
046700         INTO WS-PRINT-TEXT.
046800     WRITE REPORT-RECORD FROM WS-PRINT-LINE
046900         AFTER ADVANCING 2 LINES.
047000     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
047100     MOVE SPACES TO WS-PRINT-LINE.
047200     MOVE WS-COLUMN-HEADINGS TO WS-PRINT-TEXT.
047300     WRITE REPORT-RECORD FROM WS-PRINT-LINE
047400         AFTER ADVANCING 2 LINES.
047500     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
047600     MOVE ZERO TO WS-LINE-COUNT.
047700 8000-EXIT.
047800     EXIT.
047900******************************************************************
048000* 8100-WRITE-REPORT-LINE                                        *
048100*     WRITES ONE REPORT LINE AND FORCES A PAGE BREAK WHEN THE   *
048200*     PAGE IS FULL.                                             *
048300******************************************************************
048400 8100-WRITE-REPORT-LINE.
048500     WRITE REPORT-RECORD FROM WS-PRINT-LINE
048600         AFTER ADVANCING 1 LINE.
048700     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
048800     ADD 1 TO WS-LINE-COUNT.
048900     IF WS-LINE-COUNT >= WS-MAX-LINES
049000         PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT
049100     END-IF.
049200 8100-EXIT.
049300     EXIT.
049400******************************************************************
049500* 8200-WRITE-SUMMARY-LINE                                       *
049600*     WRITES ONE REPORT LINE, SPACED AWAY FROM THE PRECEDING    *
049700*     LINE.                                                     *
049800******************************************************************
049900 8200-WRITE-SUMMARY-LINE.
050000     WRITE REPORT-RECORD FROM WS-PRINT-LINE
050100         AFTER ADVANCING 2 LINES.
050200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
050300 8200-EXIT.
050400     EXIT.
050500******************************************************************
050600* 8300-PRINT-COUNT                                              *
050700*     PRINTS ONE LABELLED CONTROL SUMMARY COUNT.                *
050800******************************************************************
050900 8300-PRINT-COUNT.
051000     MOVE SPACES TO WS-PRINT-LINE.
051100     STRING WS-DSP-LABEL   DELIMITED BY SIZE
051200            WS-DSP-COUNT   DELIMITED BY SIZE
051300         INTO WS-PRINT-TEXT.
051400     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
051500 8300-EXIT.
051600     EXIT.
051700******************************************************************
051800* 8700-CHECK-REPORT-STATUS                                      *
051900*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
052000******************************************************************
052100 8700-CHECK-REPORT-STATUS.
052200     IF WS-RPT-FILE-STATUS NOT = "00"
052300         MOVE "BUREODR" TO WS-IOERR-FILE-NAME
052400         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
052500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
052600     END-IF.
052700 8700-EXIT.
052800     EXIT.
052900******************************************************************
053000* 9000-TERMINATE                                                *
053100*     CLOSES THE LISTING ("NONE" WHEN EVERY BUREAU DUE WAS IN   *
053200*     ON TIME), WRITES THE CONTROL SUMMARY - BUREAUS READ,      *
053300*     SUSPENDED, NOT DUE, DUE, ON TIME, LATE, AND MISSING -     *
053400*     SETS THE RETURN CODE, AND CLOSES THE FILES.  RETURN CODE  *
053500*     0 WHEN EVERY BUREAU DUE SENT ON TIME, 4 WHEN ANY IS       *
053600*     MISSING OR LATE.                                          *
053700******************************************************************
053800 9000-TERMINATE.
053900     IF WS-LISTED-COUNT = ZERO
054000         MOVE SPACES TO WS-PRINT-LINE
054100         MOVE "NONE" TO WS-PRINT-TEXT
054200         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
054300     END-IF.
054400     IF NOT SENDING-DAY
054500         MOVE SPACES TO WS-PRINT-LINE
054600         STRING "BUSINESS DATE IS NOT A WEEKDAY BUSINESS DAY - "
054700                                 DELIMITED BY SIZE
054800                "NO BUREAU WAS DUE"
054900                                 DELIMITED BY SIZE
055000             INTO WS-PRINT-TEXT
055100         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
055200     END-IF.
055300     MOVE SPACES TO WS-PRINT-LINE.
055400     STRING "BUREOD CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
055500         INTO WS-PRINT-TEXT.
055600     WRITE REPORT-RECORD FROM WS-PRINT-LINE
055700         AFTER ADVANCING PAGE.
055800     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
055900     MOVE "BUREAUS ON THE REGISTRY  . . . " TO WS-DSP-LABEL.
056000     MOVE WS-BUREAU-COUNT TO WS-DSP-COUNT.
056100     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
056200     MOVE "  SUSPENDED . . . . . . . . . . " TO WS-DSP-LABEL.
056300     MOVE WS-SUSPENDED-COUNT TO WS-DSP-COUNT.
056400     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
056500     MOVE "  NOT DUE TODAY . . . . . . . . " TO WS-DSP-LABEL.
056600     MOVE WS-NOT-DUE-COUNT TO WS-DSP-COUNT.
056700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
056800     MOVE "  DUE TODAY . . . . . . . . . . " TO WS-DSP-LABEL.
056900     MOVE WS-EXPECTED-COUNT TO WS-DSP-COUNT.
057000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
057100     MOVE "    SENT ON TIME  . . . . . . . " TO WS-DSP-LABEL.
057200     MOVE WS-ON-TIME-COUNT TO WS-DSP-COUNT.
057300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
057400     MOVE "    SENT LATE . . . . . . . . . " TO WS-DSP-LABEL.
057500     MOVE WS-LATE-COUNT TO WS-DSP-COUNT.
057600     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
057700     MOVE "    MISSING . . . . . . . . . . " TO WS-DSP-LABEL.
057800     MOVE WS-MISSING-COUNT TO WS-DSP-COUNT.
057900     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
058000     CLOSE BUREAU-FILE.
058100     CLOSE REPORT-FILE.
058200     IF WS-LISTED-COUNT > ZERO
058300         DISPLAY "BUREOD - " WS-MISSING-COUNT " BUREAUS MISSING, "
058400             WS-LATE-COUNT " LATE - SEE BUREODR"
058500         MOVE 4 TO RETURN-CODE
058600     ELSE
058700         MOVE ZERO TO RETURN-CODE
058800     END-IF.
058900 9000-EXIT.
059000     EXIT.
059100******************************************************************
059200* 9900-IO-ERROR                                                 *
059300*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
059400*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
059500*     CODE 16.                                                  *
059600******************************************************************
059700 9900-IO-ERROR.
059800     DISPLAY "BUREOD - I/O ERROR ON " WS-IOERR-FILE-NAME
059900         " STATUS " WS-IOERR-STATUS.
060000     MOVE 16 TO RETURN-CODE.
060100     STOP RUN.
060200 9900-EXIT.
060300     EXIT.
060400 END PROGRAM BUREOD.
