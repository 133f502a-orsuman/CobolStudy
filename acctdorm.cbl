000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     ACCTDORM.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-13 KT   ORIGINAL PROGRAM - MONTHLY DORMANT ACCOUNT     *
001200*                 REVIEW.  MATCHES THE ACCOUNT MASTER (ACCTMST)  *
001300*                 AGAINST THE BALANCE MASTER (ACCTBAL) AND THE   *
001400*                 RATE TABLE (RATETBL) IN ACCOUNT ORDER AND      *
001500*                 LISTS, IN THREE SECTIONS, ACTIVE ACCOUNTS WITH *
001600*                 NO ACTIVITY (BAL-LAST-UPDATE-DATE) FOR THE     *
001700*                 NUMBER OF BUSINESS DAYS ON THE PARAMETER CARD  *
001800*                 (DRMPARM, DEFAULT 250) COUNTED BACK FROM THE   *
001900*                 CURRENT BUSINESS DATE ON THE PROCESSING        *
002000*                 CALENDAR, ACTIVE ACCOUNTS WITH NO BALANCE      *
002100*                 RECORD AT ALL, AND CLOSED ACCOUNTS THAT STILL  *
002200*                 HAVE RATE ROWS.  FOR EVERY DORMANT ACCOUNT A   *
002300*                 CLOSE CARD ("X") IN THE ACCOUNT MAINTENANCE    *
002400*                 CARD LAYOUT IS WRITTEN TO DRMCARD, READY TO BE *
002500*                 FED TO ACCTMNT ONCE THE LIST HAS BEEN SIGNED   *
002600*                 OFF.                                           *
002700******************************************************************
002800 ENVIRONMENT     DIVISION.
002900 INPUT-OUTPUT    SECTION.
003000 FILE-CONTROL.
003100     SELECT PARM-FILE      ASSIGN TO "DRMPARM"
003200                         ORGANIZATION IS SEQUENTIAL
003300                         FILE STATUS IS WS-PARM-FILE-STATUS.
003400     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
003500                         ORGANIZATION IS SEQUENTIAL
003600                         FILE STATUS IS WS-CAL-FILE-STATUS.
003700     SELECT ACCOUNT-FILE   ASSIGN TO "ACCTMST"
003800                         ORGANIZATION IS INDEXED
003900                         ACCESS MODE IS SEQUENTIAL
004000                         RECORD KEY IS ACM-ACCOUNT-NUMBER
004100                         FILE STATUS IS WS-ACCT-FILE-STATUS.
004200     SELECT BALANCE-FILE   ASSIGN TO "ACCTBAL"
004300                         ORGANIZATION IS INDEXED
004400                         ACCESS MODE IS SEQUENTIAL
004500                         RECORD KEY IS BAL-ACCOUNT-NUMBER
004600                         FILE STATUS IS WS-BAL-FILE-STATUS.
004700     SELECT RATE-FILE      ASSIGN TO "RATETBL"
004800                         ORGANIZATION IS INDEXED
004900                         ACCESS MODE IS SEQUENTIAL
005000                         RECORD KEY IS RTE-KEY
005100                         FILE STATUS IS WS-RATE-FILE-STATUS.
005200     SELECT SORT-FILE      ASSIGN TO "SORTWK".
005300     SELECT CARD-FILE      ASSIGN TO "DRMCARD"
005400                         ORGANIZATION IS SEQUENTIAL
005500                         FILE STATUS IS WS-CARD-FILE-STATUS.
005600     SELECT DORMANT-FILE   ASSIGN TO "DRMRPT"
005700                         ORGANIZATION IS SEQUENTIAL
005800                         FILE STATUS IS WS-RPT-FILE-STATUS.
005900 DATA            DIVISION.
006000 FILE            SECTION.
006100 FD  PARM-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  PARM-RECORD                 PIC X(80).
006400 FD  CALENDAR-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY CALREC.
006700 FD  ACCOUNT-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY ACCTREC.
007000 FD  BALANCE-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY BALREC.
007300 FD  RATE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500     COPY RATEREC.
007600 SD  SORT-FILE.
007700 01  SORT-FINDING-RECORD.
007800     03  SRT-SECTION             PIC 9(01).
007900     03  SRT-ACCOUNT-NUMBER      PIC X(08).
008000     03  SRT-ACCOUNT-NAME        PIC X(30).
008100     03  SRT-LAST-UPDATE-DATE    PIC 9(08).
008200     03  SRT-RATE-ROWS           PIC 9(05).
008300     03  SRT-OPEN-RATE-ROWS      PIC 9(05).
008400 FD  CARD-FILE
008500     LABEL RECORDS ARE STANDARD.
008600     COPY MNTREC.
008700 FD  DORMANT-FILE
008800     LABEL RECORDS ARE STANDARD
008900     RECORD CONTAINS 133 CHARACTERS.
009000 01  DORMANT-RECORD      PIC X(133).
009100 WORKING-STORAGE SECTION.
009200 01  WS-SWITCHES.
009300         03  WS-CAL-EOF-SWITCH   PIC X(01)   VALUE "N".
009400             88  END-OF-CALENDAR              VALUE "Y".
009500         03  WS-CAL-FOUND-SWITCH PIC X(01)   VALUE "N".
009600             88  BUSINESS-DATE-FOUND          VALUE "Y".
009700         03  WS-ACCT-EOF-SWITCH  PIC X(01)   VALUE "N".
009800             88  END-OF-MASTER                VALUE "Y".
009900         03  WS-BAL-EOF-SWITCH   PIC X(01)   VALUE "N".
010000             88  END-OF-BALANCES              VALUE "Y".
010100         03  WS-RATE-EOF-SWITCH  PIC X(01)   VALUE "N".
010200             88  END-OF-RATES                 VALUE "Y".
010300         03  WS-SORT-EOF-SWITCH  PIC X(01)   VALUE "N".
010400             88  END-OF-SORT                  VALUE "Y".
010500         03  WS-CUTOFF-SWITCH    PIC X(01)   VALUE "Y".
010600             88  CUTOFF-SET                   VALUE "Y".
010700             88  CALENDAR-TOO-SHORT           VALUE "N".
010800 01  WS-FILE-STATUS-FIELDS.
010900         03  WS-PARM-FILE-STATUS PIC X(02)   VALUE "00".
011000         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
011100         03  WS-ACCT-FILE-STATUS PIC X(02)   VALUE "00".
011200         03  WS-BAL-FILE-STATUS  PIC X(02)   VALUE "00".
011300         03  WS-RATE-FILE-STATUS PIC X(02)   VALUE "00".
011400         03  WS-CARD-FILE-STATUS PIC X(02)   VALUE "00".
011500         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
011600 01  WS-IO-ERROR-FIELDS.
011700         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
011800         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
011900 01  WS-PARM-CARD.
012000         03  PRM-DORMANT-DAYS    PIC X(04)   VALUE SPACES.
012100         03  PRM-DORMANT-DAYS-N REDEFINES PRM-DORMANT-DAYS
012200                                 PIC 9(04).
012300         03  FILLER              PIC X(76)   VALUE SPACES.
012400*
012500*    THE MOST RECENT BUSINESS DATES ON THE CALENDAR UP TO THE
012600*    CURRENT ONE, KEPT AS A RING OF THE THRESHOLD'S LENGTH - THE
012700*    K-TH BUSINESS DATE READ GOES IN SLOT (K MOD DAYS) + 1, SO
012800*    WHEN THE CURRENT DATE IS REACHED THE OLDEST DATE IN THE RING
012900*    IS THE FIRST DAY OF THE DORMANCY WINDOW.
013000*
013100 01  WS-BUSINESS-DAY-RING.
013200         03  WS-RING-DATE        PIC 9(08)  OCCURS 9999 TIMES.
013300 01  WS-CALENDAR-CONTROLS.
013400         03  WS-DORMANT-DAYS     PIC 9(04) COMP  VALUE 250.
013500         03  WS-BDAY-COUNT       PIC 9(07) COMP  VALUE ZERO.
013600         03  WS-RING-SLOT        PIC 9(04) COMP  VALUE ZERO.
013700         03  WS-RING-QUOTIENT    PIC 9(07) COMP  VALUE ZERO.
013800         03  WS-RING-POSITION    PIC 9(07) COMP  VALUE ZERO.
013900         03  WS-BUSINESS-DATE    PIC 9(08)       VALUE ZERO.
014000         03  WS-CUTOFF-DATE      PIC 9(08)       VALUE ZERO.
014100 01  WS-MATCH-CONTROLS.
014200         03  WS-MASTER-KEY       PIC X(08)   VALUE SPACES.
014300         03  WS-BALANCE-KEY      PIC X(08)   VALUE SPACES.
014400         03  WS-RATE-KEY         PIC X(08)   VALUE SPACES.
014500         03  WS-ACCT-RATE-ROWS   PIC 9(05) COMP  VALUE ZERO.
014600         03  WS-ACCT-OPEN-ROWS   PIC 9(05) COMP  VALUE ZERO.
014700         03  WS-ACCT-LAST-DATE   PIC 9(08)       VALUE ZERO.
014800         03  WS-ACCT-BAL-SWITCH  PIC X(01)   VALUE "N".
014900             88  ACCOUNT-HAS-BALANCE          VALUE "Y".
015000             88  ACCOUNT-HAS-NO-BALANCE       VALUE "N".
015100 01  WS-SECTION-TITLE-DATA.
015200         03  FILLER  PIC X(50)  VALUE
015300             "DORMANT ACCOUNTS - CLOSE CARDS WRITTEN".
015400         03  FILLER  PIC X(50)  VALUE
015500             "ACTIVE ACCOUNTS WITH NO BALANCE RECORD".
015600         03  FILLER  PIC X(50)  VALUE
015700             "CLOSED ACCOUNTS STILL HOLDING RATE ROWS".
015800 01  WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLE-DATA.
015900         03  WS-SECTION-TITLE    PIC X(50)  OCCURS 3 TIMES.
016000 01  WS-COLUMN-HEADINGS.
016100         03  WS-COLS-ACTIVITY.
016200             05  FILLER  PIC X(42)  VALUE "ACCOUNT   NAME".
016300             05  FILLER  PIC X(38)  VALUE "LAST ACTIVITY".
016400         03  WS-COLS-RATES.
016500             05  FILLER  PIC X(42)  VALUE "ACCOUNT   NAME".
016600             05  FILLER  PIC X(38)  VALUE "RATE ROWS   UNEXPIRED".
016700 01  WS-SECTION-CONTROLS.
016800         03  WS-SECTION-SUB      PIC 9(01)       VALUE ZERO.
016900         03  WS-SECTION-LINES    PIC 9(07) COMP  VALUE ZERO.
017000 01  WS-WORK-COUNTS.
017100         03  WS-CAL-READ-COUNT   PIC 9(07) COMP  VALUE ZERO.
017200         03  WS-MASTER-COUNT     PIC 9(07) COMP  VALUE ZERO.
017300         03  WS-ACTIVE-COUNT     PIC 9(07) COMP  VALUE ZERO.
017400         03  WS-CLOSED-COUNT     PIC 9(07) COMP  VALUE ZERO.
017500         03  WS-BALANCE-COUNT    PIC 9(07) COMP  VALUE ZERO.
017600         03  WS-RATE-COUNT       PIC 9(07) COMP  VALUE ZERO.
017700         03  WS-DORMANT-COUNT    PIC 9(07) COMP  VALUE ZERO.
017800         03  WS-NO-BALANCE-COUNT PIC 9(07) COMP  VALUE ZERO.
017900         03  WS-CLOSED-RATE-COUNT
018000                                 PIC 9(07) COMP  VALUE ZERO.
018100         03  WS-CARD-COUNT       PIC 9(07) COMP  VALUE ZERO.
018200         03  WS-ORPHAN-BAL-COUNT PIC 9(07) COMP  VALUE ZERO.
018300         03  WS-ORPHAN-RATE-COUNT
018400                                 PIC 9(07) COMP  VALUE ZERO.
018500         03  WS-DEFAULT-RATE-COUNT
018600                                 PIC 9(07) COMP  VALUE ZERO.
018700 01  WS-REPORT-CONTROLS.
018800         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
018900         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
019000         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
019100 01  WS-PRINT-LINE.
019200         03  WS-PRINT-TEXT       PIC X(133).
019300 01  WS-RUN-DATE.
019400         03  WS-RUN-YYYY         PIC 9(04).
019500         03  WS-RUN-MM           PIC 9(02).
019600         03  WS-RUN-DD           PIC 9(02).
019700 01  WS-RUN-TIME.
019800         03  WS-RUN-HH           PIC 9(02).
019900         03  WS-RUN-MIN          PIC 9(02).
020000         03  WS-RUN-SS           PIC 9(02).
020100         03  WS-RUN-HUN          PIC 9(02).
020200 01  WS-HDG-DATE.
020300         03  WS-HD-YYYY          PIC 9(04).
020400         03  FILLER              PIC X(01)  VALUE "-".
020500         03  WS-HD-MM            PIC 9(02).
020600         03  FILLER              PIC X(01)  VALUE "-".
020700         03  WS-HD-DD            PIC 9(02).
020800 01  WS-HDG-TIME.
020900         03  WS-HT-HH            PIC 9(02).
021000         03  FILLER              PIC X(01)  VALUE ":".
021100         03  WS-HT-MIN           PIC 9(02).
021200         03  FILLER              PIC X(01)  VALUE ":".
021300         03  WS-HT-SS            PIC 9(02).
021400 01  WS-DETAIL-FIELDS.
021500         03  WS-HDG-PAGE-DISP    PIC ZZ9.
021600         03  WS-HDG-TITLE        PIC X(50)  VALUE SPACES.
021700         03  WS-HDG-COLUMNS      PIC X(80)  VALUE SPACES.
021800         03  WS-HDG-DAYS         PIC ZZZ9.
021900         03  WS-DTL-ROWS         PIC ZZZZ9.
022000         03  WS-DTL-OPEN-ROWS    PIC ZZZZ9.
022100         03  WS-DTL-LAST-DATE    PIC X(10)  VALUE SPACES.
022200         03  WS-DSP-COUNT        PIC ZZZZZZZZ9.
022300         03  WS-DSP-LABEL        PIC X(32)  VALUE SPACES.
022400 PROCEDURE       DIVISION.
022500******************************************************************
022600* 0000-MAIN-PROCEDURE                                           *
022700*     CONTROLS OVERALL FLOW - INITIALIZE, FIND THE START OF     *
022800*     THE DORMANCY WINDOW ON THE CALENDAR, MATCH THE MASTERS    *
022900*     AND SORT WHAT IS FOUND INTO ITS REPORT SECTION, PRINT     *
023000*     THE SECTIONS, THEN TERMINATE.                             *
023100******************************************************************
023200 0000-MAIN-PROCEDURE.
023300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023400     PERFORM 1100-SET-CUTOFF-DATE THRU 1100-EXIT.
023500     SORT SORT-FILE
023600         ON ASCENDING KEY SRT-SECTION
023700                          SRT-ACCOUNT-NUMBER
023800         INPUT PROCEDURE IS 2000-MATCH-MASTERS THRU 2000-EXIT
023900         OUTPUT PROCEDURE IS 3000-PRINT-FINDINGS
024000             THRU 3000-EXIT.
024100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024200     STOP RUN.
024300 0000-MAIN-EXIT.
024400     EXIT.
024500******************************************************************
024600* 1000-INITIALIZE                                               *
024700*     CAPTURES THE RUN DATE/TIME, TAKES THE DORMANCY THRESHOLD  *
024800*     IN BUSINESS DAYS FROM THE PARAMETER CARD (COLUMNS 1-4;    *
024900*     NO CARD OR BLANK COLUMNS KEEP THE DEFAULT OF 250), AND    *
025000*     OPENS THE THREE MASTERS, THE CLOSE CARD FILE, AND THE     *
025100*     REPORT.  A THRESHOLD THAT IS NOT A NUMBER FROM 1 TO 9999  *
025200*     ENDS THE RUN WITH RETURN CODE 16.                         *
025300******************************************************************
025400 1000-INITIALIZE.
025500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025600     ACCEPT WS-RUN-TIME FROM TIME.
025700     OPEN INPUT PARM-FILE.
025800     IF WS-PARM-FILE-STATUS = "00"
025900         READ PARM-FILE INTO WS-PARM-CARD
026000             AT END
026100                 MOVE SPACES TO PRM-DORMANT-DAYS
026200         END-READ
026300         IF WS-PARM-FILE-STATUS NOT = "00"
026400             AND WS-PARM-FILE-STATUS NOT = "10"
026500             MOVE "DRMPARM" TO WS-IOERR-FILE-NAME
026600             MOVE WS-PARM-FILE-STATUS TO WS-IOERR-STATUS
026700             PERFORM 9900-IO-ERROR THRU 9900-EXIT
026800         END-IF
026900         CLOSE PARM-FILE
027000     END-IF.
027100     IF PRM-DORMANT-DAYS NOT = SPACES
027200         IF PRM-DORMANT-DAYS NOT NUMERIC
027300             OR PRM-DORMANT-DAYS-N = ZERO
027400             DISPLAY "ACCTDORM - DORMANCY DAYS ON DRMPARM ARE "
027500                 "NOT A NUMBER FROM 1 TO 9999: " PRM-DORMANT-DAYS
027600             MOVE 16 TO RETURN-CODE
027700             STOP RUN
027800         END-IF
027900         MOVE PRM-DORMANT-DAYS-N TO WS-DORMANT-DAYS
028000     END-IF.
028100     MOVE WS-DORMANT-DAYS TO WS-HDG-DAYS.
028200     OPEN INPUT ACCOUNT-FILE.
028300     IF WS-ACCT-FILE-STATUS NOT = "00"
028400         MOVE "ACCTMST" TO WS-IOERR-FILE-NAME
028500         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
028600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
028700     END-IF.
028800     OPEN INPUT BALANCE-FILE.
028900     IF WS-BAL-FILE-STATUS NOT = "00"
029000         MOVE "ACCTBAL" TO WS-IOERR-FILE-NAME
029100         MOVE WS-BAL-FILE-STATUS TO WS-IOERR-STATUS
029200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
029300     END-IF.
029400     OPEN INPUT RATE-FILE.
029500     IF WS-RATE-FILE-STATUS NOT = "00"
029600         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
029700         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
029800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
029900     END-IF.
030000     OPEN OUTPUT CARD-FILE.
030100     IF WS-CARD-FILE-STATUS NOT = "00"
030200         MOVE "DRMCARD" TO WS-IOERR-FILE-NAME
030300         MOVE WS-CARD-FILE-STATUS TO WS-IOERR-STATUS
030400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
030500     END-IF.
030600     OPEN OUTPUT DORMANT-FILE.
030700     IF WS-RPT-FILE-STATUS NOT = "00"
030800         MOVE "DRMRPT" TO WS-IOERR-FILE-NAME
030900         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
031000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
031100     END-IF.
031200 1000-EXIT.
031300     EXIT.
031400******************************************************************
031500* 1100-SET-CUTOFF-DATE                                          *
031600*     READS THE PROCESSING CALENDAR UP TO THE RECORD FLAGGED    *
031700*     CURRENT, KEEPING THE LAST BUSINESS DATES IN THE RING,     *
031800*     AND TAKES THE OLDEST OF THEM AS THE CUTOFF - AN ACCOUNT   *
031900*     LAST UPDATED BEFORE THE CUTOFF HAS HAD NO ACTIVITY FOR    *
032000*     AT LEAST THE THRESHOLD NUMBER OF BUSINESS DAYS, THE       *
032100*     CURRENT ONE INCLUDED.  DORMANCY IS COUNTED IN BUSINESS    *
032200*     DAYS ONLY, SO THE CALENDAR IS MANDATORY; ONE WITH NO      *
032300*     CURRENT DATE ENDS THE RUN.  WHEN THE CALENDAR DOES NOT    *
032400*     REACH BACK THE THRESHOLD NUMBER OF BUSINESS DAYS NO       *
032500*     ACCOUNT CAN YET BE PROVED DORMANT AND THE DORMANCY TEST   *
032600*     IS NOT MADE.                                              *
032700******************************************************************
032800 1100-SET-CUTOFF-DATE.
032900     OPEN INPUT CALENDAR-FILE.
033000     IF WS-CAL-FILE-STATUS NOT = "00"
033100         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
033200         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
033300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
033400     END-IF.
033500     PERFORM 1110-READ-CALENDAR-RECORD THRU 1110-EXIT
033600         UNTIL END-OF-CALENDAR OR BUSINESS-DATE-FOUND.
033700     CLOSE CALENDAR-FILE.
033800     IF NOT BUSINESS-DATE-FOUND
033900         DISPLAY "ACCTDORM - PROCESSING CALENDAR HAS NO CURRENT "
034000             "BUSINESS DATE - RUN ENDED"
034100         MOVE 16 TO RETURN-CODE
034200         STOP RUN
034300     END-IF.
034400     IF WS-BDAY-COUNT < WS-DORMANT-DAYS
034500         SET CALENDAR-TOO-SHORT TO TRUE
034600         MOVE ZERO TO WS-CUTOFF-DATE
034700         GO TO 1100-EXIT
034800     END-IF.
034900     COMPUTE WS-RING-POSITION = WS-BDAY-COUNT
035000                              - WS-DORMANT-DAYS + 1.
035100     DIVIDE WS-RING-POSITION BY WS-DORMANT-DAYS
035200         GIVING WS-RING-QUOTIENT
035300         REMAINDER WS-RING-SLOT.
035400     ADD 1 TO WS-RING-SLOT.
035500     MOVE WS-RING-DATE (WS-RING-SLOT) TO WS-CUTOFF-DATE.
035600 1100-EXIT.
035700     EXIT.
035800******************************************************************
035900* 1110-READ-CALENDAR-RECORD                                     *
036000*     READS ONE CALENDAR RECORD AND, WHEN IT IS A BUSINESS      *
036100*     DAY, STORES IT IN THE RING.  THE RECORD FLAGGED CURRENT   *
036200*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.              *
036300******************************************************************
036400 1110-READ-CALENDAR-RECORD.
036500     READ CALENDAR-FILE
036600         AT END
036700             SET END-OF-CALENDAR TO TRUE
036800             GO TO 1110-EXIT
036900     END-READ.
037000     IF WS-CAL-FILE-STATUS NOT = "00"
037100         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
037200         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
037300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
037400     END-IF.
037500     ADD 1 TO WS-CAL-READ-COUNT.
037600     IF CAL-BUSINESS-DAY
037700         ADD 1 TO WS-BDAY-COUNT
037800         DIVIDE WS-BDAY-COUNT BY WS-DORMANT-DAYS
037900             GIVING WS-RING-QUOTIENT
038000             REMAINDER WS-RING-SLOT
038100         ADD 1 TO WS-RING-SLOT
038200         MOVE CAL-DATE TO WS-RING-DATE (WS-RING-SLOT)
038300     END-IF.
038400     IF CAL-CURRENT-DATE
038500         SET BUSINESS-DATE-FOUND TO TRUE
038600         MOVE CAL-DATE TO WS-BUSINESS-DATE
038700     END-IF.
038800 1110-EXIT.
038900     EXIT.
039000******************************************************************
039100* 2000-MATCH-MASTERS                                            *
039200*     SORT INPUT PROCEDURE - READS THE ACCOUNT MASTER, BALANCE  *
039300*     MASTER, AND RATE TABLE TOGETHER IN ACCOUNT ORDER AND      *
039400*     JUDGES EACH ACCOUNT ON THE MASTER.  BALANCE RECORDS AND   *
039500*     RATE ROWS FOR ACCOUNTS NOT ON THE MASTER ARE COUNTED AS   *
039600*     THEY ARE PASSED; THE *DEFAULT RATE ROWS ARE COUNTED       *
039700*     SEPARATELY.                                               *
039800******************************************************************
039900 2000-MATCH-MASTERS.
040000     PERFORM 2400-READ-BALANCE THRU 2400-EXIT.
040100     PERFORM 2500-READ-RATE THRU 2500-EXIT.
040200     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
040300     PERFORM 2100-JUDGE-ONE-ACCOUNT THRU 2100-EXIT
040400         UNTIL END-OF-MASTER.
040500     PERFORM 2110-PASS-BALANCE THRU 2110-EXIT
040600         UNTIL END-OF-BALANCES.
040700     PERFORM 2120-PASS-RATE THRU 2120-EXIT
040800         UNTIL END-OF-RATES.
040900 2000-EXIT.
041000     EXIT.
041100******************************************************************
041200* 2100-JUDGE-ONE-ACCOUNT                                        *
041300*     BRINGS THE BALANCE MASTER AND RATE TABLE UP TO THE        *
041400*     MASTER ACCOUNT IN HAND, COUNTS ITS RATE ROWS (AND THOSE   *
041500*     NOT YET EXPIRED ON THE BUSINESS DATE), PICKS UP ITS LAST  *
041600*     UPDATE DATE, AND RELEASES A FINDING - A CLOSED ACCOUNT    *
041700*     WITH RATE ROWS, AN ACTIVE ACCOUNT WITH NO BALANCE         *
041800*     RECORD, OR AN ACTIVE ACCOUNT LAST UPDATED BEFORE THE      *
041900*     CUTOFF, FOR WHICH A CLOSE CARD IS ALSO WRITTEN.           *
042000******************************************************************
042100 2100-JUDGE-ONE-ACCOUNT.
042200     MOVE ACM-ACCOUNT-NUMBER TO WS-MASTER-KEY.
042300     PERFORM 2110-PASS-BALANCE THRU 2110-EXIT
042400         UNTIL WS-BALANCE-KEY NOT < WS-MASTER-KEY.
042500     PERFORM 2120-PASS-RATE THRU 2120-EXIT
042600         UNTIL WS-RATE-KEY NOT < WS-MASTER-KEY.
042700     MOVE ZERO TO WS-ACCT-RATE-ROWS.
042800     MOVE ZERO TO WS-ACCT-OPEN-ROWS.
042900     PERFORM 2130-COUNT-RATE-ROW THRU 2130-EXIT
043000         UNTIL WS-RATE-KEY NOT = WS-MASTER-KEY.
043100     MOVE ZERO TO WS-ACCT-LAST-DATE.
043200     SET ACCOUNT-HAS-NO-BALANCE TO TRUE.
043300     IF WS-BALANCE-KEY = WS-MASTER-KEY
043400         SET ACCOUNT-HAS-BALANCE TO TRUE
043500         MOVE BAL-LAST-UPDATE-DATE TO WS-ACCT-LAST-DATE
043600         PERFORM 2400-READ-BALANCE THRU 2400-EXIT
043700     END-IF.
043800     MOVE ZERO TO SRT-SECTION.
043900     IF ACM-ACCOUNT-CLOSED
044000         ADD 1 TO WS-CLOSED-COUNT
044100         IF WS-ACCT-RATE-ROWS > ZERO
044200             MOVE 3 TO SRT-SECTION
044300             ADD 1 TO WS-CLOSED-RATE-COUNT
044400         END-IF
044500     ELSE
044600         ADD 1 TO WS-ACTIVE-COUNT
044700         IF ACCOUNT-HAS-NO-BALANCE
044800             MOVE 2 TO SRT-SECTION
044900             ADD 1 TO WS-NO-BALANCE-COUNT
045000         ELSE
045100             IF CUTOFF-SET
045200                 AND WS-ACCT-LAST-DATE < WS-CUTOFF-DATE
045300                 MOVE 1 TO SRT-SECTION
045400                 ADD 1 TO WS-DORMANT-COUNT
045500                 PERFORM 2200-WRITE-CLOSE-CARD THRU 2200-EXIT
045600             END-IF
045700         END-IF
045800     END-IF.
045900     IF SRT-SECTION NOT = ZERO
046000         MOVE WS-MASTER-KEY       TO SRT-ACCOUNT-NUMBER
046100         MOVE ACM-ACCOUNT-NAME    TO SRT-ACCOUNT-NAME
046200         MOVE WS-ACCT-LAST-DATE   TO SRT-LAST-UPDATE-DATE
046300         MOVE WS-ACCT-RATE-ROWS   TO SRT-RATE-ROWS
046400         MOVE WS-ACCT-OPEN-ROWS   TO SRT-OPEN-RATE-ROWS
046500         RELEASE SORT-FINDING-RECORD
046600     END-IF.
046700     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
046800 2100-EXIT.
046900     EXIT.
047000******************************************************************
047100* 2110-PASS-BALANCE                                             *
047200*     PASSES OVER ONE BALANCE RECORD WHOSE ACCOUNT IS NOT ON    *
047300*     THE ACCOUNT MASTER.                                       *
047400******************************************************************
047500 2110-PASS-BALANCE.
047600     ADD 1 TO WS-ORPHAN-BAL-COUNT.
047700     PERFORM 2400-READ-BALANCE THRU 2400-EXIT.
047800 2110-EXIT.
047900     EXIT.
048000******************************************************************
048100* 2120-PASS-RATE                                                *
048200*     PASSES OVER ONE RATE ROW WHOSE ACCOUNT IS NOT ON THE      *
048300*     ACCOUNT MASTER - THE *DEFAULT ROWS ARE COUNTED AS SUCH.   *
048400******************************************************************
048500 2120-PASS-RATE.
048600     IF WS-RATE-KEY = "*DEFAULT"
048700         ADD 1 TO WS-DEFAULT-RATE-COUNT
048800     ELSE
048900         ADD 1 TO WS-ORPHAN-RATE-COUNT
049000     END-IF.
049100     PERFORM 2500-READ-RATE THRU 2500-EXIT.
049200 2120-EXIT.
049300     EXIT.
049400******************************************************************
049500* 2130-COUNT-RATE-ROW                                           *
049600*     COUNTS ONE RATE ROW FOR THE MASTER ACCOUNT IN HAND, AND   *
049700*     WHETHER IT IS STILL UNEXPIRED ON THE BUSINESS DATE.       *
049800******************************************************************
049900 2130-COUNT-RATE-ROW.
050000     ADD 1 TO WS-ACCT-RATE-ROWS.
050100     IF RTE-EXPIRY-DATE = ZERO
050200         OR RTE-EXPIRY-DATE > WS-BUSINESS-DATE
050300         ADD 1 TO WS-ACCT-OPEN-ROWS
050400     END-IF.
050500     PERFORM 2500-READ-RATE THRU 2500-EXIT.
050600 2130-EXIT.
050700     EXIT.
050800******************************************************************
050900* 2200-WRITE-CLOSE-CARD                                         *
051000*     WRITES AN ACCOUNT MAINTENANCE CLOSE CARD ("X") FOR A      *
051100*     DORMANT ACCOUNT.  THE NAME IS CARRIED SO THE CARD CAN BE  *
051200*     READ AT SIGN-OFF - ACCTMNT TAKES ONLY THE ACTION AND      *
051300*     ACCOUNT NUMBER FROM A CLOSE.                              *
051400******************************************************************
051500 2200-WRITE-CLOSE-CARD.
051600     MOVE SPACES TO MAINT-RECORD.
051700     SET MNT-ACTION-CLOSE TO TRUE.
051800     MOVE WS-MASTER-KEY    TO MNT-ACCOUNT-NUMBER.
051900     MOVE ACM-ACCOUNT-NAME TO MNT-ACCOUNT-NAME.
052000     WRITE MAINT-RECORD.
052100     IF WS-CARD-FILE-STATUS NOT = "00"
052200         MOVE "DRMCARD" TO WS-IOERR-FILE-NAME
052300         MOVE WS-CARD-FILE-STATUS TO WS-IOERR-STATUS
052400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
052500     END-IF.
052600     ADD 1 TO WS-CARD-COUNT.
052700 2200-EXIT.
052800     EXIT.
052900******************************************************************
053000* 2300-READ-MASTER                                              *
053100*     READS THE NEXT ACCOUNT MASTER RECORD IN ACCOUNT ORDER.    *
053200******************************************************************
053300 2300-READ-MASTER.
053400     READ ACCOUNT-FILE
053500         AT END
053600             SET END-OF-MASTER TO TRUE
053700     END-READ.
053800     IF WS-ACCT-FILE-STATUS NOT = "00"
053900         AND WS-ACCT-FILE-STATUS NOT = "10"
054000         MOVE "ACCTMST" TO WS-IOERR-FILE-NAME
054100         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
054200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
054300     END-IF.
054400     IF NOT END-OF-MASTER
054500         ADD 1 TO WS-MASTER-COUNT
054600     END-IF.
054700 2300-EXIT.
054800     EXIT.
054900******************************************************************
055000* 2400-READ-BALANCE                                             *
055100*     READS THE NEXT BALANCE MASTER RECORD IN ACCOUNT ORDER.    *
055200*     AT THE END OF THE FILE THE BALANCE KEY GOES TO HIGH-      *
055300*     VALUES.                                                   *
055400******************************************************************
055500 2400-READ-BALANCE.
055600     READ BALANCE-FILE
055700         AT END
055800             SET END-OF-BALANCES TO TRUE
055900     END-READ.
056000     IF WS-BAL-FILE-STATUS NOT = "00"
056100         AND WS-BAL-FILE-STATUS NOT = "10"
056200         MOVE "ACCTBAL" TO WS-IOERR-FILE-NAME
056300         MOVE WS-BAL-FILE-STATUS TO WS-IOERR-STATUS
056400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
056500     END-IF.
056600     IF END-OF-BALANCES
056700         MOVE HIGH-VALUES TO WS-BALANCE-KEY
056800     ELSE
056900         ADD 1 TO WS-BALANCE-COUNT
057000         MOVE BAL-ACCOUNT-NUMBER TO WS-BALANCE-KEY
057100     END-IF.
057200 2400-EXIT.
057300     EXIT.
057400******************************************************************
057500* 2500-READ-RATE                                                *
057600*     READS THE NEXT RATE TABLE ROW IN KEY ORDER.  AT THE END   *
057700*     OF THE FILE THE RATE KEY GOES TO HIGH-VALUES.             *
057800******************************************************************
057900 2500-READ-RATE.
058000     READ RATE-FILE
058100         AT END
058200             SET END-OF-RATES TO TRUE
058300     END-READ.
058400     IF WS-RATE-FILE-STATUS NOT = "00"
058500         AND WS-RATE-FILE-STATUS NOT = "10"
058600         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
058700         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
058800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
058900     END-IF.
059000     IF END-OF-RATES
059100         MOVE HIGH-VALUES TO WS-RATE-KEY
059200     ELSE
059300         ADD 1 TO WS-RATE-COUNT
059400         MOVE RTE-ACCOUNT-NUMBER TO WS-RATE-KEY
059500     END-IF.
059600 2500-EXIT.
059700     EXIT.
059800******************************************************************
059900* 3000-PRINT-FINDINGS                                           *
060000*     SORT OUTPUT PROCEDURE - PRINTS THE THREE SECTIONS IN      *
060100*     TURN, EACH ON A NEW PAGE IN ACCOUNT ORDER.                *
060200******************************************************************
060300 3000-PRINT-FINDINGS.
060400     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
060500     PERFORM 3200-PRINT-SECTION THRU 3200-EXIT
060600         VARYING WS-SECTION-SUB FROM 1 BY 1
060700         UNTIL WS-SECTION-SUB > 3.
060800 3000-EXIT.
060900     EXIT.
061000******************************************************************
061100* 3100-RETURN-SORT-RECORD                                       *
061200*     RETURNS ONE RECORD FROM THE SORTED FINDINGS.  AT THE END  *
061300*     THE SECTION GOES TO 9 SO NO FURTHER SECTION MATCHES IT.   *
061400******************************************************************
061500 3100-RETURN-SORT-RECORD.
061600     RETURN SORT-FILE
061700         AT END
061800             SET END-OF-SORT TO TRUE
061900             MOVE 9 TO SRT-SECTION
062000     END-RETURN.
062100 3100-EXIT.
062200     EXIT.
062300******************************************************************
062400* 3200-PRINT-SECTION                                            *
062500*     PRINTS ONE SECTION - ITS HEADING, A LINE FOR EACH         *
062600*     ACCOUNT IN IT, AND THE SECTION COUNT (OR "NONE").         *
062700******************************************************************
062800 3200-PRINT-SECTION.
062900     MOVE WS-SECTION-TITLE (WS-SECTION-SUB) TO WS-HDG-TITLE.
063000     IF WS-SECTION-SUB = 3
063100         MOVE WS-COLS-RATES TO WS-HDG-COLUMNS
063200     ELSE
063300         MOVE WS-COLS-ACTIVITY TO WS-HDG-COLUMNS
063400     END-IF.
063500     PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT.
063600     MOVE ZERO TO WS-SECTION-LINES.
063700     PERFORM 3300-PRINT-FINDING THRU 3300-EXIT
063800         UNTIL SRT-SECTION NOT = WS-SECTION-SUB.
063900     MOVE SPACES TO WS-PRINT-LINE.
064000     IF WS-SECTION-LINES = ZERO
064100         MOVE "NONE" TO WS-PRINT-TEXT
064200     ELSE
064300         MOVE WS-SECTION-LINES TO WS-DSP-COUNT
064400         STRING "ACCOUNTS IN THIS SECTION  . . . "
064500                                 DELIMITED BY SIZE
064600                WS-DSP-COUNT     DELIMITED BY SIZE
064700             INTO WS-PRINT-TEXT
064800     END-IF.
064900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
065000 3200-EXIT.
065100     EXIT.
065200******************************************************************
065300* 3300-PRINT-FINDING                                            *
065400*     PRINTS ONE ACCOUNT LINE OF THE SECTION IN HAND AND        *
065500*     RETURNS THE NEXT FINDING.  A BALANCE RECORD NEVER         *
065600*     UPDATED SHOWS ITS LAST ACTIVITY AS "NEVER".               *
065700******************************************************************
065800 3300-PRINT-FINDING.
065900     ADD 1 TO WS-SECTION-LINES.
066000     MOVE SPACES TO WS-PRINT-LINE.
066100     IF SRT-SECTION = 3
066200         MOVE SRT-RATE-ROWS      TO WS-DTL-ROWS
066300         MOVE SRT-OPEN-RATE-ROWS TO WS-DTL-OPEN-ROWS
066400         STRING SRT-ACCOUNT-NUMBER DELIMITED BY SIZE
066500                "  "               DELIMITED BY SIZE
066600                SRT-ACCOUNT-NAME   DELIMITED BY SIZE
066700                "      "           DELIMITED BY SIZE
066800                WS-DTL-ROWS        DELIMITED BY SIZE
066900                "       "          DELIMITED BY SIZE
067000                WS-DTL-OPEN-ROWS   DELIMITED BY SIZE
067100             INTO WS-PRINT-TEXT
067200     ELSE
067300         IF SRT-SECTION = 2
067400             MOVE "NO RECORD" TO WS-DTL-LAST-DATE
067500         ELSE
067600             IF SRT-LAST-UPDATE-DATE = ZERO
067700                 MOVE "NEVER" TO WS-DTL-LAST-DATE
067800             ELSE
067900                 MOVE SRT-LAST-UPDATE-DATE (1:4)
068000                     TO WS-DTL-LAST-DATE (1:4)
068100                 MOVE "-" TO WS-DTL-LAST-DATE (5:1)
068200                 MOVE SRT-LAST-UPDATE-DATE (5:2)
068300                     TO WS-DTL-LAST-DATE (6:2)
068400                 MOVE "-" TO WS-DTL-LAST-DATE (8:1)
068500                 MOVE SRT-LAST-UPDATE-DATE (7:2)
068600                     TO WS-DTL-LAST-DATE (9:2)
068700             END-IF
068800         END-IF
068900         STRING SRT-ACCOUNT-NUMBER DELIMITED BY SIZE
069000                "  "               DELIMITED BY SIZE
069100                SRT-ACCOUNT-NAME   DELIMITED BY SIZE
069200                "  "               DELIMITED BY SIZE
069300                WS-DTL-LAST-DATE   DELIMITED BY SIZE
069400             INTO WS-PRINT-TEXT
069500     END-IF.
069600     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
069700     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
069800 3300-EXIT.
069900     EXIT.
070000******************************************************************
070100* 8000-WRITE-PAGE-HEADING                                       *
070200*     WRITES THE REPORT PAGE HEADING - SECTION TITLE, BUSINESS  *
070300*     DATE, THRESHOLD AND CUTOFF, RUN DATE AND TIME, AND THE    *
070400*     SECTION'S COLUMN HEADINGS - AND RESETS THE LINE COUNTER   *
070500*     FOR THE NEW PAGE.                                         *
070600******************************************************************
070700 8000-WRITE-PAGE-HEADING.
070800     ADD 1 TO WS-PAGE-NUMBER.
070900     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
071000     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
071100     MOVE WS-RUN-MM   TO WS-HD-MM.
071200     MOVE WS-RUN-DD   TO WS-HD-DD.
071300     MOVE WS-RUN-HH   TO WS-HT-HH.
071400     MOVE WS-RUN-MIN  TO WS-HT-MIN.
071500     MOVE WS-RUN-SS   TO WS-HT-SS.
071600     MOVE SPACES TO WS-PRINT-LINE.
071700     STRING "ACCTDORM "          DELIMITED BY SIZE
071800            WS-HDG-TITLE         DELIMITED BY SIZE
071900            "     PAGE "         DELIMITED BY SIZE
072000            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
072100         INTO WS-PRINT-TEXT.
072200     WRITE DORMANT-RECORD FROM WS-PRINT-LINE
072300         AFTER ADVANCING PAGE.
072400     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
072500     MOVE SPACES TO WS-PRINT-LINE.
072600     STRING "BUSINESS DATE: "    DELIMITED BY SIZE
072700            WS-BUSINESS-DATE     DELIMITED BY SIZE
072800            "     DORMANT AFTER " DELIMITED BY SIZE
072900            WS-HDG-DAYS          DELIMITED BY SIZE
073000            " BUSINESS DAYS - NO ACTIVITY SINCE BEFORE "
073100                                 DELIMITED BY SIZE
073200            WS-CUTOFF-DATE       DELIMITED BY SIZE
073300            "     RUN DATE: "    DELIMITED BY SIZE
073400            WS-HDG-DATE          DELIMITED BY SIZE
073500            " "                  DELIMITED BY SIZE
073600            WS-HDG-TIME          DELIMITED BY SIZE
073700         INTO WS-PRINT-TEXT.
073800     WRITE DORMANT-RECORD FROM WS-PRINT-LINE
073900         AFTER ADVANCING 2 LINES.
074000     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
074100     MOVE SPACES TO WS-PRINT-LINE.
074200     MOVE WS-HDG-COLUMNS TO WS-PRINT-TEXT.
074300     WRITE DORMANT-RECORD FROM WS-PRINT-LINE
074400         AFTER ADVANCING 2 LINES.
074500     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
074600     MOVE ZERO TO WS-LINE-COUNT.
074700 8000-EXIT.
074800     EXIT.
074900******************************************************************
075000* 8100-WRITE-REPORT-LINE                                        *
075100*     WRITES ONE REPORT LINE AND FORCES A PAGE BREAK WHEN THE   *
075200*     PAGE IS FULL.                                             *
075300******************************************************************
075400 8100-WRITE-REPORT-LINE.
075500     WRITE DORMANT-RECORD FROM WS-PRINT-LINE
075600         AFTER ADVANCING 1 LINE.
075700     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
075800     ADD 1 TO WS-LINE-COUNT.
075900     IF WS-LINE-COUNT >= WS-MAX-LINES
076000         PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT
076100     END-IF.
076200 8100-EXIT.
076300     EXIT.
076400******************************************************************
076500* 8200-WRITE-SUMMARY-LINE                                       *
076600*     WRITES ONE REPORT LINE, SPACED AWAY FROM THE PRECEDING    *
076700*     LINE.                                                     *
076800******************************************************************
076900 8200-WRITE-SUMMARY-LINE.
077000     WRITE DORMANT-RECORD FROM WS-PRINT-LINE
077100         AFTER ADVANCING 2 LINES.
077200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
077300 8200-EXIT.
077400     EXIT.
077500******************************************************************
077600* 8300-PRINT-COUNT                                              *
077700*     PRINTS ONE LABELLED CONTROL SUMMARY COUNT.                *
077800******************************************************************
077900 8300-PRINT-COUNT.
078000     MOVE SPACES TO WS-PRINT-LINE.
078100     STRING WS-DSP-LABEL   DELIMITED BY SIZE
078200            WS-DSP-COUNT   DELIMITED BY SIZE
078300         INTO WS-PRINT-TEXT.
078400     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
078500 8300-EXIT.
078600     EXIT.
078700******************************************************************
078800* 8700-CHECK-REPORT-STATUS                                      *
078900*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
079000******************************************************************
079100 8700-CHECK-REPORT-STATUS.
079200     IF WS-RPT-FILE-STATUS NOT = "00"
079300         MOVE "DRMRPT" TO WS-IOERR-FILE-NAME
079400         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
079500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
079600     END-IF.
079700 8700-EXIT.
079800     EXIT.
079900******************************************************************
080000* 9000-TERMINATE                                                *
080100*     WRITES THE CONTROL SUMMARY - RECORDS READ FROM EACH       *
080200*     MASTER, ACCOUNTS IN EACH SECTION, CLOSE CARDS WRITTEN,    *
080300*     AND RECORDS FOR ACCOUNTS NOT ON THE MASTER - SETS THE     *
080400*     RETURN CODE, AND CLOSES THE FILES.  RETURN CODE 0 WHEN    *
080500*     NOTHING WAS FOUND, 4 WHEN ANY ACCOUNT IS LISTED FOR       *
080600*     REVIEW, 8 WHEN THE CALENDAR IS TOO SHORT FOR THE          *
080700*     DORMANCY TEST TO BE MADE.                                 *
080800******************************************************************
080900 9000-TERMINATE.
081000     MOVE SPACES TO WS-PRINT-LINE.
081100     STRING "ACCTDORM CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
081200         INTO WS-PRINT-TEXT.
081300     WRITE DORMANT-RECORD FROM WS-PRINT-LINE
081400         AFTER ADVANCING PAGE.
081500     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
081600     IF CALENDAR-TOO-SHORT
081700         MOVE SPACES TO WS-PRINT-LINE
081800         STRING "CALENDAR HOLDS FEWER BUSINESS DAYS THAN THE "
081900                                 DELIMITED BY SIZE
082000                "THRESHOLD - DORMANCY TEST NOT MADE"
082100                                 DELIMITED BY SIZE
082200             INTO WS-PRINT-TEXT
082300         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
082400     END-IF.
082500     MOVE "CALENDAR BUSINESS DAYS READ . . " TO WS-DSP-LABEL.
082600     MOVE WS-BDAY-COUNT TO WS-DSP-COUNT.
082700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
082800     MOVE "ACCOUNT MASTER RECORDS READ . . " TO WS-DSP-LABEL.
082900     MOVE WS-MASTER-COUNT TO WS-DSP-COUNT.
083000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
083100     MOVE "  ACTIVE  . . . . . . . . . . . " TO WS-DSP-LABEL.
083200     MOVE WS-ACTIVE-COUNT TO WS-DSP-COUNT.
083300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
083400     MOVE "  CLOSED  . . . . . . . . . . . " TO WS-DSP-LABEL.
083500     MOVE WS-CLOSED-COUNT TO WS-DSP-COUNT.
083600     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
083700     MOVE "BALANCE MASTER RECORDS READ . . " TO WS-DSP-LABEL.
083800     MOVE WS-BALANCE-COUNT TO WS-DSP-COUNT.
083900     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
084000     MOVE "RATE TABLE ROWS READ  . . . . . " TO WS-DSP-LABEL.
084100     MOVE WS-RATE-COUNT TO WS-DSP-COUNT.
084200     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
084300     MOVE "  *DEFAULT ROWS . . . . . . . . " TO WS-DSP-LABEL.
084400     MOVE WS-DEFAULT-RATE-COUNT TO WS-DSP-COUNT.
084500     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
084600     MOVE "DORMANT ACCOUNTS  . . . . . . . " TO WS-DSP-LABEL.
084700     MOVE WS-DORMANT-COUNT TO WS-DSP-COUNT.
084800     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
084900     MOVE "  CLOSE CARDS WRITTEN . . . . . " TO WS-DSP-LABEL.
085000     MOVE WS-CARD-COUNT TO WS-DSP-COUNT.
085100     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
085200     MOVE "ACTIVE WITH NO BALANCE RECORD . " TO WS-DSP-LABEL.
085300     MOVE WS-NO-BALANCE-COUNT TO WS-DSP-COUNT.
085400     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
085500     MOVE "CLOSED WITH RATE ROWS . . . . . " TO WS-DSP-LABEL.
085600     MOVE WS-CLOSED-RATE-COUNT TO WS-DSP-COUNT.
085700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
085800     MOVE "BALANCE RECORDS NOT ON MASTER . " TO WS-DSP-LABEL.
085900     MOVE WS-ORPHAN-BAL-COUNT TO WS-DSP-COUNT.
086000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
086100     MOVE "RATE ROWS NOT ON MASTER . . . . " TO WS-DSP-LABEL.
086200     MOVE WS-ORPHAN-RATE-COUNT TO WS-DSP-COUNT.
086300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
086400     CLOSE ACCOUNT-FILE.
086500     CLOSE BALANCE-FILE.
086600     CLOSE RATE-FILE.
086700     CLOSE CARD-FILE.
086800     CLOSE DORMANT-FILE.
086900     EVALUATE TRUE
087000         WHEN CALENDAR-TOO-SHORT
087100             DISPLAY "ACCTDORM - CALENDAR HOLDS ONLY "
087200                 WS-BDAY-COUNT
087300                 " BUSINESS DAYS - DORMANCY TEST NOT MADE - "
087400                 "RETURN CODE 8"
087500             MOVE 8 TO RETURN-CODE
087600         WHEN WS-DORMANT-COUNT > ZERO
087700           OR WS-NO-BALANCE-COUNT > ZERO
087800           OR WS-CLOSED-RATE-COUNT > ZERO
087900             DISPLAY "ACCTDORM - " WS-DORMANT-COUNT " DORMANT, "
088000                 WS-NO-BALANCE-COUNT " WITH NO BALANCE RECORD, "
088100                 WS-CLOSED-RATE-COUNT " CLOSED WITH RATE ROWS - "
088200                 "SEE DRMRPT"
088300             MOVE 4 TO RETURN-CODE
088400         WHEN OTHER
088500             MOVE ZERO TO RETURN-CODE
088600     END-EVALUATE.
088700 9000-EXIT.
088800     EXIT.
088900******************************************************************
089000* 9900-IO-ERROR                                                 *
089100*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
089200*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
089300*     CODE 16.                                                  *
089400******************************************************************
089500 9900-IO-ERROR.
089600     DISPLAY "ACCTDORM - I/O ERROR ON " WS-IOERR-FILE-NAME
089700         " STATUS " WS-IOERR-STATUS.
089800     MOVE 16 TO RETURN-CODE.
089900     STOP RUN.
090000 9900-EXIT.
090100     EXIT.
090200 END PROGRAM ACCTDORM.
