000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     EODGATE.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-15 KT   ORIGINAL PROGRAM - DAY-END GATE.  TAKES THE    *
001200*                 BUSINESS DATE FROM THE PROCESSING CALENDAR AND *
001300*                 CHECKS THE STEP STATUS RECORDS ON THE JOB      *
001400*                 CONTROL FILE (JOBCTL) FOR THAT DATE AGAINST    *
001500*                 THE REQUIRED-STEPS TABLE BELOW.  PRINTS A      *
001600*                 DAY-END CHECKLIST (GATERPT) SHOWING EACH STEP  *
001700*                 AS DONE, FAILED, MISSING OR OUT OF ORDER, WITH *
001800*                 ITS TIMES, RECORD COUNTS AND RETURN CODE.      *
001900*                 RETURN CODE 0 WHEN EVERY REQUIRED STEP IS DONE *
002000*                 IN ORDER, 8 OTHERWISE.  ITS OWN STEP RECORD    *
002100*                 GOES ON JOBCTL, AND CALADV WILL NOT ADVANCE    *
002200*                 THE CALENDAR UNTIL A PASSING GATE RECORD       *
002300*                 FOLLOWS THE LAST STEP OF THE DAY.              *
002311* 2026-10-15 KT   ON A PARALLEL DAY ENZAN IS JUDGED STREAM BY    *
002322*                 STREAM - THE LATEST RECORD OF EACH STREAM      *
002333*                 STANDS, THE STEP TAKES THE WORST RETURN CODE   *
002344*                 OF ITS STREAMS, AND EVERY STREAM TRANSPLT      *
002355*                 SPLIT THE DAY INTO MUST HAVE LOGGED.  EACH     *
002366*                 STREAM IS LISTED UNDER THE STEP.  A JOBCTL     *
002377*                 READ ERROR NOW CLOSES THE FILE BEFORE THE      *
002388*                 FAILED GATE IS LOGGED.                         *
002400******************************************************************
002500 ENVIRONMENT     DIVISION.
002600 INPUT-OUTPUT    SECTION.
002700 FILE-CONTROL.
002800     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
002900                         ORGANIZATION IS SEQUENTIAL
003000                         FILE STATUS IS WS-CAL-FILE-STATUS.
003100     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
003200                         ORGANIZATION IS SEQUENTIAL
003300                         FILE STATUS IS WS-JCT-FILE-STATUS.
003400     SELECT REPORT-FILE    ASSIGN TO "GATERPT"
003500                         ORGANIZATION IS SEQUENTIAL
003600                         FILE STATUS IS WS-RPT-FILE-STATUS.
003700 DATA            DIVISION.
003800 FILE            SECTION.
003900 FD  CALENDAR-FILE
004000     LABEL RECORDS ARE STANDARD.
004100     COPY CALREC.
004200 FD  JOB-CONTROL-FILE
004300     LABEL RECORDS ARE STANDARD.
004400     COPY JCTREC.
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
005500         03  WS-JCT-EOF-SWITCH   PIC X(01)   VALUE "N".
005600             88  END-OF-JOB-CONTROL           VALUE "Y".
005700         03  WS-STEP-FOUND-SWITCH
005800                                 PIC X(01)   VALUE "N".
005900             88  STEP-IN-TABLE                VALUE "Y".
006000             88  STEP-NOT-IN-TABLE            VALUE "N".
006100         03  WS-STREAM-MODE-SWITCH
006200                                 PIC X(01)   VALUE "S".
006300             88  PARALLEL-RUN                 VALUE "P".
006400             88  SINGLE-STREAM-RUN            VALUE "S".
006500 01  WS-FILE-STATUS-FIELDS.
006600         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
006700         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
006800         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
006900 01  WS-IO-ERROR-FIELDS.
007000         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
007100         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
007200*
007300*    REQUIRED DAY-END STEPS, IN THE ORDER THEY MUST RUN - STEP
007400*    NAME, THE HIGHEST RETURN CODE THAT STILL COUNTS AS DONE, AND
007500*    P FOR A STEP THAT RUNS ONLY WHEN THE DAY IS SPLIT INTO
007540*    PARALLEL STREAMS (THE DAY IS PARALLEL WHEN TRANSPLT RAN), OR
007580*    S FOR THE STEP THAT RUNS ONCE PER STREAM ON A PARALLEL DAY -
007620*    ITS STREAMS ARE KEPT IN WS-STREAM-RESULTS, SO ONLY ONE STEP
007660*    MAY BE S.
007700*    ENZAN 8 IS A COMPLETED RUN WITH EXCEPTIONS OR A REFUSED
007800*    BATCH; AUDHROLL, SUSPAGE AND GLMATCH 4 ARE WARNINGS FOR
007900*    FOLLOW-UP.  ENZANMRG, ENZANREC OR BALUPDT 8 MEANS THE DAY
008000*    DID NOT PROVE.
008100*
008200 01  WS-STEP-TABLE-DATA.
008300         03  FILLER              PIC X(08)  VALUE "TRANSPLT".
008400         03  FILLER              PIC 9(02)  VALUE 00.
008500         03  FILLER              PIC X(01)  VALUE "P".
008600         03  FILLER              PIC X(08)  VALUE "ENZAN".
008700         03  FILLER              PIC 9(02)  VALUE 08.
008800         03  FILLER              PIC X(01)  VALUE "S".
008900         03  FILLER              PIC X(08)  VALUE "ENZANMRG".
009000         03  FILLER              PIC 9(02)  VALUE 00.
009100         03  FILLER              PIC X(01)  VALUE "P".
009200         03  FILLER              PIC X(08)  VALUE "ENZANREC".
009300         03  FILLER              PIC 9(02)  VALUE 00.
009400         03  FILLER              PIC X(01)  VALUE "A".
009500         03  FILLER              PIC X(08)  VALUE "BALUPDT".
009600         03  FILLER              PIC 9(02)  VALUE 00.
009700         03  FILLER              PIC X(01)  VALUE "A".
009800         03  FILLER              PIC X(08)  VALUE "AUDHROLL".
009900         03  FILLER              PIC 9(02)  VALUE 04.
010000         03  FILLER              PIC X(01)  VALUE "A".
010100         03  FILLER              PIC X(08)  VALUE "SUSPAGE".
010200         03  FILLER              PIC 9(02)  VALUE 04.
010300         03  FILLER              PIC X(01)  VALUE "A".
010400         03  FILLER              PIC X(08)  VALUE "GLMATCH".
010500         03  FILLER              PIC 9(02)  VALUE 04.
010600         03  FILLER              PIC X(01)  VALUE "A".
010700 01  WS-STEP-TABLE REDEFINES WS-STEP-TABLE-DATA.
010800         03  WS-STEP-ENTRY       OCCURS 8 TIMES.
010900             05  WS-STP-NAME     PIC X(08).
011000             05  WS-STP-MAX-RC   PIC 9(02).
011100             05  WS-STP-MODE     PIC X(01).
011200                 88  STEP-PARALLEL-ONLY       VALUE "P".
011250                 88  STEP-RUNS-PER-STREAM     VALUE "S".
011300 01  WS-STEP-RESULTS.
011400         03  WS-RES-ENTRY        OCCURS 8 TIMES.
011500             05  WS-RES-POSITION PIC 9(07) COMP.
011533             05  WS-RES-FIRST-POSITION
011566                                 PIC 9(07) COMP.
011600             05  WS-RES-RUN-COUNT
011700                                 PIC 9(03) COMP.
011800             05  WS-RES-RC       PIC 9(02).
011850             05  WS-RES-RUN-DATE PIC 9(08).
011900             05  WS-RES-START    PIC 9(08).
012000             05  WS-RES-END      PIC 9(08).
012100             05  WS-RES-READ     PIC 9(09).
012200             05  WS-RES-WRITTEN  PIC 9(09).
012300             05  WS-RES-REJECTED PIC 9(09).
012400             05  WS-RES-STATUS   PIC X(01).
012500                 88  STEP-DONE                VALUE "D".
012600                 88  STEP-FAILED              VALUE "F".
012700                 88  STEP-MISSING             VALUE "M".
012800                 88  STEP-OUT-OF-ORDER        VALUE "O".
012900                 88  STEP-NOT-EXPECTED        VALUE "N".
012906*
012912*    THE LATEST RECORD OF EACH STREAM OF THE PER-STREAM STEP, BY
012918*    STREAM NUMBER 1-4 - ENTRY 5 HOLDS A RUN THAT CARRIED NO
012925*    STREAM NUMBER, AS ON A SINGLE-STREAM DAY.
012931*
012937 01  WS-STREAM-RESULTS.
012943         03  WS-STR-ENTRY        OCCURS 5 TIMES.
012950             05  WS-STR-POSITION PIC 9(07) COMP.
012956             05  WS-STR-RC       PIC 9(02).
012962             05  WS-STR-RUN-DATE PIC 9(08).
012968             05  WS-STR-START    PIC 9(08).
012975             05  WS-STR-END      PIC 9(08).
012981             05  WS-STR-READ     PIC 9(09).
012987             05  WS-STR-WRITTEN  PIC 9(09).
012993             05  WS-STR-REJECTED PIC 9(09).
013000 01  WS-GATE-CONTROLS.
013100         03  WS-STEP-MAX         PIC 9(02) COMP  VALUE 8.
013200         03  WS-STEP-SUB         PIC 9(02) COMP  VALUE ZERO.
013216         03  WS-STREAM-MAX       PIC 9(02) COMP  VALUE 5.
013233         03  WS-STREAM-SUB       PIC 9(02) COMP  VALUE ZERO.
013250         03  WS-EXPECTED-STREAMS PIC 9(01)       VALUE ZERO.
013266         03  WS-STREAMS-LOGGED   PIC 9(01)       VALUE ZERO.
013283         03  WS-STREAMS-SHORT    PIC 9(01)       VALUE ZERO.
013300         03  WS-JCT-POSITION     PIC 9(07) COMP  VALUE ZERO.
013400         03  WS-LAST-POSITION    PIC 9(07) COMP  VALUE ZERO.
013500 01  WS-WORK-COUNTS.
013600         03  WS-JCT-READ-COUNT   PIC 9(07) COMP  VALUE ZERO.
013700         03  WS-DAY-RECORD-COUNT PIC 9(07) COMP  VALUE ZERO.
013800         03  WS-OTHER-STEP-COUNT PIC 9(07) COMP  VALUE ZERO.
013900         03  WS-REQUIRED-COUNT   PIC 9(03) COMP  VALUE ZERO.
014000         03  WS-DONE-COUNT       PIC 9(03) COMP  VALUE ZERO.
014100         03  WS-FAILED-COUNT     PIC 9(03) COMP  VALUE ZERO.
014200         03  WS-MISSING-COUNT    PIC 9(03) COMP  VALUE ZERO.
014300         03  WS-ORDER-COUNT      PIC 9(03) COMP  VALUE ZERO.
014400         03  WS-NOT-DONE-COUNT   PIC 9(03) COMP  VALUE ZERO.
014500 01  WS-REPORT-CONTROLS.
014600         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
014700         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
014800         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
014900 01  WS-PRINT-LINE.
015000         03  WS-PRINT-TEXT       PIC X(133).
015100 01  WS-BUSINESS-DATE.
015200         03  WS-BUS-YYYY         PIC 9(04).
015300         03  WS-BUS-MM           PIC 9(02).
015400         03  WS-BUS-DD           PIC 9(02).
015500 01  WS-BUSINESS-DATE-N REDEFINES WS-BUSINESS-DATE
015600                                 PIC 9(08).
015700 01  WS-RUN-DATE.
015800         03  WS-RUN-YYYY         PIC 9(04).
015900         03  WS-RUN-MM           PIC 9(02).
016000         03  WS-RUN-DD           PIC 9(02).
016100 01  WS-RUN-TIME.
016200         03  WS-RUN-HH           PIC 9(02).
016300         03  WS-RUN-MIN          PIC 9(02).
016400         03  WS-RUN-SS           PIC 9(02).
016500         03  WS-RUN-HUN          PIC 9(02).
016600 01  WS-HDG-DATE.
016700         03  WS-HD-YYYY          PIC 9(04).
016800         03  FILLER              PIC X(01)  VALUE "-".
016900         03  WS-HD-MM            PIC 9(02).
017000         03  FILLER              PIC X(01)  VALUE "-".
017100         03  WS-HD-DD            PIC 9(02).
017200 01  WS-HDG-TIME.
017300         03  WS-HT-HH            PIC 9(02).
017400         03  FILLER              PIC X(01)  VALUE ":".
017500         03  WS-HT-MIN           PIC 9(02).
017600         03  FILLER              PIC X(01)  VALUE ":".
017700         03  WS-HT-SS            PIC 9(02).
017800 01  WS-BUS-DATE-DISP.
017900         03  WS-BD-YYYY          PIC 9(04).
018000         03  FILLER              PIC X(01)  VALUE "-".
018100         03  WS-BD-MM            PIC 9(02).
018200         03  FILLER              PIC X(01)  VALUE "-".
018300         03  WS-BD-DD            PIC 9(02).
018400*
018500*    A STEP TIME AS LOGGED (HHMMSSHH) AND AS PRINTED (HH:MM:SS).
018600*
018700 01  WS-STEP-TIME.
018800         03  WS-ST-HH            PIC 9(02).
018900         03  WS-ST-MM            PIC 9(02).
019000         03  WS-ST-SS            PIC 9(02).
019100         03  WS-ST-HUN           PIC 9(02).
019200 01  WS-STEP-TIME-N REDEFINES WS-STEP-TIME
019300                                 PIC 9(08).
019400 01  WS-TIME-DISP.
019500         03  WS-TD-HH            PIC 9(02).
019600         03  FILLER              PIC X(01)  VALUE ":".
019700         03  WS-TD-MM            PIC 9(02).
019800         03  FILLER              PIC X(01)  VALUE ":".
019900         03  WS-TD-SS            PIC 9(02).
020000 01  WS-COLUMN-HEADINGS.
020100         03  FILLER  PIC X(35)  VALUE
020200             "SEQ  STEP      STATUS        RUNS".
020300         03  FILLER  PIC X(30)  VALUE
020400             "START     END             READ".
020500         03  FILLER  PIC X(30)  VALUE
020600             "   WRITTEN   REJECTED  RC".
020700         03  FILLER  PIC X(07)  VALUE "MAX RC".
020800 01  WS-DETAIL-FIELDS.
020900         03  WS-HDG-PAGE-DISP    PIC ZZ9.
021000         03  WS-DTL-SEQ          PIC Z9.
021100         03  WS-DTL-STATUS       PIC X(12)  VALUE SPACES.
021200         03  WS-DTL-RUNS         PIC ZZ9.
021300         03  WS-DTL-START        PIC X(08)  VALUE SPACES.
021400         03  WS-DTL-END          PIC X(08)  VALUE SPACES.
021500         03  WS-DTL-READ         PIC ZZZZZZZZ9.
021600         03  WS-DTL-WRITTEN      PIC ZZZZZZZZ9.
021700         03  WS-DTL-REJECTED     PIC ZZZZZZZZ9.
021800         03  WS-DTL-RC           PIC Z9.
021900         03  WS-DTL-MAX-RC       PIC Z9.
022000         03  WS-DTL-COUNTS       PIC X(40)  VALUE SPACES.
022100         03  WS-DSP-COUNT        PIC ZZZZZZ9.
022200         03  WS-DSP-LABEL        PIC X(32)  VALUE SPACES.
022250         03  WS-DSP-STREAM       PIC 9.
022300 01  WS-STEP-STATUS-FIELDS.
022400         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
022500 PROCEDURE       DIVISION.
022600******************************************************************
022700* 0000-MAIN-PROCEDURE                                           *
022800*     CONTROLS OVERALL FLOW - INITIALIZE, FIND THE BUSINESS     *
022900*     DATE, COLLECT THE DAY'S STEP RECORDS FROM THE JOB         *
023000*     CONTROL FILE, JUDGE AND PRINT EACH REQUIRED STEP, THEN    *
023100*     TERMINATE AND LOG THE GATE'S OWN STEP RECORD.             *
023200******************************************************************
023300 0000-MAIN-PROCEDURE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     PERFORM 1100-FIND-BUSINESS-DATE THRU 1100-EXIT.
023600     PERFORM 2000-COLLECT-STEP-RECORDS THRU 2000-EXIT.
023700     PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT.
023800     PERFORM 3000-JUDGE-ONE-STEP THRU 3000-EXIT
023900         VARYING WS-STEP-SUB FROM 1 BY 1
024000         UNTIL WS-STEP-SUB > WS-STEP-MAX.
024100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024200     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
024300     STOP RUN.
024400 0000-MAIN-EXIT.
024500     EXIT.
024600******************************************************************
024700* 1000-INITIALIZE                                               *
024800*     CAPTURES THE RUN DATE/TIME, CLEARS THE STEP RESULTS, AND  *
024900*     OPENS THE CHECKLIST REPORT.                               *
025000******************************************************************
025100 1000-INITIALIZE.
025200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025300     ACCEPT WS-RUN-TIME FROM TIME.
025400     MOVE ZERO TO WS-BUSINESS-DATE-N.
025500     INITIALIZE WS-STEP-RESULTS.
025550     INITIALIZE WS-STREAM-RESULTS.
025600     OPEN OUTPUT REPORT-FILE.
025700     IF WS-RPT-FILE-STATUS NOT = "00"
025800         MOVE "GATERPT" TO WS-IOERR-FILE-NAME
025900         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
026000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026100     END-IF.
026200 1000-EXIT.
026300     EXIT.
026400******************************************************************
026500* 1100-FIND-BUSINESS-DATE                                       *
026600*     READS THE PROCESSING CALENDAR UP TO THE RECORD FLAGGED    *
026700*     CURRENT - ITS DATE IS THE BUSINESS DATE EVERY STEP        *
026800*     LOGGED ITS RECORD UNDER.  THE CALENDAR IS MANDATORY; ONE  *
026900*     WITH NO CURRENT DATE ENDS THE RUN.  THE GATE IS RUN       *
027000*     BEFORE CALADV MOVES THE FLAG ON.                          *
027100******************************************************************
027200 1100-FIND-BUSINESS-DATE.
027300     OPEN INPUT CALENDAR-FILE.
027400     IF WS-CAL-FILE-STATUS NOT = "00"
027500         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
027600         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
027700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
027800     END-IF.
027900     PERFORM 1110-READ-CALENDAR-RECORD THRU 1110-EXIT
028000         UNTIL END-OF-CALENDAR OR BUSINESS-DATE-FOUND.
028100     CLOSE CALENDAR-FILE.
028200     IF NOT BUSINESS-DATE-FOUND
028300         DISPLAY "EODGATE - PROCESSING CALENDAR HAS NO CURRENT "
028400             "BUSINESS DATE - RUN ENDED"
028500         MOVE 16 TO RETURN-CODE
028600         PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
028700         STOP RUN
028800     END-IF.
028900 1100-EXIT.
029000     EXIT.
029100******************************************************************
029200* 1110-READ-CALENDAR-RECORD                                     *
029300*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
029400*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.              *
029500******************************************************************
029600 1110-READ-CALENDAR-RECORD.
029700     READ CALENDAR-FILE
029800         AT END
029900             SET END-OF-CALENDAR TO TRUE
030000             GO TO 1110-EXIT
030100     END-READ.
030200     IF WS-CAL-FILE-STATUS NOT = "00"
030300         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
030400         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
030500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
030600     END-IF.
030700     IF CAL-CURRENT-DATE
030800         SET BUSINESS-DATE-FOUND TO TRUE
030900         MOVE CAL-DATE TO WS-BUSINESS-DATE-N
031000     END-IF.
031100 1110-EXIT.
031200     EXIT.
031300******************************************************************
031400* 2000-COLLECT-STEP-RECORDS                                     *
031500*     READS THE JOB CONTROL FILE FROM THE START.  NO FILE YET   *
031600*     MEANS NO STEP HAS LOGGED ANYTHING, SO EVERY REQUIRED      *
031700*     STEP WILL SHOW MISSING.  A DAY IS A PARALLEL RUN WHEN     *
031800*     TRANSPLT LOGGED A RECORD FOR IT.                          *
031900******************************************************************
032000 2000-COLLECT-STEP-RECORDS.
032100     OPEN INPUT JOB-CONTROL-FILE.
032200     IF WS-JCT-FILE-STATUS = "35"
032300         GO TO 2000-EXIT
032400     END-IF.
032500     IF WS-JCT-FILE-STATUS NOT = "00"
032600         MOVE "JOBCTL" TO WS-IOERR-FILE-NAME
032700         MOVE WS-JCT-FILE-STATUS TO WS-IOERR-STATUS
032800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
032900     END-IF.
033000     PERFORM 2100-READ-JOB-CONTROL THRU 2100-EXIT
033100         UNTIL END-OF-JOB-CONTROL.
033200     CLOSE JOB-CONTROL-FILE.
033300     IF WS-RES-POSITION (1) > ZERO
033400         SET PARALLEL-RUN TO TRUE
033500     END-IF.
033600 2000-EXIT.
033700     EXIT.
033800******************************************************************
033900* 2100-READ-JOB-CONTROL                                         *
034000*     READS ONE JOB CONTROL RECORD.  EVERY RECORD ON THE FILE   *
034100*     COUNTS TOWARD THE POSITION, SO POSITIONS SHOW THE ORDER   *
034154*     THE STEPS ENDED IN.  A TRANSPLT RECORD FOR THE BUSINESS   *
034209*     DATE GIVES THE NUMBER OF STREAMS EXPECTED.  A RECORD FOR  *
034263*     THE BUSINESS DATE FROM A REQUIRED STEP REPLACES ANY       *
034318*     EARLIER ONE FOR THAT STEP - A RERUN STANDS IN FOR THE     *
034372*     RUN IT REPEATS - EXCEPT FOR THE PER-STREAM STEP, WHOSE    *
034427*     RECORD REPLACES ONLY THE EARLIER ONE FOR THE SAME         *
034481*     STREAM.  RECORDS FOR OTHER DATES, AND FROM STEPS NOT ON   *
034536*     THE TABLE (THE GATE ITSELF, CALADV), ARE ONLY COUNTED.    *
034590*     A READ ERROR CLOSES THE FILE SO THE FAILED GATE CAN       *
034645*     STILL BE LOGGED ON IT.                                    *
034700******************************************************************
034800 2100-READ-JOB-CONTROL.
034900     READ JOB-CONTROL-FILE
035000         AT END
035100             SET END-OF-JOB-CONTROL TO TRUE
035200             GO TO 2100-EXIT
035300     END-READ.
035400     IF WS-JCT-FILE-STATUS NOT = "00"
035450         CLOSE JOB-CONTROL-FILE
035500         MOVE "JOBCTL" TO WS-IOERR-FILE-NAME
035600         MOVE WS-JCT-FILE-STATUS TO WS-IOERR-STATUS
035700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
035800     END-IF.
035900     ADD 1 TO WS-JCT-READ-COUNT.
036000     MOVE WS-JCT-READ-COUNT TO WS-JCT-POSITION.
036100     IF JCT-BUSINESS-DATE NOT = WS-BUSINESS-DATE-N
036200         GO TO 2100-EXIT
036300     END-IF.
036400     ADD 1 TO WS-DAY-RECORD-COUNT.
036425     IF JCT-STREAM-COUNT-GIVEN
036450         MOVE JCT-STREAM-COUNT TO WS-EXPECTED-STREAMS
036475     END-IF.
036500     SET STEP-NOT-IN-TABLE TO TRUE.
036600     MOVE 1 TO WS-STEP-SUB.
036700     PERFORM 2110-TEST-STEP-NAME THRU 2110-EXIT
036800         UNTIL WS-STEP-SUB > WS-STEP-MAX
036900             OR STEP-IN-TABLE.
037000     IF STEP-NOT-IN-TABLE
037100         ADD 1 TO WS-OTHER-STEP-COUNT
037200         GO TO 2100-EXIT
037300     END-IF.
037316     ADD 1                     TO WS-RES-RUN-COUNT (WS-STEP-SUB).
037333     IF STEP-RUNS-PER-STREAM (WS-STEP-SUB)
037350         PERFORM 2120-SAVE-STREAM-RECORD THRU 2120-EXIT
037366         GO TO 2100-EXIT
037383     END-IF.
037400     MOVE WS-JCT-POSITION      TO WS-RES-POSITION (WS-STEP-SUB).
037466     MOVE WS-JCT-POSITION
037533                         TO WS-RES-FIRST-POSITION (WS-STEP-SUB).
037600     MOVE JCT-RETURN-CODE      TO WS-RES-RC (WS-STEP-SUB).
037650     MOVE JCT-RUN-DATE         TO WS-RES-RUN-DATE (WS-STEP-SUB).
037700     MOVE JCT-START-TIME       TO WS-RES-START (WS-STEP-SUB).
037800     MOVE JCT-END-TIME         TO WS-RES-END (WS-STEP-SUB).
037900     MOVE JCT-RECORDS-READ     TO WS-RES-READ (WS-STEP-SUB).
038000     MOVE JCT-RECORDS-WRITTEN  TO WS-RES-WRITTEN (WS-STEP-SUB).
038100     MOVE JCT-RECORDS-REJECTED TO WS-RES-REJECTED (WS-STEP-SUB).
038200 2100-EXIT.
038300     EXIT.
038400******************************************************************
038500* 2110-TEST-STEP-NAME                                           *
038600*     TESTS ONE REQUIRED-STEPS TABLE ENTRY AGAINST THE STEP     *
038700*     NAME ON THE RECORD.  THE SUBSCRIPT IS LEFT ON THE         *
038800*     MATCHING ENTRY.                                           *
038900******************************************************************
039000 2110-TEST-STEP-NAME.
039100     IF WS-STP-NAME (WS-STEP-SUB) = JCT-STEP-NAME
039200         SET STEP-IN-TABLE TO TRUE
039300     ELSE
039400         ADD 1 TO WS-STEP-SUB
039500     END-IF.
039600 2110-EXIT.
039700     EXIT.
039800******************************************************************
039803* 2120-SAVE-STREAM-RECORD                                       *
039807*     SAVES A RECORD OF THE PER-STREAM STEP UNDER THE STREAM    *
039811*     NUMBER IT CARRIES (1-4), OR AS THE UNNUMBERED RUN.  A     *
039814*     LATER RECORD FOR THE SAME STREAM IS A RERUN OF THAT       *
039818*     STREAM AND REPLACES IT; THE OTHER STREAMS ARE KEPT, SO    *
039822*     ONE STREAM'S FAILURE IS NOT HIDDEN BY ANOTHER STREAM      *
039825*     ENDING CLEAN AFTER IT.                                    *
039829******************************************************************
039833 2120-SAVE-STREAM-RECORD.
039837     IF JCT-NUMBERED-STREAM
039840         MOVE JCT-STREAM-NUMBER TO WS-DSP-STREAM
039844         MOVE WS-DSP-STREAM TO WS-STREAM-SUB
039848     ELSE
039851         MOVE WS-STREAM-MAX TO WS-STREAM-SUB
039855     END-IF.
039859     MOVE WS-JCT-POSITION      TO WS-STR-POSITION (WS-STREAM-SUB).
039862     MOVE JCT-RETURN-CODE      TO WS-STR-RC (WS-STREAM-SUB).
039866     MOVE JCT-RUN-DATE         TO WS-STR-RUN-DATE (WS-STREAM-SUB).
039870     MOVE JCT-START-TIME       TO WS-STR-START (WS-STREAM-SUB).
039874     MOVE JCT-END-TIME         TO WS-STR-END (WS-STREAM-SUB).
039877     MOVE JCT-RECORDS-READ     TO WS-STR-READ (WS-STREAM-SUB).
039881     MOVE JCT-RECORDS-WRITTEN  TO WS-STR-WRITTEN (WS-STREAM-SUB).
039885     MOVE JCT-RECORDS-REJECTED TO WS-STR-REJECTED (WS-STREAM-SUB).
039888 2120-EXIT.
039892     EXIT.
039896******************************************************************
039900* 3000-JUDGE-ONE-STEP                                           *
039966*     JUDGES ONE REQUIRED STEP, IN TABLE ORDER.  THE            *
040033*     PER-STREAM STEP IS FIRST GATHERED FROM ITS STREAMS.  A    *
040100*     PARALLEL-ONLY STEP ON A SINGLE-STREAM DAY IS NOT          *
040200*     EXPECTED.  OTHERWISE THE STEP IS MISSING WITH NO RECORD   *
040262*     FOR THE DATE, FAILED WHEN ITS RETURN CODE - THE LATEST    *
040325*     RUN'S, OR FOR THE PER-STREAM STEP THE WORST OF ITS        *
040387*     STREAMS' LATEST RUNS - IS ABOVE THE TABLE'S LIMIT,        *
040450*     MISSING WHEN A STREAM TRANSPLT SPLIT THE DAY INTO NEVER   *
040512*     LOGGED, AND OUT OF ORDER WHEN IT (OR ANY OF ITS STREAMS)  *
040575*     ENDED BEFORE A STEP EARLIER IN THE TABLE - THE STEP HAS   *
040637*     TO BE RERUN AFTER IT.  THE STEP IS THEN PRINTED ON THE    *
040700*     CHECKLIST.                                                *
040800******************************************************************
040900 3000-JUDGE-ONE-STEP.
040920     MOVE ZERO TO WS-STREAMS-SHORT.
040940     IF STEP-RUNS-PER-STREAM (WS-STEP-SUB)
040960         PERFORM 3050-GATHER-STREAMS THRU 3050-EXIT
040980     END-IF.
041000     EVALUATE TRUE
041100         WHEN STEP-PARALLEL-ONLY (WS-STEP-SUB)
041200             AND SINGLE-STREAM-RUN
041300             SET STEP-NOT-EXPECTED (WS-STEP-SUB) TO TRUE
041400         WHEN WS-RES-POSITION (WS-STEP-SUB) = ZERO
041500             SET STEP-MISSING (WS-STEP-SUB) TO TRUE
041600             ADD 1 TO WS-MISSING-COUNT
041700         WHEN WS-RES-RC (WS-STEP-SUB)
041800             > WS-STP-MAX-RC (WS-STEP-SUB)
041900             SET STEP-FAILED (WS-STEP-SUB) TO TRUE
042000             ADD 1 TO WS-FAILED-COUNT
042033         WHEN WS-STREAMS-SHORT > ZERO
042066             SET STEP-MISSING (WS-STEP-SUB) TO TRUE
042100             ADD 1 TO WS-MISSING-COUNT
042133         WHEN WS-RES-FIRST-POSITION (WS-STEP-SUB)
042166             < WS-LAST-POSITION
042200             SET STEP-OUT-OF-ORDER (WS-STEP-SUB) TO TRUE
042300             ADD 1 TO WS-ORDER-COUNT
042400         WHEN OTHER
042500             SET STEP-DONE (WS-STEP-SUB) TO TRUE
042600             ADD 1 TO WS-DONE-COUNT
042700     END-EVALUATE.
042800     IF NOT STEP-NOT-EXPECTED (WS-STEP-SUB)
042900         ADD 1 TO WS-REQUIRED-COUNT
043000     END-IF.
043100     IF WS-RES-POSITION (WS-STEP-SUB) > WS-LAST-POSITION
043200         MOVE WS-RES-POSITION (WS-STEP-SUB) TO WS-LAST-POSITION
043300     END-IF.
043400     PERFORM 3100-PRINT-STEP THRU 3100-EXIT.
043500 3000-EXIT.
043600     EXIT.
043700******************************************************************
043701* 3050-GATHER-STREAMS                                           *
043702*     BUILDS THE PER-STREAM STEP'S RESULT FROM ITS STREAMS -    *
043703*     THE WORST RETURN CODE, THE EARLIEST START, THE END AND    *
043704*     POSITION OF THE LAST STREAM TO END, THE POSITION OF THE   *
043706*     FIRST (FOR THE ORDER TEST), AND THE RECORD COUNTS ADDED   *
043707*     ACROSS THE STREAMS - AND COUNTS THE STREAMS LOGGED AND    *
043708*     THE EXPECTED STREAMS THAT DID NOT LOG.  A SINGLE-STREAM   *
043709*     DAY EXPECTS ONE RUN, NUMBERED OR NOT.                     *
043710******************************************************************
043712 3050-GATHER-STREAMS.
043713     MOVE ZERO TO WS-STREAMS-LOGGED.
043714     MOVE ZERO TO WS-RES-POSITION (WS-STEP-SUB).
043715     MOVE ZERO TO WS-RES-FIRST-POSITION (WS-STEP-SUB).
043717     PERFORM 3060-ADD-ONE-STREAM THRU 3060-EXIT
043718         VARYING WS-STREAM-SUB FROM 1 BY 1
043719         UNTIL WS-STREAM-SUB > WS-STREAM-MAX.
043720 3050-EXIT.
043721     EXIT.
043723******************************************************************
043724* 3060-ADD-ONE-STREAM                                           *
043725*     ADDS ONE STREAM'S LATEST RECORD INTO THE PER-STREAM       *
043726*     STEP'S RESULT.  ON A PARALLEL DAY A STREAM NUMBERED       *
043728*     WITHIN THE COUNT TRANSPLT LOGGED THAT HAS NO RECORD IS    *
043729*     COUNTED SHORT.                                            *
043730******************************************************************
043731 3060-ADD-ONE-STREAM.
043732     IF WS-STR-POSITION (WS-STREAM-SUB) = ZERO
043734         IF PARALLEL-RUN
043735             AND WS-STREAM-SUB NOT > WS-EXPECTED-STREAMS
043736             ADD 1 TO WS-STREAMS-SHORT
043737         END-IF
043739         GO TO 3060-EXIT
043740     END-IF.
043741     ADD 1 TO WS-STREAMS-LOGGED.
043742     IF WS-STREAMS-LOGGED = 1
043743         MOVE WS-STR-RC (WS-STREAM-SUB) TO WS-RES-RC (WS-STEP-SUB)
043745         MOVE WS-STR-POSITION (WS-STREAM-SUB)
043746             TO WS-RES-FIRST-POSITION (WS-STEP-SUB)
043747         MOVE WS-STR-RUN-DATE (WS-STREAM-SUB)
043748                               TO WS-RES-RUN-DATE (WS-STEP-SUB)
043750         MOVE WS-STR-START (WS-STREAM-SUB)
043751                               TO WS-RES-START (WS-STEP-SUB)
043752         MOVE ZERO TO WS-RES-READ (WS-STEP-SUB)
043753         MOVE ZERO TO WS-RES-WRITTEN (WS-STEP-SUB)
043754         MOVE ZERO TO WS-RES-REJECTED (WS-STEP-SUB)
043756     END-IF.
043757     IF WS-STR-RC (WS-STREAM-SUB) > WS-RES-RC (WS-STEP-SUB)
043758         MOVE WS-STR-RC (WS-STREAM-SUB) TO WS-RES-RC (WS-STEP-SUB)
043759     END-IF.
043760     IF WS-STR-POSITION (WS-STREAM-SUB)
043762         < WS-RES-FIRST-POSITION (WS-STEP-SUB)
043763         MOVE WS-STR-POSITION (WS-STREAM-SUB)
043764             TO WS-RES-FIRST-POSITION (WS-STEP-SUB)
043765     END-IF.
043767     IF WS-STR-POSITION (WS-STREAM-SUB)
043768         > WS-RES-POSITION (WS-STEP-SUB)
043769         MOVE WS-STR-POSITION (WS-STREAM-SUB)
043770                               TO WS-RES-POSITION (WS-STEP-SUB)
043771         MOVE WS-STR-END (WS-STREAM-SUB)
043773                               TO WS-RES-END (WS-STEP-SUB)
043774     END-IF.
043775     IF WS-STR-RUN-DATE (WS-STREAM-SUB)
043776         < WS-RES-RUN-DATE (WS-STEP-SUB)
043778         OR (WS-STR-RUN-DATE (WS-STREAM-SUB)
043779             = WS-RES-RUN-DATE (WS-STEP-SUB)
043780         AND WS-STR-START (WS-STREAM-SUB)
043781             < WS-RES-START (WS-STEP-SUB))
043782         MOVE WS-STR-RUN-DATE (WS-STREAM-SUB)
043784                               TO WS-RES-RUN-DATE (WS-STEP-SUB)
043785         MOVE WS-STR-START (WS-STREAM-SUB)
043786                               TO WS-RES-START (WS-STEP-SUB)
043787     END-IF.
043789     ADD WS-STR-READ (WS-STREAM-SUB)
043790                               TO WS-RES-READ (WS-STEP-SUB).
043791     ADD WS-STR-WRITTEN (WS-STREAM-SUB)
043792                               TO WS-RES-WRITTEN (WS-STEP-SUB).
043793     ADD WS-STR-REJECTED (WS-STREAM-SUB)
043795                               TO WS-RES-REJECTED (WS-STEP-SUB).
043796 3060-EXIT.
043797     EXIT.
043798******************************************************************
043800* 3100-PRINT-STEP                                               *
043900*     PRINTS ONE CHECKLIST LINE - SEQUENCE, STEP, STATUS, HOW   *
043962*     MANY TIMES IT LOGGED FOR THE DATE, THE START AND END      *
044025*     TIME, RECORDS READ, WRITTEN AND REJECTED, AND THE RETURN  *
044087*     CODE, AGAINST THE HIGHEST RETURN CODE ALLOWED.  THESE     *
044150*     COME FROM THE STEP'S LATEST RECORD, OR FOR THE            *
044212*     PER-STREAM STEP FROM ITS STREAMS TOGETHER (EARLIEST       *
044275*     START, LAST END, COUNTS ADDED, WORST RETURN CODE), WITH   *
044337*     A LINE FOR EACH STREAM UNDERNEATH ON A PARALLEL DAY.      *
044400******************************************************************
044500 3100-PRINT-STEP.
044600     MOVE WS-STEP-SUB TO WS-DTL-SEQ.
044700     MOVE WS-STP-MAX-RC (WS-STEP-SUB) TO WS-DTL-MAX-RC.
044800     MOVE WS-RES-RUN-COUNT (WS-STEP-SUB) TO WS-DTL-RUNS.
044900     EVALUATE TRUE
045000         WHEN STEP-DONE (WS-STEP-SUB)
045100             MOVE "DONE"         TO WS-DTL-STATUS
045200         WHEN STEP-FAILED (WS-STEP-SUB)
045300             MOVE "FAILED"       TO WS-DTL-STATUS
045400         WHEN STEP-MISSING (WS-STEP-SUB)
045500             MOVE "MISSING"      TO WS-DTL-STATUS
045600         WHEN STEP-OUT-OF-ORDER (WS-STEP-SUB)
045700             MOVE "OUT OF ORDER" TO WS-DTL-STATUS
045800         WHEN OTHER
045900             MOVE "NOT EXPECTED" TO WS-DTL-STATUS
046000     END-EVALUATE.
046100     MOVE SPACES TO WS-DTL-START.
046200     MOVE SPACES TO WS-DTL-END.
046300     MOVE SPACES TO WS-DTL-COUNTS.
046400     IF WS-RES-POSITION (WS-STEP-SUB) > ZERO
046500         MOVE WS-RES-START (WS-STEP-SUB) TO WS-STEP-TIME-N
046600         PERFORM 3200-FORMAT-STEP-TIME THRU 3200-EXIT
046700         MOVE WS-TIME-DISP TO WS-DTL-START
046800         MOVE WS-RES-END (WS-STEP-SUB) TO WS-STEP-TIME-N
046900         PERFORM 3200-FORMAT-STEP-TIME THRU 3200-EXIT
047000         MOVE WS-TIME-DISP TO WS-DTL-END
047100         MOVE WS-RES-READ (WS-STEP-SUB)     TO WS-DTL-READ
047200         MOVE WS-RES-WRITTEN (WS-STEP-SUB)  TO WS-DTL-WRITTEN
047300         MOVE WS-RES-REJECTED (WS-STEP-SUB) TO WS-DTL-REJECTED
047400         MOVE WS-RES-RC (WS-STEP-SUB)       TO WS-DTL-RC
047500         STRING WS-DTL-READ         DELIMITED BY SIZE
047600                "  "                DELIMITED BY SIZE
047700                WS-DTL-WRITTEN      DELIMITED BY SIZE
047800                "  "                DELIMITED BY SIZE
047900                WS-DTL-REJECTED     DELIMITED BY SIZE
048000                "  "                DELIMITED BY SIZE
048100                WS-DTL-RC           DELIMITED BY SIZE
048200             INTO WS-DTL-COUNTS
048300     END-IF.
048400     MOVE SPACES TO WS-PRINT-LINE.
048500     STRING " "                  DELIMITED BY SIZE
048600            WS-DTL-SEQ           DELIMITED BY SIZE
048700            "  "                 DELIMITED BY SIZE
048800            WS-STP-NAME (WS-STEP-SUB)
048900                                 DELIMITED BY SIZE
049000            "  "                 DELIMITED BY SIZE
049100            WS-DTL-STATUS        DELIMITED BY SIZE
049200            "   "                DELIMITED BY SIZE
049300            WS-DTL-RUNS          DELIMITED BY SIZE
049400            "  "                 DELIMITED BY SIZE
049500            WS-DTL-START         DELIMITED BY SIZE
049600            "  "                 DELIMITED BY SIZE
049700            WS-DTL-END           DELIMITED BY SIZE
049800            "  "                 DELIMITED BY SIZE
049900            WS-DTL-COUNTS        DELIMITED BY SIZE
050000            "    "               DELIMITED BY SIZE
050100            WS-DTL-MAX-RC        DELIMITED BY SIZE
050200         INTO WS-PRINT-TEXT.
050300     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
050314     IF STEP-RUNS-PER-STREAM (WS-STEP-SUB)
050328         AND PARALLEL-RUN
050342         PERFORM 3150-PRINT-STREAM THRU 3150-EXIT
050357             VARYING WS-STREAM-SUB FROM 1 BY 1
050371             UNTIL WS-STREAM-SUB > WS-STREAM-MAX
050385     END-IF.
050400 3100-EXIT.
050401     EXIT.
050403******************************************************************
050404* 3150-PRINT-STREAM                                             *
050406*     PRINTS ONE STREAM OF THE PER-STREAM STEP UNDER ITS        *
050407*     CHECKLIST LINE - ITS LATEST RUN'S TIMES, COUNTS AND       *
050409*     RETURN CODE, OR A NOTE THAT AN EXPECTED STREAM NEVER      *
050410*     LOGGED.  STREAMS BEYOND THE EXPECTED COUNT, AND THE       *
050412*     UNNUMBERED RUN, ARE PRINTED ONLY IF THEY LOGGED.          *
050414******************************************************************
050415 3150-PRINT-STREAM.
050417     IF WS-STR-POSITION (WS-STREAM-SUB) = ZERO
050418         AND WS-STREAM-SUB > WS-EXPECTED-STREAMS
050420         GO TO 3150-EXIT
050421     END-IF.
050423     MOVE SPACES TO WS-PRINT-LINE.
050425     IF WS-STREAM-SUB = WS-STREAM-MAX
050426         MOVE "UNNUMBERED " TO WS-DTL-STATUS
050428     ELSE
050429         MOVE WS-STREAM-SUB TO WS-DSP-STREAM
050431         MOVE SPACES TO WS-DTL-STATUS
050432         STRING "STREAM "     DELIMITED BY SIZE
050434                WS-DSP-STREAM DELIMITED BY SIZE
050435             INTO WS-DTL-STATUS
050437     END-IF.
050439     IF WS-STR-POSITION (WS-STREAM-SUB) = ZERO
050440         STRING "               " DELIMITED BY SIZE
050442                WS-DTL-STATUS     DELIMITED BY SIZE
050443                "  *** NO STEP RECORD FOR THIS STREAM ***"
050445                                  DELIMITED BY SIZE
050446             INTO WS-PRINT-TEXT
050448         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
050450         GO TO 3150-EXIT
050451     END-IF.
050453     MOVE WS-STR-START (WS-STREAM-SUB) TO WS-STEP-TIME-N.
050454     PERFORM 3200-FORMAT-STEP-TIME THRU 3200-EXIT.
050456     MOVE WS-TIME-DISP TO WS-DTL-START.
050457     MOVE WS-STR-END (WS-STREAM-SUB) TO WS-STEP-TIME-N.
050459     PERFORM 3200-FORMAT-STEP-TIME THRU 3200-EXIT.
050460     MOVE WS-TIME-DISP TO WS-DTL-END.
050462     MOVE WS-STR-READ (WS-STREAM-SUB)     TO WS-DTL-READ.
050464     MOVE WS-STR-WRITTEN (WS-STREAM-SUB)  TO WS-DTL-WRITTEN.
050465     MOVE WS-STR-REJECTED (WS-STREAM-SUB) TO WS-DTL-REJECTED.
050467     MOVE WS-STR-RC (WS-STREAM-SUB)       TO WS-DTL-RC.
050468     MOVE SPACES TO WS-DTL-COUNTS.
050470     STRING WS-DTL-READ         DELIMITED BY SIZE
050471            "  "                DELIMITED BY SIZE
050473            WS-DTL-WRITTEN      DELIMITED BY SIZE
050475            "  "                DELIMITED BY SIZE
050476            WS-DTL-REJECTED     DELIMITED BY SIZE
050478            "  "                DELIMITED BY SIZE
050479            WS-DTL-RC           DELIMITED BY SIZE
050481         INTO WS-DTL-COUNTS.
050482     STRING "               " DELIMITED BY SIZE
050484            WS-DTL-STATUS     DELIMITED BY SIZE
050485            "        "        DELIMITED BY SIZE
050487            WS-DTL-START      DELIMITED BY SIZE
050489            "  "              DELIMITED BY SIZE
050490            WS-DTL-END        DELIMITED BY SIZE
050492            "  "              DELIMITED BY SIZE
050493            WS-DTL-COUNTS     DELIMITED BY SIZE
050495         INTO WS-PRINT-TEXT.
050496     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
050498 3150-EXIT.
050500     EXIT.
050600******************************************************************
050700* 3200-FORMAT-STEP-TIME                                         *
050800*     EDITS A LOGGED STEP TIME (HHMMSSHH) AS HH:MM:SS.          *
050900******************************************************************
051000 3200-FORMAT-STEP-TIME.
051100     MOVE WS-ST-HH TO WS-TD-HH.
051200     MOVE WS-ST-MM TO WS-TD-MM.
051300     MOVE WS-ST-SS TO WS-TD-SS.
051400 3200-EXIT.
051500     EXIT.
051600******************************************************************
051700* 8000-WRITE-PAGE-HEADING                                       *
051800*     WRITES THE REPORT PAGE HEADING - TITLE, BUSINESS DATE,    *
051900*     RUN DATE AND TIME, AND THE COLUMN HEADINGS - AND RESETS   *
052000*     THE LINE COUNTER FOR THE NEW PAGE.                        *
052100******************************************************************
052200 8000-WRITE-PAGE-HEADING.
052300     ADD 1 TO WS-PAGE-NUMBER.
052400     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
052500     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
052600     MOVE WS-RUN-MM   TO WS-HD-MM.
052700     MOVE WS-RUN-DD   TO WS-HD-DD.
052800     MOVE WS-RUN-HH   TO WS-HT-HH.
052900     MOVE WS-RUN-MIN  TO WS-HT-MIN.
053000     MOVE WS-RUN-SS   TO WS-HT-SS.
053100     MOVE WS-BUS-YYYY TO WS-BD-YYYY.
053200     MOVE WS-BUS-MM   TO WS-BD-MM.
053300     MOVE WS-BUS-DD   TO WS-BD-DD.
053400     MOVE SPACES TO WS-PRINT-LINE.
053500     STRING "EODGATE DAY-END CHECKLIST"
053600                                 DELIMITED BY SIZE
053700            "     PAGE "         DELIMITED BY SIZE
053800            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
053900         INTO WS-PRINT-TEXT.
054000     WRITE REPORT-RECORD FROM WS-PRINT-LINE
054100         AFTER ADVANCING PAGE.
054200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
054300     MOVE SPACES TO WS-PRINT-LINE.
054400     STRING "BUSINESS DATE: "    DELIMITED BY SIZE
054500            WS-BUS-DATE-DISP     DELIMITED BY SIZE
054600            "     RUN DATE: "    DELIMITED BY SIZE
054700            WS-HDG-DATE          DELIMITED BY SIZE
054800            " "                  DELIMITED BY SIZE
054900            WS-HDG-TIME          DELIMITED BY SIZE
055000         INTO WS-PRINT-TEXT.
055100     WRITE REPORT-RECORD FROM WS-PRINT-LINE
055200         AFTER ADVANCING 2 LINES.
055300     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
055400     MOVE SPACES TO WS-PRINT-LINE.
055500     MOVE WS-COLUMN-HEADINGS TO WS-PRINT-TEXT.
055600     WRITE REPORT-RECORD FROM WS-PRINT-LINE
055700         AFTER ADVANCING 2 LINES.
055800     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
055900     MOVE ZERO TO WS-LINE-COUNT.
056000 8000-EXIT.
056100     EXIT.
056200******************************************************************
056300* 8100-WRITE-REPORT-LINE                                        *
056400*     WRITES ONE REPORT LINE AND FORCES A PAGE BREAK WHEN THE   *
056500*     PAGE IS FULL.                                             *
056600******************************************************************
056700 8100-WRITE-REPORT-LINE.
056800     WRITE REPORT-RECORD FROM WS-PRINT-LINE
056900         AFTER ADVANCING 1 LINE.
057000     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
057100     ADD 1 TO WS-LINE-COUNT.
057200     IF WS-LINE-COUNT >= WS-MAX-LINES
057300         PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT
057400     END-IF.
057500 8100-EXIT.
057600     EXIT.
057700******************************************************************
057800* 8200-WRITE-SUMMARY-LINE                                       *
057900*     WRITES ONE REPORT LINE, SPACED AWAY FROM THE PRECEDING    *
058000*     LINE.                                                     *
058100******************************************************************
058200 8200-WRITE-SUMMARY-LINE.
058300     WRITE REPORT-RECORD FROM WS-PRINT-LINE
058400         AFTER ADVANCING 2 LINES.
058500     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
058600 8200-EXIT.
058700     EXIT.
058800******************************************************************
058900* 8300-PRINT-COUNT                                              *
059000*     PRINTS ONE LABELLED CONTROL SUMMARY COUNT.                *
059100******************************************************************
059200 8300-PRINT-COUNT.
059300     MOVE SPACES TO WS-PRINT-LINE.
059400     STRING WS-DSP-LABEL   DELIMITED BY SIZE
059500            WS-DSP-COUNT   DELIMITED BY SIZE
059600         INTO WS-PRINT-TEXT.
059700     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
059800 8300-EXIT.
059900     EXIT.
060000******************************************************************
060100* 8700-CHECK-REPORT-STATUS                                      *
060200*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
060300******************************************************************
060400 8700-CHECK-REPORT-STATUS.
060500     IF WS-RPT-FILE-STATUS NOT = "00"
060600         MOVE "GATERPT" TO WS-IOERR-FILE-NAME
060700         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
060800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
060900     END-IF.
061000 8700-EXIT.
061100     EXIT.
061200******************************************************************
061300* 9000-TERMINATE                                                *
061400*     PRINTS THE RUN MODE, THE CONTROL SUMMARY - JOB CONTROL    *
061500*     RECORDS READ AND FOR THE DATE, STEPS REQUIRED, DONE,      *
061600*     FAILED, MISSING AND OUT OF ORDER - AND THE VERDICT, SETS  *
061700*     THE RETURN CODE, AND CLOSES THE REPORT.  RETURN CODE 0    *
061800*     WHEN EVERY REQUIRED STEP IS DONE IN ORDER, 8 OTHERWISE -  *
061900*     CALADV THEN REFUSES TO ADVANCE THE CALENDAR WITHOUT A     *
062000*     SUPERVISOR OVERRIDE.                                      *
062100******************************************************************
062200 9000-TERMINATE.
062300     MOVE SPACES TO WS-PRINT-LINE.
062400     IF PARALLEL-RUN
062442         MOVE WS-EXPECTED-STREAMS TO WS-DSP-STREAM
062485         STRING "RUN MODE - PARALLEL STREAMS (TRANSPLT RAN) - "
062528                                 DELIMITED BY SIZE
062571                WS-DSP-STREAM    DELIMITED BY SIZE
062614                " STREAMS"       DELIMITED BY SIZE
062657             INTO WS-PRINT-TEXT
062700     ELSE
062800         MOVE "RUN MODE - SINGLE STREAM" TO WS-PRINT-TEXT
062900     END-IF.
063000     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
063100     ADD WS-FAILED-COUNT WS-MISSING-COUNT WS-ORDER-COUNT
063200         GIVING WS-NOT-DONE-COUNT.
063300     MOVE SPACES TO WS-PRINT-LINE.
063400     STRING "EODGATE CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
063500         INTO WS-PRINT-TEXT.
063600     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
063700     MOVE "JOB CONTROL RECORDS READ  . . . " TO WS-DSP-LABEL.
063800     MOVE WS-JCT-READ-COUNT TO WS-DSP-COUNT.
063900     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
064000     MOVE "  FOR THE BUSINESS DATE . . . . " TO WS-DSP-LABEL.
064100     MOVE WS-DAY-RECORD-COUNT TO WS-DSP-COUNT.
064200     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
064300     MOVE "    FROM STEPS NOT ON THE TABLE " TO WS-DSP-LABEL.
064400     MOVE WS-OTHER-STEP-COUNT TO WS-DSP-COUNT.
064500     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
064600     MOVE "STEPS REQUIRED  . . . . . . . . " TO WS-DSP-LABEL.
064700     MOVE WS-REQUIRED-COUNT TO WS-DSP-COUNT.
064800     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
064900     MOVE "  DONE  . . . . . . . . . . . . " TO WS-DSP-LABEL.
065000     MOVE WS-DONE-COUNT TO WS-DSP-COUNT.
065100     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
065200     MOVE "  FAILED  . . . . . . . . . . . " TO WS-DSP-LABEL.
065300     MOVE WS-FAILED-COUNT TO WS-DSP-COUNT.
065400     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
065500     MOVE "  MISSING . . . . . . . . . . . " TO WS-DSP-LABEL.
065600     MOVE WS-MISSING-COUNT TO WS-DSP-COUNT.
065700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
065800     MOVE "  OUT OF ORDER  . . . . . . . . " TO WS-DSP-LABEL.
065900     MOVE WS-ORDER-COUNT TO WS-DSP-COUNT.
066000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
066100     MOVE SPACES TO WS-PRINT-LINE.
066200     IF WS-NOT-DONE-COUNT = ZERO
066300         STRING "DAY-END GATE PASSED - EVERY REQUIRED STEP DONE "
066400                "IN ORDER - THE CALENDAR MAY BE ADVANCED"
066500                                 DELIMITED BY SIZE
066600             INTO WS-PRINT-TEXT
066700         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
066800         DISPLAY "EODGATE - DAY-END GATE PASSED FOR "
066900             WS-BUSINESS-DATE-N
067000         MOVE ZERO TO RETURN-CODE
067100     ELSE
067200         STRING "*** DAY-END GATE FAILED - CALADV WILL NOT "
067300                "ADVANCE THE CALENDAR WITHOUT A SUPERVISOR "
067400                "OVERRIDE ***"   DELIMITED BY SIZE
067500             INTO WS-PRINT-TEXT
067600         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
067700         MOVE WS-NOT-DONE-COUNT TO WS-DSP-COUNT
067800         DISPLAY "EODGATE - DAY-END GATE FAILED FOR "
067900             WS-BUSINESS-DATE-N " - " WS-DSP-COUNT
068000             " STEPS NOT DONE - SEE GATERPT"
068100         MOVE 8 TO RETURN-CODE
068200     END-IF.
068300     CLOSE REPORT-FILE.
068400 9000-EXIT.
068500     EXIT.
068600******************************************************************
068700* 9800-WRITE-STEP-STATUS                                        *
068800*     APPENDS THE GATE'S OWN STEP STATUS RECORD TO THE JOB      *
068900*     CONTROL FILE (JOBCTL) - CALADV LOOKS FOR A PASSING GATE   *
069000*     RECORD FOR THE BUSINESS DATE WITH NO OTHER STEP LOGGED    *
069100*     AFTER IT.  PERFORMED AT EVERY END OF JOB.  RECORDS READ   *
069200*     ARE THE JOB CONTROL RECORDS FOR THE DATE, WRITTEN THE     *
069300*     STEPS DONE, REJECTED THE STEPS FAILED, MISSING OR OUT OF  *
069400*     ORDER.  A FILE THAT CANNOT BE OPENED OR WRITTEN IS        *
069500*     CALLED OUT ON THE CONSOLE - CALADV THEN FINDS NO PASSING  *
069600*     GATE AND HOLDS THE CALENDAR.                              *
069700******************************************************************
069800 9800-WRITE-STEP-STATUS.
069900     OPEN EXTEND JOB-CONTROL-FILE.
070000     IF WS-JCT-FILE-STATUS = "35"
070100         OPEN OUTPUT JOB-CONTROL-FILE
070200     END-IF.
070300     IF WS-JCT-FILE-STATUS NOT = "00"
070400         DISPLAY "EODGATE - JOB CONTROL (JOBCTL) CANNOT BE "
070500             "OPENED - STATUS " WS-JCT-FILE-STATUS
070600             " - STEP STATUS NOT WRITTEN"
070700         GO TO 9800-EXIT
070800     END-IF.
070900     MOVE SPACES             TO JOB-STEP-RECORD.
071000     MOVE WS-BUSINESS-DATE-N TO JCT-BUSINESS-DATE.
071100     MOVE "EODGATE"          TO JCT-STEP-NAME.
071200     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
071300     MOVE WS-RUN-TIME        TO JCT-START-TIME.
071400     ACCEPT WS-STEP-END-TIME FROM TIME.
071500     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
071600     MOVE WS-DAY-RECORD-COUNT
071700                             TO JCT-RECORDS-READ.
071800     MOVE WS-DONE-COUNT      TO JCT-RECORDS-WRITTEN.
071900     MOVE WS-NOT-DONE-COUNT  TO JCT-RECORDS-REJECTED.
072000     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
072100     WRITE JOB-STEP-RECORD.
072200     IF WS-JCT-FILE-STATUS NOT = "00"
072300         DISPLAY "EODGATE - JOB CONTROL (JOBCTL) WRITE FAILED - "
072400             "STATUS " WS-JCT-FILE-STATUS
072500             " - STEP STATUS NOT WRITTEN"
072600     END-IF.
072700     CLOSE JOB-CONTROL-FILE.
072800 9800-EXIT.
072900     EXIT.
073000******************************************************************
073100* 9900-IO-ERROR                                                 *
073200*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
073300*     STATUS CODE ON THE CONSOLE, LOGS THE FAILED GATE ON THE   *
073400*     JOB CONTROL FILE, AND ENDS THE RUN WITH RETURN CODE 16.   *
073500******************************************************************
073600 9900-IO-ERROR.
073700     DISPLAY "EODGATE - I/O ERROR ON " WS-IOERR-FILE-NAME
073800         " STATUS " WS-IOERR-STATUS.
073900     MOVE 16 TO RETURN-CODE.
074000     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
074100     STOP RUN.
074200 9900-EXIT.
074300     EXIT.
074400 END PROGRAM EODGATE.
