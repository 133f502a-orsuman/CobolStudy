002300*                 PAGED.  SUMMARIZED ("S") EXTRACT RECORDS CARRY *
002400*                 NO REFERENCE AND ARE COUNTED AND REPORTED AS   *
002500*                 NOT SUBJECT TO CONFIRMATION.                   *
002539* 2026-10-05 KT   THE CARRY-FORWARD RECORD AND POSTING WORK AREA *
002579*                 WIDENED TO THE 92-BYTE GL EXTRACT RECORD,      *
002619*                 WHICH NOW CARRIES THE REVERSED-ITEM REFERENCE  *
002659*                 ON A REVERSAL.                                 *
002667* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
002675*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
002683*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST.  THE  *
002691*                 BUSINESS DATE IS TAKEN FROM THE CALENDAR.      *
002699******************************************************************
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
002900 FILE-CONTROL.
004200     SELECT MATCH-FILE     ASSIGN TO "GLMRPT"
004300                         ORGANIZATION IS SEQUENTIAL
004400                         FILE STATUS IS WS-RPT-FILE-STATUS.
004414     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
004428                         ORGANIZATION IS SEQUENTIAL
004442                         FILE STATUS IS WS-CAL-FILE-STATUS.
004457     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
004471                         ORGANIZATION IS SEQUENTIAL
004485                         FILE STATUS IS WS-JCT-FILE-STATUS.
004500 DATA            DIVISION.
004600 FILE            SECTION.
004700 FD  GL-EXTRACT-FILE
006000               LEADING ==GLS-== BY ==GCS-==.
006100 FD  CARRY-OUT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300 01  CARRY-OUT-RECORD    PIC X(92).
006400 FD  MATCH-FILE
006500     LABEL RECORDS ARE STANDARD
006600     RECORD CONTAINS 133 CHARACTERS.
006700 01  MATCH-RECORD        PIC X(133).
006714 FD  CALENDAR-FILE
006728     LABEL RECORDS ARE STANDARD.
006742     COPY CALREC.
006757 FD  JOB-CONTROL-FILE
006771     LABEL RECORDS ARE STANDARD.
006785     COPY JCTREC.
006800 WORKING-STORAGE SECTION.
006900 01  WS-SWITCHES.
007000         03  WS-GLX-EOF-SWITCH   PIC X(01)   VALUE "N".
007900         03  WS-MATCH-SWITCH     PIC X(01)   VALUE "N".
008000             88  POSTING-CONFIRMED            VALUE "Y".
008100             88  POSTING-NOT-CONFIRMED        VALUE "N".
008133         03  WS-STEP-CAL-SWITCH  PIC X(01)   VALUE "N".
008166             88  END-OF-STEP-CALENDAR         VALUE "Y".
008200 01  WS-FILE-STATUS-FIELDS.
008300         03  WS-GLX-FILE-STATUS  PIC X(02)   VALUE "00".
008400         03  WS-CNF-FILE-STATUS  PIC X(02)   VALUE "00".
008500         03  WS-CFI-FILE-STATUS  PIC X(02)   VALUE "00".
008600         03  WS-CFO-FILE-STATUS  PIC X(02)   VALUE "00".
008700         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
008733         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
008766         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
008800 01  WS-IO-ERROR-FIELDS.
008900         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
009000         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
010400             05  WS-CNF-USED-FLAG
010500                                 PIC X(01).
010600 01  WS-POSTING-FIELDS.
010700         03  WS-POST-RECORD      PIC X(92)   VALUE SPACES.
010800         03  WS-POST-REFERENCE   PIC X(12)   VALUE SPACES.
010900         03  WS-POST-AMOUNT      PIC S9(09)V9(04) VALUE ZERO.
011000         03  WS-POST-ACCOUNT     PIC X(08)   VALUE SPACES.
015000         03  WS-DTL-AMOUNT       PIC ZZZZZZZZ9.9999-.
015100         03  WS-DTL-TOTAL        PIC ZZZZZZZZZZZZ9.9999-.
015200         03  WS-DTL-COUNT        PIC ZZZZZZ9.
015220 01  WS-STEP-STATUS-FIELDS.
015240         03  WS-STEP-BUSINESS-DATE
015260                                 PIC 9(08)   VALUE ZERO.
015280         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
015300 PROCEDURE       DIVISION.
015400******************************************************************
015500* 0000-MAIN-PROCEDURE                                           *
016500     PERFORM 3500-PROCESS-CARRY-IN THRU 3500-EXIT.
016600     PERFORM 4000-LIST-UNKNOWN-CONFIRMS THRU 4000-EXIT.
016700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016750     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
016800     STOP RUN.
016900 0000-MAIN-EXIT.
017000     EXIT.
023600                 DISPLAY "GLMATCH - CONFIRMATION TABLE FULL AT "
023700                     WS-CNF-TABLE-MAX " ENTRIES - RUN ENDED"
023800                 MOVE 16 TO RETURN-CODE
023850                 PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
023900                 STOP RUN
024000             END-IF
024100             ADD 1 TO WS-CNF-COUNT
066400     DISPLAY "GLMATCH - I/O ERROR ON " WS-IOERR-FILE-NAME
066500         " STATUS " WS-IOERR-STATUS.
066600     MOVE 16 TO RETURN-CODE.
066650     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
066700     STOP RUN.
066800 9900-EXIT.
066900     EXIT.
067000******************************************************************
067100* 9800-WRITE-STEP-STATUS                                        *
067200*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
067300*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
067400*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
067500*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
067600*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
067700*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
067800*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
067900*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
068000*     THE CALENDAR.  RECORDS READ ARE THE GL POSTINGS READ,     *
068100*     WRITTEN THE POSTINGS MATCHED TO A CONFIRMATION, REJECTED  *
068200*     THE POSTINGS LEFT UNCONFIRMED AND THE CONFIRMATIONS       *
068300*     MATCHING NO POSTING.                                      *
068400******************************************************************
068500 9800-WRITE-STEP-STATUS.
068600     IF WS-STEP-BUSINESS-DATE = ZERO
068700         PERFORM 9810-FIND-STEP-DATE THRU 9810-EXIT
068800     END-IF.
068900     OPEN EXTEND JOB-CONTROL-FILE.
069000     IF WS-JCT-FILE-STATUS = "35"
069100         OPEN OUTPUT JOB-CONTROL-FILE
069200     END-IF.
069300     IF WS-JCT-FILE-STATUS NOT = "00"
069400         DISPLAY "GLMATCH - JOB CONTROL (JOBCTL) CANNOT BE "
069500             "OPENED - STATUS " WS-JCT-FILE-STATUS
069600             " - STEP STATUS NOT WRITTEN"
069700         GO TO 9800-EXIT
069800     END-IF.
069900     MOVE SPACES             TO JOB-STEP-RECORD.
070000     MOVE WS-STEP-BUSINESS-DATE TO JCT-BUSINESS-DATE.
070100     MOVE "GLMATCH"          TO JCT-STEP-NAME.
070200     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
070300     MOVE WS-RUN-TIME        TO JCT-START-TIME.
070400     ACCEPT WS-STEP-END-TIME FROM TIME.
070500     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
070600     MOVE WS-POSTING-COUNT   TO JCT-RECORDS-READ.
070700     MOVE WS-MATCHED-COUNT   TO JCT-RECORDS-WRITTEN.
070800     ADD WS-UNCONF-COUNT WS-UNKNOWN-COUNT
070900         GIVING JCT-RECORDS-REJECTED.
071000     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
071100     WRITE JOB-STEP-RECORD.
071200     IF WS-JCT-FILE-STATUS NOT = "00"
071300         DISPLAY "GLMATCH - JOB CONTROL (JOBCTL) WRITE FAILED - "
071400             "STATUS " WS-JCT-FILE-STATUS
071500             " - STEP STATUS NOT WRITTEN"
071600     END-IF.
071700     CLOSE JOB-CONTROL-FILE.
071800 9800-EXIT.
071900     EXIT.
072000******************************************************************
072100* 9810-FIND-STEP-DATE                                           *
072200*     TAKES THE BUSINESS DATE THE STEP RAN UNDER FROM THE       *
072300*     PROCESSING CALENDAR - THE RECORD FLAGGED CURRENT.  NO     *
072400*     CALENDAR, OR NO CURRENT RECORD, LEAVES THE DATE ZERO      *
072500*     WITH A CONSOLE WARNING - THE STEP IS STILL LOGGED, BUT    *
072600*     COUNTS TOWARD NO BUSINESS DATE, SO THE GATE HOLDS THE     *
072700*     CALENDAR.                                                 *
072800******************************************************************
072900 9810-FIND-STEP-DATE.
073000     OPEN INPUT CALENDAR-FILE.
073100     IF WS-CAL-FILE-STATUS NOT = "00"
073200         DISPLAY "GLMATCH - PROCESSING CALENDAR (CALENDAR) "
073300             "CANNOT BE OPENED - STATUS " WS-CAL-FILE-STATUS
073400             " - STEP LOGGED WITHOUT A BUSINESS DATE"
073500         GO TO 9810-EXIT
073600     END-IF.
073700     PERFORM 9820-READ-STEP-CALENDAR THRU 9820-EXIT
073800         UNTIL END-OF-STEP-CALENDAR.
073900     CLOSE CALENDAR-FILE.
074000     IF WS-STEP-BUSINESS-DATE = ZERO
074100         DISPLAY "GLMATCH - PROCESSING CALENDAR HAS NO CURRENT "
074200             "BUSINESS DATE - STEP LOGGED WITHOUT A BUSINESS DATE"
074300     END-IF.
074400 9810-EXIT.
074500     EXIT.
074600******************************************************************
074700* 9820-READ-STEP-CALENDAR                                       *
074800*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
074900*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.  A READ      *
075000*     FAILURE ONLY ENDS THE SEARCH - THE STEP HAS ALREADY       *
075100*     FINISHED ITS WORK.                                        *
075200******************************************************************
075300 9820-READ-STEP-CALENDAR.
075400     READ CALENDAR-FILE
075500         AT END
075600             SET END-OF-STEP-CALENDAR TO TRUE
075700         NOT AT END
075800             IF CAL-CURRENT-DATE
075900                 MOVE CAL-DATE TO WS-STEP-BUSINESS-DATE
076000                 SET END-OF-STEP-CALENDAR TO TRUE
076100             END-IF
076200     END-READ.
076300     IF WS-CAL-FILE-STATUS NOT = "00"
076400         AND WS-CAL-FILE-STATUS NOT = "10"
076500         DISPLAY "GLMATCH - PROCESSING CALENDAR (CALENDAR) READ "
076600             "FAILED - STATUS " WS-CAL-FILE-STATUS
076700         SET END-OF-STEP-CALENDAR TO TRUE
076800     END-IF.
076900 9820-EXIT.
077000     EXIT.
077100 END PROGRAM GLMATCH.
