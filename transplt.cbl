002700*                 OF A HEADER (RECYCLED RECORDS) ARE ROUTED BY   *
002800*                 RANGE BUT COUNT AGAINST NO BATCH, AS IN        *
002900*                 ENZAN.                                         *
002939* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
002979*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
003019*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST.  THE  *
003059*                 BUSINESS DATE IS TAKEN FROM THE CALENDAR.      *
003069* 2026-10-15 KT   THE STEP STATUS RECORD NOW CARRIES THE NUMBER  *
003079*                 OF STREAMS THE DAY WAS SPLIT INTO, SO EODGATE  *
003089*                 KNOWS HOW MANY ENZAN RUNS TO EXPECT.           *
003099******************************************************************
003100 ENVIRONMENT     DIVISION.
003200 INPUT-OUTPUT    SECTION.
003300 FILE-CONTROL.
005200     SELECT SPLIT-FILE     ASSIGN TO "SPLRPT"
005300                         ORGANIZATION IS SEQUENTIAL
005400                         FILE STATUS IS WS-RPT-FILE-STATUS.
005414     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
005428                         ORGANIZATION IS SEQUENTIAL
005442                         FILE STATUS IS WS-CAL-FILE-STATUS.
005457     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
005471                         ORGANIZATION IS SEQUENTIAL
005485                         FILE STATUS IS WS-JCT-FILE-STATUS.
005500 DATA            DIVISION.
005600 FILE            SECTION.
005700 FD  TRAN-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 133 CHARACTERS.
008100 01  SPLIT-RECORD        PIC X(133).
008114 FD  CALENDAR-FILE
008128     LABEL RECORDS ARE STANDARD.
008142     COPY CALREC.
008157 FD  JOB-CONTROL-FILE
008171     LABEL RECORDS ARE STANDARD.
008185     COPY JCTREC.
008200 WORKING-STORAGE SECTION.
008300 01  WS-TRAILER-WORK-AREA.
008400           COPY TRANREC REPLACING
010100             88  BATCH-HEADER-SEEN            VALUE "Y".
010200         03  WS-OOB-SWITCH       PIC X(01)   VALUE "N".
010300             88  INPUT-OUT-OF-BALANCE         VALUE "Y".
010333         03  WS-STEP-CAL-SWITCH  PIC X(01)   VALUE "N".
010366             88  END-OF-STEP-CALENDAR         VALUE "Y".
010400 01  WS-FILE-STATUS-FIELDS.
010500         03  WS-TRAN-FILE-STATUS PIC X(02)   VALUE "00".
010600         03  WS-SPC-FILE-STATUS  PIC X(02)   VALUE "00".
010900         03  WS-ST3-FILE-STATUS  PIC X(02)   VALUE "00".
011000         03  WS-ST4-FILE-STATUS  PIC X(02)   VALUE "00".
011100         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
011133         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
011166         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
011200 01  WS-IO-ERROR-FIELDS.
011300         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
011400         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
016100         03  WS-DSP-COUNT        PIC ZZZZZZ9.
016200         03  WS-DSP-HASH-X       PIC ZZZZZZZZZZ9-.
016300         03  WS-DSP-HASH-Y       PIC ZZZZZZZZZZ9.9999-.
016320 01  WS-STEP-STATUS-FIELDS.
016340         03  WS-STEP-BUSINESS-DATE
016360                                 PIC 9(08)   VALUE ZERO.
016380         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
016400 PROCEDURE       DIVISION.
016500******************************************************************
016600* 0000-MAIN-PROCEDURE                                           *
017200     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
017300         UNTIL END-OF-FILE.
017400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017450     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
017500     STOP RUN.
017600 0000-MAIN-EXIT.
017700     EXIT.
022100             "CANNOT BE OPENED - STATUS " WS-SPC-FILE-STATUS
022200             " - RUN ENDED"
022300         MOVE 16 TO RETURN-CODE
022350         PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
022400         STOP RUN
022500     END-IF.
022600     READ SPLIT-CARD-FILE
022800             DISPLAY "TRANSPLT - SPLIT CONTROL CARD IS EMPTY "
022900                 "- RUN ENDED"
023000             MOVE 16 TO RETURN-CODE
023050             PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
023100             STOP RUN
023200     END-READ.
023300     CLOSE SPLIT-CARD-FILE.
023500         DISPLAY "TRANSPLT - STREAM COUNT MUST BE 2 TO 4 - "
023600             "CARD SAYS " SPC-STREAM-COUNT " - RUN ENDED"
023700         MOVE 16 TO RETURN-CODE
023750         PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
023800         STOP RUN
023900     END-IF.
024000     MOVE SPC-STREAM-COUNT TO WS-STREAM-COUNT.
050000     PERFORM 8200-WRITE-SPLIT-GROUP THRU 8200-EXIT.
050100     CLOSE SPLIT-FILE.
050200     MOVE 16 TO RETURN-CODE.
050250     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
050300     STOP RUN.
050400 3900-EXIT.
050500     EXIT.
069100     DISPLAY "TRANSPLT - I/O ERROR ON " WS-IOERR-FILE-NAME
069200         " STATUS " WS-IOERR-STATUS.
069300     MOVE 16 TO RETURN-CODE.
069350     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
069400     STOP RUN.
069500 9900-EXIT.
069600     EXIT.
069700******************************************************************
069800* 9800-WRITE-STEP-STATUS                                        *
069900*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
070000*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
070100*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
070200*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
070300*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
070400*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
070500*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
070600*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
070700*     THE CALENDAR.  RECORDS READ ARE THE TRANIN RECORDS READ,  *
070800*     WRITTEN THE DETAIL RECORDS ROUTED TO THE STREAMS.         *
070900******************************************************************
071000 9800-WRITE-STEP-STATUS.
071100     IF WS-STEP-BUSINESS-DATE = ZERO
071200         PERFORM 9810-FIND-STEP-DATE THRU 9810-EXIT
071300     END-IF.
071400     OPEN EXTEND JOB-CONTROL-FILE.
071500     IF WS-JCT-FILE-STATUS = "35"
071600         OPEN OUTPUT JOB-CONTROL-FILE
071700     END-IF.
071800     IF WS-JCT-FILE-STATUS NOT = "00"
071900         DISPLAY "TRANSPLT - JOB CONTROL (JOBCTL) CANNOT BE "
072000             "OPENED - STATUS " WS-JCT-FILE-STATUS
072100             " - STEP STATUS NOT WRITTEN"
072200         GO TO 9800-EXIT
072300     END-IF.
072400     MOVE SPACES             TO JOB-STEP-RECORD.
072500     MOVE WS-STEP-BUSINESS-DATE TO JCT-BUSINESS-DATE.
072600     MOVE "TRANSPLT"         TO JCT-STEP-NAME.
072700     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
072800     MOVE WS-RUN-TIME        TO JCT-START-TIME.
072900     ACCEPT WS-STEP-END-TIME FROM TIME.
073000     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
073100     MOVE WS-RECORD-COUNT    TO JCT-RECORDS-READ.
073200     MOVE WS-TOT-DETAIL-COUNT
073300                             TO JCT-RECORDS-WRITTEN.
073400     MOVE ZERO               TO JCT-RECORDS-REJECTED.
073450     MOVE WS-STREAM-COUNT    TO JCT-STREAM-COUNT.
073500     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
073600     WRITE JOB-STEP-RECORD.
073700     IF WS-JCT-FILE-STATUS NOT = "00"
073800         DISPLAY "TRANSPLT - JOB CONTROL (JOBCTL) WRITE FAILED - "
073900             "STATUS " WS-JCT-FILE-STATUS
074000             " - STEP STATUS NOT WRITTEN"
074100     END-IF.
074200     CLOSE JOB-CONTROL-FILE.
074300 9800-EXIT.
074400     EXIT.
074500******************************************************************
074600* 9810-FIND-STEP-DATE                                           *
074700*     TAKES THE BUSINESS DATE THE STEP RAN UNDER FROM THE       *
074800*     PROCESSING CALENDAR - THE RECORD FLAGGED CURRENT.  NO     *
074900*     CALENDAR, OR NO CURRENT RECORD, LEAVES THE DATE ZERO      *
075000*     WITH A CONSOLE WARNING - THE STEP IS STILL LOGGED, BUT    *
075100*     COUNTS TOWARD NO BUSINESS DATE, SO THE GATE HOLDS THE     *
075200*     CALENDAR.                                                 *
075300******************************************************************
075400 9810-FIND-STEP-DATE.
075500     OPEN INPUT CALENDAR-FILE.
075600     IF WS-CAL-FILE-STATUS NOT = "00"
075700         DISPLAY "TRANSPLT - PROCESSING CALENDAR (CALENDAR) "
075800             "CANNOT BE OPENED - STATUS " WS-CAL-FILE-STATUS
075900             " - STEP LOGGED WITHOUT A BUSINESS DATE"
076000         GO TO 9810-EXIT
076100     END-IF.
076200     PERFORM 9820-READ-STEP-CALENDAR THRU 9820-EXIT
076300         UNTIL END-OF-STEP-CALENDAR.
076400     CLOSE CALENDAR-FILE.
076500     IF WS-STEP-BUSINESS-DATE = ZERO
076600         DISPLAY "TRANSPLT - PROCESSING CALENDAR HAS NO CURRENT "
076700             "BUSINESS DATE - STEP LOGGED WITHOUT A BUSINESS DATE"
076800     END-IF.
076900 9810-EXIT.
077000     EXIT.
077100******************************************************************
077200* 9820-READ-STEP-CALENDAR                                       *
077300*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
077400*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.  A READ      *
077500*     FAILURE ONLY ENDS THE SEARCH - THE STEP HAS ALREADY       *
077600*     FINISHED ITS WORK.                                        *
077700******************************************************************
077800 9820-READ-STEP-CALENDAR.
077900     READ CALENDAR-FILE
078000         AT END
078100             SET END-OF-STEP-CALENDAR TO TRUE
078200         NOT AT END
078300             IF CAL-CURRENT-DATE
078400                 MOVE CAL-DATE TO WS-STEP-BUSINESS-DATE
078500                 SET END-OF-STEP-CALENDAR TO TRUE
078600             END-IF
078700     END-READ.
078800     IF WS-CAL-FILE-STATUS NOT = "00"
078900         AND WS-CAL-FILE-STATUS NOT = "10"
079000         DISPLAY "TRANSPLT - PROCESSING CALENDAR (CALENDAR) READ "
079100             "FAILED - STATUS " WS-CAL-FILE-STATUS
079200         SET END-OF-STEP-CALENDAR TO TRUE
079300     END-IF.
079400 9820-EXIT.
079500     EXIT.
079600 END PROGRAM TRANSPLT.
