002300*                 - AND WARNS ON THE REPORT AND THE CONSOLE      *
002400*                 WHEN THE KEPT COUNT APPROACHES THE 550,000     *
002500*                 ENTRY LIMIT OF THE ENZAN REFERENCE TABLE.      *
002539* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
002579*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
002619*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST.  THE  *
002659*                 BUSINESS DATE IS TAKEN FROM THE CALENDAR.      *
002699******************************************************************
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
002900 FILE-CONTROL.
004200     SELECT RETENTION-FILE ASSIGN TO "ROLLRPT"
004300                         ORGANIZATION IS SEQUENTIAL
004400                         FILE STATUS IS WS-RTN-FILE-STATUS.
004414     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
004428                         ORGANIZATION IS SEQUENTIAL
004442                         FILE STATUS IS WS-CAL-FILE-STATUS.
004457     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
004471                         ORGANIZATION IS SEQUENTIAL
004485                         FILE STATUS IS WS-JCT-FILE-STATUS.
004500 DATA            DIVISION.
004600 FILE            SECTION.
004700 FD  AUDIT-FILE
006600     LABEL RECORDS ARE STANDARD
006700     RECORD CONTAINS 133 CHARACTERS.
006800 01  RETENTION-RECORD    PIC X(133).
006814 FD  CALENDAR-FILE
006828     LABEL RECORDS ARE STANDARD.
006842     COPY CALREC.
006857 FD  JOB-CONTROL-FILE
006871     LABEL RECORDS ARE STANDARD.
006885     COPY JCTREC.
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100         03  WS-AUDIT-EOF-SWITCH PIC X(01)   VALUE "N".
008600             88  RUN-DATE-NOT-IN-TABLE        VALUE "N".
008700         03  WS-WARN-SWITCH      PIC X(01)   VALUE "N".
008800             88  NEAR-TABLE-LIMIT             VALUE "Y".
008833         03  WS-STEP-CAL-SWITCH  PIC X(01)   VALUE "N".
008866             88  END-OF-STEP-CALENDAR         VALUE "Y".
008900 01  WS-FILE-STATUS-FIELDS.
009000         03  WS-AUDIT-FILE-STATUS
009100                                 PIC X(02)   VALUE "00".
009300         03  WS-AUHN-FILE-STATUS PIC X(02)   VALUE "00".
009400         03  WS-ARCH-FILE-STATUS PIC X(02)   VALUE "00".
009500         03  WS-RTN-FILE-STATUS  PIC X(02)   VALUE "00".
009533         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
009566         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
009600 01  WS-IO-ERROR-FIELDS.
009700         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
009800         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
015500         03  WS-HDG-PAGE-DISP    PIC ZZ9.
015600         03  WS-DSP-COUNT        PIC ZZZZZZ9.
015700         03  WS-DSP-DAYS         PIC ZZ9.
015720 01  WS-STEP-STATUS-FIELDS.
015740         03  WS-STEP-BUSINESS-DATE
015760                                 PIC 9(08)   VALUE ZERO.
015780         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
015800 PROCEDURE       DIVISION.
015900******************************************************************
016000* 0000-MAIN-PROCEDURE                                           *
016800     PERFORM 2500-SET-CUTOFF-DATE THRU 2500-EXIT.
016900     PERFORM 3000-ROLL-FILES THRU 3000-EXIT.
017000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017050     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
017100     STOP RUN.
017200 0000-MAIN-EXIT.
017300     EXIT.
028900         DISPLAY "AUDHROLL - MORE THAN " WS-DATE-MAX
029000             " DISTINCT RUN DATES ON FILE - RUN ENDED"
029100         MOVE 16 TO RETURN-CODE
029150         PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
029200         STOP RUN
029300     END-IF.
029400     ADD 1 TO WS-DATE-COUNT.
064000     DISPLAY "AUDHROLL - I/O ERROR ON " WS-IOERR-FILE-NAME
064100         " STATUS " WS-IOERR-STATUS.
064200     MOVE 16 TO RETURN-CODE.
064250     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
064300     STOP RUN.
064400 9900-EXIT.
064500     EXIT.
064600******************************************************************
064700* 9800-WRITE-STEP-STATUS                                        *
064800*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
064900*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
065000*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
065100*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
065200*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
065300*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
065400*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
065500*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
065600*     THE CALENDAR.  RECORDS READ ARE THE HISTORY AND AUDIT     *
065700*     RECORDS READ, WRITTEN THE RECORDS KEPT ON THE NEW         *
065800*     HISTORY OR ARCHIVED.                                      *
065900******************************************************************
066000 9800-WRITE-STEP-STATUS.
066100     IF WS-STEP-BUSINESS-DATE = ZERO
066200         PERFORM 9810-FIND-STEP-DATE THRU 9810-EXIT
066300     END-IF.
066400     OPEN EXTEND JOB-CONTROL-FILE.
066500     IF WS-JCT-FILE-STATUS = "35"
066600         OPEN OUTPUT JOB-CONTROL-FILE
066700     END-IF.
066800     IF WS-JCT-FILE-STATUS NOT = "00"
066900         DISPLAY "AUDHROLL - JOB CONTROL (JOBCTL) CANNOT BE "
067000             "OPENED - STATUS " WS-JCT-FILE-STATUS
067100             " - STEP STATUS NOT WRITTEN"
067200         GO TO 9800-EXIT
067300     END-IF.
067400     MOVE SPACES             TO JOB-STEP-RECORD.
067500     MOVE WS-STEP-BUSINESS-DATE TO JCT-BUSINESS-DATE.
067600     MOVE "AUDHROLL"         TO JCT-STEP-NAME.
067700     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
067800     MOVE WS-RUN-TIME        TO JCT-START-TIME.
067900     ACCEPT WS-STEP-END-TIME FROM TIME.
068000     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
068100     ADD WS-HIST-READ-COUNT WS-AUDIT-READ-COUNT
068200         GIVING JCT-RECORDS-READ.
068300     ADD WS-KEPT-COUNT WS-ARCHIVED-COUNT
068400         GIVING JCT-RECORDS-WRITTEN.
068500     MOVE ZERO               TO JCT-RECORDS-REJECTED.
068600     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
068700     WRITE JOB-STEP-RECORD.
068800     IF WS-JCT-FILE-STATUS NOT = "00"
068900         DISPLAY "AUDHROLL - JOB CONTROL (JOBCTL) WRITE FAILED - "
069000             "STATUS " WS-JCT-FILE-STATUS
069100             " - STEP STATUS NOT WRITTEN"
069200     END-IF.
069300     CLOSE JOB-CONTROL-FILE.
069400 9800-EXIT.
069500     EXIT.
069600******************************************************************
069700* 9810-FIND-STEP-DATE                                           *
069800*     TAKES THE BUSINESS DATE THE STEP RAN UNDER FROM THE       *
069900*     PROCESSING CALENDAR - THE RECORD FLAGGED CURRENT.  NO     *
070000*     CALENDAR, OR NO CURRENT RECORD, LEAVES THE DATE ZERO      *
070100*     WITH A CONSOLE WARNING - THE STEP IS STILL LOGGED, BUT    *
070200*     COUNTS TOWARD NO BUSINESS DATE, SO THE GATE HOLDS THE     *
070300*     CALENDAR.                                                 *
070400******************************************************************
070500 9810-FIND-STEP-DATE.
070600     OPEN INPUT CALENDAR-FILE.
070700     IF WS-CAL-FILE-STATUS NOT = "00"
070800         DISPLAY "AUDHROLL - PROCESSING CALENDAR (CALENDAR) "
070900             "CANNOT BE OPENED - STATUS " WS-CAL-FILE-STATUS
071000             " - STEP LOGGED WITHOUT A BUSINESS DATE"
071100         GO TO 9810-EXIT
071200     END-IF.
071300     PERFORM 9820-READ-STEP-CALENDAR THRU 9820-EXIT
071400         UNTIL END-OF-STEP-CALENDAR.
071500     CLOSE CALENDAR-FILE.
071600     IF WS-STEP-BUSINESS-DATE = ZERO
071700         DISPLAY "AUDHROLL - PROCESSING CALENDAR HAS NO CURRENT "
071800             "BUSINESS DATE - STEP LOGGED WITHOUT A BUSINESS DATE"
071900     END-IF.
072000 9810-EXIT.
072100     EXIT.
072200******************************************************************
072300* 9820-READ-STEP-CALENDAR                                       *
072400*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
072500*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.  A READ      *
072600*     FAILURE ONLY ENDS THE SEARCH - THE STEP HAS ALREADY       *
072700*     FINISHED ITS WORK.                                        *
072800******************************************************************
072900 9820-READ-STEP-CALENDAR.
073000     READ CALENDAR-FILE
073100         AT END
073200             SET END-OF-STEP-CALENDAR TO TRUE
073300         NOT AT END
073400             IF CAL-CURRENT-DATE
073500                 MOVE CAL-DATE TO WS-STEP-BUSINESS-DATE
073600                 SET END-OF-STEP-CALENDAR TO TRUE
073700             END-IF
073800     END-READ.
073900     IF WS-CAL-FILE-STATUS NOT = "00"
074000         AND WS-CAL-FILE-STATUS NOT = "10"
074100         DISPLAY "AUDHROLL - PROCESSING CALENDAR (CALENDAR) READ "
074200             "FAILED - STATUS " WS-CAL-FILE-STATUS
074300         SET END-OF-STEP-CALENDAR TO TRUE
074400     END-IF.
074500 9820-EXIT.
074600     EXIT.
074700 END PROGRAM AUDHROLL.
