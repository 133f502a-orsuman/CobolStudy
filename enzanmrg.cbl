002850*                 EXAMINED PER STREAM, SO A FEED CONTAINING A    *
002860*                 FAILED BATCH CAN NO LONGER PRINT "OUTPUTS      *
002870*                 MAY BE RELEASED".                              *
002895* 2026-10-05 KT   THE AUDIT RECORD GREW TO 117 BYTES AND THE GL  *
002921*                 EXTRACT RECORD TO 92 WITH THE REVERSED-ITEM    *
002947*                 REFERENCE A REVERSAL CARRIES - THE STREAM AND  *
002973*                 MERGED RECORD AREAS WIDENED TO MATCH.          *
002978* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
002983*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
002988*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST.  THE  *
002993*                 BUSINESS DATE IS TAKEN FROM THE CALENDAR.      *
002999******************************************************************
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
009000     SELECT MERGE-FILE     ASSIGN TO "MRGRPT"
009100                         ORGANIZATION IS SEQUENTIAL
009200                         FILE STATUS IS WS-RPT-FILE-STATUS.
009214     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
009228                         ORGANIZATION IS SEQUENTIAL
009242                         FILE STATUS IS WS-CAL-FILE-STATUS.
009257     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
009271                         ORGANIZATION IS SEQUENTIAL
009285                         FILE STATUS IS WS-JCT-FILE-STATUS.
009300 DATA            DIVISION.
009400 FILE            SECTION.
009500 FD  RPTIN1-FILE
011000 01  RPTIN4-RECORD       PIC X(133).
011100 FD  AUDIN1-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  AUDIN1-RECORD       PIC X(117).
011400 FD  AUDIN2-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  AUDIN2-RECORD       PIC X(117).
011700 FD  AUDIN3-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  AUDIN3-RECORD       PIC X(117).
012000 FD  AUDIN4-FILE
012100     LABEL RECORDS ARE STANDARD.
012200 01  AUDIN4-RECORD       PIC X(117).
012300 FD  GLXIN1-FILE
012400     LABEL RECORDS ARE STANDARD.
012500 01  GLXIN1-RECORD       PIC X(92).
012600 FD  GLXIN2-FILE
012700     LABEL RECORDS ARE STANDARD.
012800 01  GLXIN2-RECORD       PIC X(92).
012900 FD  GLXIN3-FILE
013000     LABEL RECORDS ARE STANDARD.
013100 01  GLXIN3-RECORD       PIC X(92).
013200 FD  GLXIN4-FILE
013300     LABEL RECORDS ARE STANDARD.
013400 01  GLXIN4-RECORD       PIC X(92).
013500 FD  RUNIN1-FILE
013600     LABEL RECORDS ARE STANDARD.
013700 01  RUNIN1-RECORD       PIC X(140).
015000 01  REPORT-OUT-RECORD   PIC X(133).
015100 FD  AUDIT-OUT-FILE
015200     LABEL RECORDS ARE STANDARD.
015300 01  AUDIT-OUT-RECORD    PIC X(117).
015400 FD  GLX-OUT-FILE
015500     LABEL RECORDS ARE STANDARD.
015600 01  GLX-OUT-RECORD      PIC X(92).
015700 FD  MERGE-FILE
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 133 CHARACTERS.
016000 01  MERGE-RECORD        PIC X(133).
016014 FD  CALENDAR-FILE
016028     LABEL RECORDS ARE STANDARD.
016042     COPY CALREC.
016057 FD  JOB-CONTROL-FILE
016071     LABEL RECORDS ARE STANDARD.
016085     COPY JCTREC.
016100 WORKING-STORAGE SECTION.
016200           COPY AUDITREC REPLACING
016300               ==AUDIT-RECORD== BY ==WS-AUDIT-WORK==
019300         03  WS-PROOF-SWITCH     PIC X(01)   VALUE "Y".
019400             88  PROOF-HOLDS                  VALUE "Y".
019500             88  PROOF-FAILS                  VALUE "N".
019533         03  WS-STEP-CAL-SWITCH  PIC X(01)   VALUE "N".
019566             88  END-OF-STEP-CALENDAR         VALUE "Y".
019600 01  WS-FILE-STATUS-FIELDS.
019700         03  WS-RP1-FILE-STATUS  PIC X(02)   VALUE "00".
019800         03  WS-RP2-FILE-STATUS  PIC X(02)   VALUE "00".
021500         03  WS-GXO-FILE-STATUS  PIC X(02)   VALUE "00".
021600         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
021700         03  WS-CUR-STATUS       PIC X(02)   VALUE "00".
021733         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
021766         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
021800 01  WS-IO-ERROR-FIELDS.
021900         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
022000         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
029100         03  WS-DSP-TOTAL2       PIC ZZZZZZZZZZZZ9.9999-.
029200         03  WS-DSP-DIFF-FLAG    PIC X(14).
029250         03  WS-DSP-RC           PIC Z9.
029260 01  WS-STEP-STATUS-FIELDS.
029270         03  WS-STEP-BUSINESS-DATE
029280                                 PIC 9(08)   VALUE ZERO.
029290         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
029300 PROCEDURE       DIVISION.
029400******************************************************************
029500* 0000-MAIN-PROCEDURE                                           *
030500         UNTIL WS-STREAM-SUB > 4.
030600     PERFORM 7000-PROVE-CROSS-STREAM THRU 7000-EXIT.
030700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030750     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
030800     STOP RUN.
030900 0000-MAIN-EXIT.
031000     EXIT.
122400     DISPLAY "ENZANMRG - I/O ERROR ON " WS-IOERR-FILE-NAME
122500         " STATUS " WS-IOERR-STATUS.
122600     MOVE 16 TO RETURN-CODE.
122650     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
122700     STOP RUN.
122800 9900-EXIT.
122900     EXIT.
123000******************************************************************
123100* 9800-WRITE-STEP-STATUS                                        *
123200*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
123300*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
123400*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
123500*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
123600*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
123700*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
123800*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
123900*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
124000*     THE CALENDAR.  RECORDS READ AND WRITTEN ARE THE STREAM    *
124100*     AUDIT AND GL EXTRACT RECORDS CARRIED ONTO THE MERGED      *
124200*     FILES.                                                    *
124300******************************************************************
124400 9800-WRITE-STEP-STATUS.
124500     IF WS-STEP-BUSINESS-DATE = ZERO
124600         PERFORM 9810-FIND-STEP-DATE THRU 9810-EXIT
124700     END-IF.
124800     OPEN EXTEND JOB-CONTROL-FILE.
124900     IF WS-JCT-FILE-STATUS = "35"
125000         OPEN OUTPUT JOB-CONTROL-FILE
125100     END-IF.
125200     IF WS-JCT-FILE-STATUS NOT = "00"
125300         DISPLAY "ENZANMRG - JOB CONTROL (JOBCTL) CANNOT BE "
125400             "OPENED - STATUS " WS-JCT-FILE-STATUS
125500             " - STEP STATUS NOT WRITTEN"
125600         GO TO 9800-EXIT
125700     END-IF.
125800     MOVE SPACES             TO JOB-STEP-RECORD.
125900     MOVE WS-STEP-BUSINESS-DATE TO JCT-BUSINESS-DATE.
126000     MOVE "ENZANMRG"         TO JCT-STEP-NAME.
126100     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
126200     MOVE WS-RUN-TIME        TO JCT-START-TIME.
126300     ACCEPT WS-STEP-END-TIME FROM TIME.
126400     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
126500     ADD WS-SS-AUD-COUNT (1) WS-SS-AUD-COUNT (2)
126600         WS-SS-AUD-COUNT (3) WS-SS-AUD-COUNT (4)
126700         WS-SS-GLX-COUNT (1) WS-SS-GLX-COUNT (2)
126800         WS-SS-GLX-COUNT (3) WS-SS-GLX-COUNT (4)
126900         GIVING JCT-RECORDS-READ.
127000     MOVE JCT-RECORDS-READ   TO JCT-RECORDS-WRITTEN.
127100     MOVE ZERO               TO JCT-RECORDS-REJECTED.
127200     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
127300     WRITE JOB-STEP-RECORD.
127400     IF WS-JCT-FILE-STATUS NOT = "00"
127500         DISPLAY "ENZANMRG - JOB CONTROL (JOBCTL) WRITE FAILED - "
127600             "STATUS " WS-JCT-FILE-STATUS
127700             " - STEP STATUS NOT WRITTEN"
127800     END-IF.
127900     CLOSE JOB-CONTROL-FILE.
128000 9800-EXIT.
128100     EXIT.
128200******************************************************************
128300* 9810-FIND-STEP-DATE                                           *
128400*     TAKES THE BUSINESS DATE THE STEP RAN UNDER FROM THE       *
128500*     PROCESSING CALENDAR - THE RECORD FLAGGED CURRENT.  NO     *
128600*     CALENDAR, OR NO CURRENT RECORD, LEAVES THE DATE ZERO      *
128700*     WITH A CONSOLE WARNING - THE STEP IS STILL LOGGED, BUT    *
128800*     COUNTS TOWARD NO BUSINESS DATE, SO THE GATE HOLDS THE     *
128900*     CALENDAR.                                                 *
129000******************************************************************
129100 9810-FIND-STEP-DATE.
129200     OPEN INPUT CALENDAR-FILE.
129300     IF WS-CAL-FILE-STATUS NOT = "00"
129400         DISPLAY "ENZANMRG - PROCESSING CALENDAR (CALENDAR) "
129500             "CANNOT BE OPENED - STATUS " WS-CAL-FILE-STATUS
129600             " - STEP LOGGED WITHOUT A BUSINESS DATE"
129700         GO TO 9810-EXIT
129800     END-IF.
129900     PERFORM 9820-READ-STEP-CALENDAR THRU 9820-EXIT
130000         UNTIL END-OF-STEP-CALENDAR.
130100     CLOSE CALENDAR-FILE.
130200     IF WS-STEP-BUSINESS-DATE = ZERO
130300         DISPLAY "ENZANMRG - PROCESSING CALENDAR HAS NO CURRENT "
130400             "BUSINESS DATE - STEP LOGGED WITHOUT A BUSINESS DATE"
130500     END-IF.
130600 9810-EXIT.
130700     EXIT.
130800******************************************************************
130900* 9820-READ-STEP-CALENDAR                                       *
131000*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
131100*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.  A READ      *
131200*     FAILURE ONLY ENDS THE SEARCH - THE STEP HAS ALREADY       *
131300*     FINISHED ITS WORK.                                        *
131400******************************************************************
131500 9820-READ-STEP-CALENDAR.
131600     READ CALENDAR-FILE
131700         AT END
131800             SET END-OF-STEP-CALENDAR TO TRUE
131900         NOT AT END
132000             IF CAL-CURRENT-DATE
132100                 MOVE CAL-DATE TO WS-STEP-BUSINESS-DATE
132200                 SET END-OF-STEP-CALENDAR TO TRUE
132300             END-IF
132400     END-READ.
132500     IF WS-CAL-FILE-STATUS NOT = "00"
132600         AND WS-CAL-FILE-STATUS NOT = "10"
132700         DISPLAY "ENZANMRG - PROCESSING CALENDAR (CALENDAR) READ "
132800             "FAILED - STATUS " WS-CAL-FILE-STATUS
132900         SET END-OF-STEP-CALENDAR TO TRUE
133000     END-IF.
133100 9820-EXIT.
133200     EXIT.
133300 END PROGRAM ENZANMRG.
