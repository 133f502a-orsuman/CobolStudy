002300*                 THE SCHEDULER RUNS THIS STEP ONCE PER CLEAN    *
002400*                 RUN - IT DOES NOT GUARD AGAINST BEING FED      *
002500*                 THE SAME AUDIT FILE TWICE.                     *
002524* 2026-10-05 KT   A REVERSAL AUDIT RECORD (ONE CARRYING THE      *
002549*                 REVERSED ITEM'S REFERENCE) NETS ITS NEGATED    *
002574*                 RESULT INTO THE OPERATION'S MTD TOTAL AS       *
002599*                 BEFORE BUT TAKES ONE OFF THE MTD ITEM COUNT    *
002624*                 (NEVER BELOW ZERO) INSTEAD OF ADDING ONE, SO A *
002649*                 REVERSED ITEM DROPS OUT OF BOTH.  THE CONTROL  *
002674*                 SUMMARY SHOWS THE REVERSALS APPLIED.           *
002679* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
002684*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
002689*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST.  THE  *
002694*                 BUSINESS DATE IS TAKEN FROM THE CALENDAR.      *
002699******************************************************************
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
002900 FILE-CONTROL.
003800     SELECT UPDATE-FILE    ASSIGN TO "BALRPT"
003900                         ORGANIZATION IS SEQUENTIAL
004000                         FILE STATUS IS WS-RPT-FILE-STATUS.
004014     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
004028                         ORGANIZATION IS SEQUENTIAL
004042                         FILE STATUS IS WS-CAL-FILE-STATUS.
004057     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
004071                         ORGANIZATION IS SEQUENTIAL
004085                         FILE STATUS IS WS-JCT-FILE-STATUS.
004100 DATA            DIVISION.
004200 FILE            SECTION.
004300 FD  AUDIT-FILE
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 133 CHARACTERS.
005200 01  UPDATE-RECORD       PIC X(133).
005214 FD  CALENDAR-FILE
005228     LABEL RECORDS ARE STANDARD.
005242     COPY CALREC.
005257 FD  JOB-CONTROL-FILE
005271     LABEL RECORDS ARE STANDARD.
005285     COPY JCTREC.
005300 WORKING-STORAGE SECTION.
005400 01  WS-SWITCHES.
005500         03  WS-AUDIT-EOF-SWITCH PIC X(01)   VALUE "N".
005800         03  WS-BAL-FOUND-SWITCH PIC X(01)   VALUE "N".
005900             88  BALANCE-ON-MASTER            VALUE "Y".
006000             88  BALANCE-NOT-ON-MASTER        VALUE "N".
006033         03  WS-STEP-CAL-SWITCH  PIC X(01)   VALUE "N".
006066             88  END-OF-STEP-CALENDAR         VALUE "Y".
006100 01  WS-FILE-STATUS-FIELDS.
006200         03  WS-AUDIT-FILE-STATUS
006300                                 PIC X(02)   VALUE "00".
006400         03  WS-BAL-FILE-STATUS  PIC X(02)   VALUE "00".
006500         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
006533         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
006566         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
006600 01  WS-IO-ERROR-FIELDS.
006700         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
006800         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
009500         03  WS-UPDATED-COUNT    PIC 9(07) COMP  VALUE ZERO.
009600         03  WS-ROLLOVER-COUNT   PIC 9(07) COMP  VALUE ZERO.
009700         03  WS-BAD-OP-COUNT     PIC 9(07) COMP  VALUE ZERO.
009750         03  WS-REVERSAL-COUNT   PIC 9(07) COMP  VALUE ZERO.
009800 01  WS-PRINT-LINE.
009900         03  WS-PRINT-TEXT       PIC X(133).
010000 01  WS-RUN-DATE.
012000         03  WS-HT-SS            PIC 9(02).
012100 01  WS-DETAIL-FIELDS.
012200         03  WS-DSP-COUNT        PIC ZZZZZZ9.
012220 01  WS-STEP-STATUS-FIELDS.
012240         03  WS-STEP-BUSINESS-DATE
012260                                 PIC 9(08)   VALUE ZERO.
012280         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
012300 PROCEDURE       DIVISION.
012400******************************************************************
012500* 0000-MAIN-PROCEDURE                                           *
013100     PERFORM 2000-APPLY-AUDIT-RECORD THRU 2000-EXIT
013200         UNTIL END-OF-AUDIT.
013300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013350     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
013400     STOP RUN.
013500 0000-MAIN-EXIT.
013600     EXIT.
022600*     MTD INTO YTD WHEN THE AUDIT RECORD OPENS A NEW MONTH      *
022700*     (RESETTING YTD ON A NEW YEAR), APPLIES THE RESULT TO      *
022800*     THE OPERATION'S MTD BUCKET, AND WRITES THE RECORD BACK.   *
022850*     A REVERSAL TAKES ONE OFF THE MTD ITEM COUNT INSTEAD.      *
022900******************************************************************
023000 2200-UPDATE-BALANCE.
023100     PERFORM 2300-READ-BALANCE THRU 2300-EXIT.
023200     IF BALANCE-ON-MASTER
023300         PERFORM 2400-CHECK-MONTH-ROLLOVER THRU 2400-EXIT
023400     END-IF.
023422     IF AUD-ORIG-REFERENCE = SPACES
023444         ADD 1 TO BAL-MTD-COUNT (WS-OP-FOUND-SUB)
023466     ELSE
023488         IF BAL-MTD-COUNT (WS-OP-FOUND-SUB) > ZERO
023511             SUBTRACT 1 FROM BAL-MTD-COUNT (WS-OP-FOUND-SUB)
023533         END-IF
023555         ADD 1 TO WS-REVERSAL-COUNT
023577     END-IF.
023600     ADD AUD-NUM-SUM TO BAL-MTD-TOTAL (WS-OP-FOUND-SUB).
023700     MOVE AUD-RUN-DATE TO BAL-LAST-UPDATE-DATE.
023800     IF BALANCE-ON-MASTER
041400            WS-DSP-COUNT                  DELIMITED BY SIZE
041500         INTO WS-PRINT-TEXT.
041600     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
041614     MOVE WS-REVERSAL-COUNT TO WS-DSP-COUNT.
041628     MOVE SPACES TO WS-PRINT-LINE.
041642     STRING "REVERSALS APPLIED  . . . . . " DELIMITED BY SIZE
041657            WS-DSP-COUNT                  DELIMITED BY SIZE
041671         INTO WS-PRINT-TEXT.
041685     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
041700     MOVE WS-BAD-OP-COUNT TO WS-DSP-COUNT.
041800     MOVE SPACES TO WS-PRINT-LINE.
041900     STRING "UNRECOGNIZED OPERATIONS  . . " DELIMITED BY SIZE
044300     DISPLAY "BALUPDT - I/O ERROR ON " WS-IOERR-FILE-NAME
044400         " STATUS " WS-IOERR-STATUS.
044500     MOVE 16 TO RETURN-CODE.
044550     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
044600     STOP RUN.
044700 9900-EXIT.
044800     EXIT.
044900******************************************************************
045000* 9800-WRITE-STEP-STATUS                                        *
045100*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
045200*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
045300*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
045400*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
045500*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
045600*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
045700*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
045800*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
045900*     THE CALENDAR.  RECORDS READ ARE THE AUDIT RECORDS READ,   *
046000*     WRITTEN THE BALANCES ADDED OR UPDATED, REJECTED THE       *
046100*     UNKNOWN OPERATIONS SKIPPED.                               *
046200******************************************************************
046300 9800-WRITE-STEP-STATUS.
046400     IF WS-STEP-BUSINESS-DATE = ZERO
046500         PERFORM 9810-FIND-STEP-DATE THRU 9810-EXIT
046600     END-IF.
046700     OPEN EXTEND JOB-CONTROL-FILE.
046800     IF WS-JCT-FILE-STATUS = "35"
046900         OPEN OUTPUT JOB-CONTROL-FILE
047000     END-IF.
047100     IF WS-JCT-FILE-STATUS NOT = "00"
047200         DISPLAY "BALUPDT - JOB CONTROL (JOBCTL) CANNOT BE "
047300             "OPENED - STATUS " WS-JCT-FILE-STATUS
047400             " - STEP STATUS NOT WRITTEN"
047500         GO TO 9800-EXIT
047600     END-IF.
047700     MOVE SPACES             TO JOB-STEP-RECORD.
047800     MOVE WS-STEP-BUSINESS-DATE TO JCT-BUSINESS-DATE.
047900     MOVE "BALUPDT"          TO JCT-STEP-NAME.
048000     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
048100     MOVE WS-RUN-TIME        TO JCT-START-TIME.
048200     ACCEPT WS-STEP-END-TIME FROM TIME.
048300     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
048400     MOVE WS-READ-COUNT      TO JCT-RECORDS-READ.
048500     ADD WS-ADDED-COUNT WS-UPDATED-COUNT
048600         GIVING JCT-RECORDS-WRITTEN.
048700     MOVE WS-BAD-OP-COUNT    TO JCT-RECORDS-REJECTED.
048800     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
048900     WRITE JOB-STEP-RECORD.
049000     IF WS-JCT-FILE-STATUS NOT = "00"
049100         DISPLAY "BALUPDT - JOB CONTROL (JOBCTL) WRITE FAILED - "
049200             "STATUS " WS-JCT-FILE-STATUS
049300             " - STEP STATUS NOT WRITTEN"
049400     END-IF.
049500     CLOSE JOB-CONTROL-FILE.
049600 9800-EXIT.
049700     EXIT.
049800******************************************************************
049900* 9810-FIND-STEP-DATE                                           *
050000*     TAKES THE BUSINESS DATE THE STEP RAN UNDER FROM THE       *
050100*     PROCESSING CALENDAR - THE RECORD FLAGGED CURRENT.  NO     *
050200*     CALENDAR, OR NO CURRENT RECORD, LEAVES THE DATE ZERO      *
050300*     WITH A CONSOLE WARNING - THE STEP IS STILL LOGGED, BUT    *
050400*     COUNTS TOWARD NO BUSINESS DATE, SO THE GATE HOLDS THE     *
050500*     CALENDAR.                                                 *
050600******************************************************************
050700 9810-FIND-STEP-DATE.
050800     OPEN INPUT CALENDAR-FILE.
050900     IF WS-CAL-FILE-STATUS NOT = "00"
051000         DISPLAY "BALUPDT - PROCESSING CALENDAR (CALENDAR) "
051100             "CANNOT BE OPENED - STATUS " WS-CAL-FILE-STATUS
051200             " - STEP LOGGED WITHOUT A BUSINESS DATE"
051300         GO TO 9810-EXIT
051400     END-IF.
051500     PERFORM 9820-READ-STEP-CALENDAR THRU 9820-EXIT
051600         UNTIL END-OF-STEP-CALENDAR.
051700     CLOSE CALENDAR-FILE.
051800     IF WS-STEP-BUSINESS-DATE = ZERO
051900         DISPLAY "BALUPDT - PROCESSING CALENDAR HAS NO CURRENT "
052000             "BUSINESS DATE - STEP LOGGED WITHOUT A BUSINESS DATE"
052100     END-IF.
052200 9810-EXIT.
052300     EXIT.
052400******************************************************************
052500* 9820-READ-STEP-CALENDAR                                       *
052600*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
052700*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.  A READ      *
052800*     FAILURE ONLY ENDS THE SEARCH - THE STEP HAS ALREADY       *
052900*     FINISHED ITS WORK.                                        *
053000******************************************************************
053100 9820-READ-STEP-CALENDAR.
053200     READ CALENDAR-FILE
053300         AT END
053400             SET END-OF-STEP-CALENDAR TO TRUE
053500         NOT AT END
053600             IF CAL-CURRENT-DATE
053700                 MOVE CAL-DATE TO WS-STEP-BUSINESS-DATE
053800                 SET END-OF-STEP-CALENDAR TO TRUE
053900             END-IF
054000     END-READ.
054100     IF WS-CAL-FILE-STATUS NOT = "00"
054200         AND WS-CAL-FILE-STATUS NOT = "10"
054300         DISPLAY "BALUPDT - PROCESSING CALENDAR (CALENDAR) READ "
054400             "FAILED - STATUS " WS-CAL-FILE-STATUS
054500         SET END-OF-STEP-CALENDAR TO TRUE
054600     END-IF.
054700 9820-EXIT.
054800     EXIT.
054900 END PROGRAM BALUPDT.
