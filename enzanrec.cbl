002291*                 THE PER-OPERATION PROOF, SO A FEE POSTING      *
002292*                 WITHOUT ITS AUDIT RECORD, OR THE REVERSE,      *
002293*                 STILL FORCES AN OUT-OF-BALANCE RESULT.         *
002294* 2026-10-05 KT   A REVERSAL'S AUDIT AND GL EXTRACT RECORDS      *
002295*                 CARRY THE REVERSED ITEM'S REFERENCE - THE PAIR *
002296*                 MATCH NOW PROVES IT, AND THE REVERSAL RECORDS  *
002297*                 ON EACH FILE ARE COUNTED AND COMPARED ON THE   *
002298*                 SUMMARY.  A DIFFERENCE FORCES AN OUT-OF-       *
002299*                 BALANCE RESULT.                                *
002300* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
002301*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
002302*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST.  THE  *
002303*                 BUSINESS DATE IS TAKEN FROM THE CALENDAR.      *
002304* 2026-10-15 KT   THE GL EXTRACT IS SCANNED FOR A SUMMARIZED     *
002305*                 ("S") RECORD BEFORE THE COMPARISON STARTS,     *
002306*                 THEN REOPENED, SO A SUMMARIZED RUN WHOSE       *
002307*                 EXTRACT OPENS WITH REVERSAL DETAIL RECORDS     *
002308*                 (WRITTEN AHEAD OF THE FIRST ACCOUNT GROUP'S    *
002309*                 SUMMARY) IS NOT PAIR-MATCHED BY MISTAKE.       *
002310******************************************************************
002311 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
002500 FILE-CONTROL.
002600     SELECT AUDIT-FILE     ASSIGN TO "AUDITLOG"
003100                         FILE STATUS IS WS-GLX-FILE-STATUS.
003200     SELECT RECON-FILE   ASSIGN TO "RECRPT"
003300                         ORGANIZATION IS SEQUENTIAL.
003314     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
003328                         ORGANIZATION IS SEQUENTIAL
003342                         FILE STATUS IS WS-CAL-FILE-STATUS.
003357     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
003371                         ORGANIZATION IS SEQUENTIAL
003385                         FILE STATUS IS WS-JCT-FILE-STATUS.
003400 DATA            DIVISION.
003500 FILE            SECTION.
003600 FD  AUDIT-FILE
004300     LABEL RECORDS ARE STANDARD
004400     RECORD CONTAINS 133 CHARACTERS.
004500 01  RECON-RECORD        PIC X(133).
004514 FD  CALENDAR-FILE
004528     LABEL RECORDS ARE STANDARD.
004542     COPY CALREC.
004557 FD  JOB-CONTROL-FILE
004571     LABEL RECORDS ARE STANDARD.
004585     COPY JCTREC.
004600 WORKING-STORAGE SECTION.
004700 01  WS-SWITCHES.
004800         03  WS-AUDIT-EOF-SWITCH PIC X(01)   VALUE "N".
006048             88  AUDIT-FILE-OPENED            VALUE "Y".
006064         03  WS-GLX-OPEN-SWITCH  PIC X(01)   VALUE "N".
006080             88  EXTRACT-FILE-OPENED          VALUE "Y".
006097         03  WS-STEP-CAL-SWITCH  PIC X(01)   VALUE "N".
006114             88  END-OF-STEP-CALENDAR         VALUE "Y".
006132 01  WS-FILE-STATUS-FIELDS.
006184         03  WS-AUDIT-FILE-STATUS
006236                                 PIC X(02)   VALUE "00".
006288         03  WS-GLX-FILE-STATUS  PIC X(02)   VALUE "00".
006305         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
006322         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
006340 01  WS-IO-ERROR-FIELDS.
006392         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
006444         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
008900         03  WS-AUD-BAD-OP-COUNT PIC 9(07) COMP  VALUE ZERO.
009000         03  WS-GLX-BAD-OP-COUNT PIC 9(07) COMP  VALUE ZERO.
009100         03  WS-OP-DIFF-COUNT    PIC 9(02) COMP  VALUE ZERO.
009133         03  WS-AUD-REV-COUNT    PIC 9(07) COMP  VALUE ZERO.
009166         03  WS-GLX-REV-COUNT    PIC 9(07) COMP  VALUE ZERO.
009200 01  WS-REPORT-CONTROLS.
009300         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
009400         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
012496         03  WS-DTL-COUNT        PIC ZZZZZZ9.
012595         03  WS-DTL-TOTAL        PIC ZZZZZZZZZZZZ9.9999-.
012700         03  WS-DTL-DIFF-FLAG    PIC X(14).
012720 01  WS-STEP-STATUS-FIELDS.
012740         03  WS-STEP-BUSINESS-DATE
012760                                 PIC 9(08)   VALUE ZERO.
012780         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
012800 PROCEDURE       DIVISION.
012900******************************************************************
013000* 0000-MAIN-PROCEDURE                                           *
013800     PERFORM 2000-COMPARE-RECORDS THRU 2000-EXIT
013900         UNTIL END-OF-AUDIT AND END-OF-EXTRACT.
014000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014050     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
014100     STOP RUN.
014200 0000-MAIN-EXIT.
014300     EXIT.
014500* 1000-INITIALIZE                                               *
014600*     CAPTURES THE RUN DATE/TIME, ZEROES THE PER-OPERATION      *
014700*     ACCUMULATORS, OPENS THE FILES (A FILE THAT CANNOT BE      *
014800*     OPENED FORCES AN OUT-OF-BALANCE RESULT), SETTLES WHETHER  *
014900*     THE EXTRACT IS SUMMARIZED, AND PRIMES THE READS.          *
015000******************************************************************
015100 1000-INITIALIZE.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018300         PERFORM 8100-WRITE-RECON-LINE THRU 8100-EXIT
018400     ELSE
018449         SET EXTRACT-FILE-OPENED TO TRUE
018474         PERFORM 1200-CHECK-EXTRACT-MODE THRU 1200-EXIT
018500         PERFORM 3100-READ-EXTRACT-FILE THRU 3100-EXIT
018600     END-IF.
018700 1000-EXIT.
019800     MOVE ZERO TO WS-GLX-OP-TOTAL (WS-OP-SUB).
019900 1100-EXIT.
020000     EXIT.
020002******************************************************************
020004* 1200-CHECK-EXTRACT-MODE                                       *
020006*     SCANS THE GL EXTRACT FOR A SUMMARIZED ("S") RECORD AND,   *
020008*     IF ONE IS FOUND, PUTS THE RUN IN SUMMARY MODE BEFORE THE  *
020010*     COMPARISON STARTS.  A SUMMARIZED RUN STILL WRITES A       *
020013*     REVERSAL AS DETAIL RECORDS AS IT GOES, AHEAD OF ITS       *
020015*     ACCOUNT GROUP'S SUMMARY RECORDS, SO THE EXTRACT CAN OPEN  *
020017*     WITH DETAIL RECORDS THAT MUST NOT BE PAIR-MATCHED.  THE   *
020019*     FILE IS THEN REOPENED FOR THE WALK.                       *
020021******************************************************************
020023 1200-CHECK-EXTRACT-MODE.
020026     PERFORM 1210-SCAN-EXTRACT-RECORD THRU 1210-EXIT
020028         UNTIL SUMMARY-EXTRACT-MODE OR END-OF-EXTRACT.
020030     CLOSE GL-EXTRACT-FILE.
020032     SET NOT-END-OF-EXTRACT TO TRUE.
020034     OPEN INPUT GL-EXTRACT-FILE.
020036     IF WS-GLX-FILE-STATUS NOT = "00"
020039         MOVE "GLEXTRCT" TO WS-IOERR-FILE-NAME
020041         MOVE WS-GLX-FILE-STATUS TO WS-IOERR-STATUS
020043         PERFORM 9900-IO-ERROR THRU 9900-EXIT
020045     END-IF.
020047 1200-EXIT.
020050     EXIT.
020052******************************************************************
020054* 1210-SCAN-EXTRACT-RECORD                                      *
020056*     READS ONE GL EXTRACT RECORD FOR THE MODE SCAN - NOTHING   *
020058*     IS COUNTED.  AN "S" RECORD SETS SUMMARY MODE.             *
020060******************************************************************
020063 1210-SCAN-EXTRACT-RECORD.
020065     READ GL-EXTRACT-FILE
020067         AT END
020069             SET END-OF-EXTRACT TO TRUE
020071         NOT AT END
020073             IF GL-SUMMARY-TYPE
020076                 SET SUMMARY-EXTRACT-MODE TO TRUE
020078             END-IF
020080     END-READ.
020082     IF WS-GLX-FILE-STATUS NOT = "00"
020084         AND WS-GLX-FILE-STATUS NOT = "10"
020086         MOVE "GLEXTRCT" TO WS-IOERR-FILE-NAME
020089         MOVE WS-GLX-FILE-STATUS TO WS-IOERR-STATUS
020091         PERFORM 9900-IO-ERROR THRU 9900-EXIT
020093     END-IF.
020095 1210-EXIT.
020097     EXIT.
020100******************************************************************
020200* 2000-COMPARE-RECORDS                                          *
020300*     HANDLES ONE POSITION OF THE SIDE-BY-SIDE WALK.  WHILE     *
024902     IF AUD-REFERENCE NOT = GLX-REFERENCE
024933         SET PAIR-DOES-NOT-MATCH TO TRUE
024964     END-IF.
024973     IF AUD-ORIG-REFERENCE NOT = GLX-ORIG-REFERENCE
024982         SET PAIR-DOES-NOT-MATCH TO TRUE
024991     END-IF.
025000     IF PAIR-DOES-NOT-MATCH
025100         ADD 1 TO WS-MISMATCH-COUNT
025200         MOVE "PAIR MISMATCH" TO WS-DTL-DIFF-FLAG
038684                     ADD AUD-NUM-SUM
038748                         TO WS-AUD-OP-TOTAL (WS-AUD-OP-SUB)
038812                 END-IF
038828                 IF AUD-ORIG-REFERENCE NOT = SPACES
038844                     ADD 1 TO WS-AUD-REV-COUNT
038860                 END-IF
038876     END-READ.
038940     IF WS-AUDIT-FILE-STATUS NOT = "00"
039004         AND WS-AUDIT-FILE-STATUS NOT = "10"
039652*     READS ONE GL EXTRACT RECORD AND ROLLS ITS AMOUNT INTO     *
039704*     THE PER-OPERATION EXTRACT COUNTS AND TOTALS.  A "S"       *
039756*     RECORD IS A SUMMARIZED EXTRACT RECORD - ITS ITEM COUNT    *
039808*     AND ACCUMULATED AMOUNT ROLL IN INSTEAD (1200 HAS ALREADY  *
039860*     PUT THE RUN ON THE PER-OPERATION-ONLY PROOF).  A TRAN     *
039912*     CODE THE TABLE DOES NOT KNOW IS COUNTED SEPARATELY AND    *
039964*     FORCES AN OUT-OF-BALANCE RESULT.                          *
040016******************************************************************
040068 3100-READ-EXTRACT-FILE.
040120     READ GL-EXTRACT-FILE
041280                     ADD GLX-AMOUNT
041314                         TO WS-GLX-OP-TOTAL (WS-GLX-OP-SUB)
041348                 END-IF
041356                 IF GLX-ORIG-REFERENCE NOT = SPACES
041365                     ADD 1 TO WS-GLX-REV-COUNT
041373                 END-IF
041382             END-IF
041416     END-READ.
041450     IF WS-GLX-FILE-STATUS NOT = "00"
048000     PERFORM 9100-PRINT-OP-COMPARISON THRU 9100-EXIT
048100         VARYING WS-OP-SUB FROM 1 BY 1
048200         UNTIL WS-OP-SUB > 5.
048250     PERFORM 9150-PRINT-REVERSAL-COMPARISON THRU 9150-EXIT.
048300     PERFORM 9200-PRINT-VERDICT THRU 9200-EXIT.
048400     CLOSE RECON-FILE.
048499     IF AUDIT-FILE-OPENED
051800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
051900 9100-EXIT.
052000     EXIT.
052004******************************************************************
052009* 9150-PRINT-REVERSAL-COMPARISON                                *
052013*     PRINTS THE NUMBER OF REVERSAL RECORDS (BASE AND FEE) ON   *
052018*     THE AUDIT FILE BESIDE THE NUMBER ON THE GL EXTRACT AND    *
052022*     FLAGS A DIFFERENCE.                                       *
052027******************************************************************
052031 9150-PRINT-REVERSAL-COMPARISON.
052036     MOVE SPACES TO WS-DTL-DIFF-FLAG.
052040     IF WS-AUD-REV-COUNT NOT = WS-GLX-REV-COUNT
052045         MOVE "** DIFFERS **" TO WS-DTL-DIFF-FLAG
052050     END-IF.
052054     MOVE SPACES TO WS-PRINT-LINE.
052059     MOVE "REVERSALS"              TO WS-PRINT-TEXT (1:10).
052063     MOVE WS-AUD-REV-COUNT         TO WS-DTL-COUNT.
052068     MOVE WS-DTL-COUNT             TO WS-PRINT-TEXT (14:7).
052072     MOVE WS-GLX-REV-COUNT         TO WS-DTL-COUNT.
052077     MOVE WS-DTL-COUNT             TO WS-PRINT-TEXT (47:7).
052081     MOVE WS-DTL-DIFF-FLAG         TO WS-PRINT-TEXT (78:14).
052086     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
052090 9150-EXIT.
052095     EXIT.
052100******************************************************************
052200* 9200-PRINT-VERDICT                                            *
052300*     DECIDES WHETHER THE RUN IS IN BALANCE AND PRINTS EITHER   *
053100         AND WS-AUD-BAD-OP-COUNT = ZERO
053200         AND WS-GLX-BAD-OP-COUNT = ZERO
053300         AND WS-OP-DIFF-COUNT = ZERO
053350         AND WS-AUD-REV-COUNT = WS-GLX-REV-COUNT
053400         AND NOT FILE-ERROR-FOUND
053500         MOVE SPACES TO WS-PRINT-LINE
053600         STRING "IN-BALANCE CERTIFICATE - AUDIT TRAIL AND GL "
060600     DISPLAY "ENZANREC - I/O ERROR ON " WS-IOERR-FILE-NAME
060700         " STATUS " WS-IOERR-STATUS.
060800     MOVE 16 TO RETURN-CODE.
060850     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
060900     STOP RUN.
061000 9900-EXIT.
061100     EXIT.
061200******************************************************************
061300* 9800-WRITE-STEP-STATUS                                        *
061400*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
061500*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
061600*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
061700*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
061800*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
061900*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
062000*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
062100*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
062200*     THE CALENDAR.  RECORDS READ ARE THE PAIRS AND ORPHANS     *
062300*     COMPARED, REJECTED THE MISMATCHES AND ORPHANS.  THE STEP  *
062400*     WRITES ONLY ITS REPORT.                                   *
062500******************************************************************
062600 9800-WRITE-STEP-STATUS.
062700     IF WS-STEP-BUSINESS-DATE = ZERO
062800         PERFORM 9810-FIND-STEP-DATE THRU 9810-EXIT
062900     END-IF.
063000     OPEN EXTEND JOB-CONTROL-FILE.
063100     IF WS-JCT-FILE-STATUS = "35"
063200         OPEN OUTPUT JOB-CONTROL-FILE
063300     END-IF.
063400     IF WS-JCT-FILE-STATUS NOT = "00"
063500         DISPLAY "ENZANREC - JOB CONTROL (JOBCTL) CANNOT BE "
063600             "OPENED - STATUS " WS-JCT-FILE-STATUS
063700             " - STEP STATUS NOT WRITTEN"
063800         GO TO 9800-EXIT
063900     END-IF.
064000     MOVE SPACES             TO JOB-STEP-RECORD.
064100     MOVE WS-STEP-BUSINESS-DATE TO JCT-BUSINESS-DATE.
064200     MOVE "ENZANREC"         TO JCT-STEP-NAME.
064300     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
064400     MOVE WS-RUN-TIME        TO JCT-START-TIME.
064500     ACCEPT WS-STEP-END-TIME FROM TIME.
064600     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
064700     ADD WS-PAIR-COUNT WS-AUD-ORPHAN-COUNT WS-GLX-ORPHAN-COUNT
064800         GIVING JCT-RECORDS-READ.
064900     MOVE ZERO               TO JCT-RECORDS-WRITTEN.
065000     ADD WS-MISMATCH-COUNT WS-AUD-ORPHAN-COUNT WS-GLX-ORPHAN-COUNT
065100         GIVING JCT-RECORDS-REJECTED.
065200     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
065300     WRITE JOB-STEP-RECORD.
065400     IF WS-JCT-FILE-STATUS NOT = "00"
065500         DISPLAY "ENZANREC - JOB CONTROL (JOBCTL) WRITE FAILED - "
065600             "STATUS " WS-JCT-FILE-STATUS
065700             " - STEP STATUS NOT WRITTEN"
065800     END-IF.
065900     CLOSE JOB-CONTROL-FILE.
066000 9800-EXIT.
066100     EXIT.
066200******************************************************************
066300* 9810-FIND-STEP-DATE                                           *
066400*     TAKES THE BUSINESS DATE THE STEP RAN UNDER FROM THE       *
066500*     PROCESSING CALENDAR - THE RECORD FLAGGED CURRENT.  NO     *
066600*     CALENDAR, OR NO CURRENT RECORD, LEAVES THE DATE ZERO      *
066700*     WITH A CONSOLE WARNING - THE STEP IS STILL LOGGED, BUT    *
066800*     COUNTS TOWARD NO BUSINESS DATE, SO THE GATE HOLDS THE     *
066900*     CALENDAR.                                                 *
067000******************************************************************
067100 9810-FIND-STEP-DATE.
067200     OPEN INPUT CALENDAR-FILE.
067300     IF WS-CAL-FILE-STATUS NOT = "00"
067400         DISPLAY "ENZANREC - PROCESSING CALENDAR (CALENDAR) "
067500             "CANNOT BE OPENED - STATUS " WS-CAL-FILE-STATUS
067600             " - STEP LOGGED WITHOUT A BUSINESS DATE"
067700         GO TO 9810-EXIT
067800     END-IF.
067900     PERFORM 9820-READ-STEP-CALENDAR THRU 9820-EXIT
068000         UNTIL END-OF-STEP-CALENDAR.
068100     CLOSE CALENDAR-FILE.
068200     IF WS-STEP-BUSINESS-DATE = ZERO
068300         DISPLAY "ENZANREC - PROCESSING CALENDAR HAS NO CURRENT "
068400             "BUSINESS DATE - STEP LOGGED WITHOUT A BUSINESS DATE"
068500     END-IF.
068600 9810-EXIT.
068700     EXIT.
068800******************************************************************
068900* 9820-READ-STEP-CALENDAR                                       *
069000*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
069100*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.  A READ      *
069200*     FAILURE ONLY ENDS THE SEARCH - THE STEP HAS ALREADY       *
069300*     FINISHED ITS WORK.                                        *
069400******************************************************************
069500 9820-READ-STEP-CALENDAR.
069600     READ CALENDAR-FILE
069700         AT END
069800             SET END-OF-STEP-CALENDAR TO TRUE
069900         NOT AT END
070000             IF CAL-CURRENT-DATE
070100                 MOVE CAL-DATE TO WS-STEP-BUSINESS-DATE
070200                 SET END-OF-STEP-CALENDAR TO TRUE
070300             END-IF
070400     END-READ.
070500     IF WS-CAL-FILE-STATUS NOT = "00"
070600         AND WS-CAL-FILE-STATUS NOT = "10"
070700         DISPLAY "ENZANREC - PROCESSING CALENDAR (CALENDAR) READ "
070800             "FAILED - STATUS " WS-CAL-FILE-STATUS
070900         SET END-OF-STEP-CALENDAR TO TRUE
071000     END-IF.
071100 9820-EXIT.
071200     EXIT.
071300 END PROGRAM ENZANREC.
