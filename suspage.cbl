002000*                 OVER-30 DAY BUCKETS WITH AN ESCALATION FLAG    *
002100*                 ON THE OLDEST OPEN ITEM.  RETURN CODE 4 WHEN   *
002200*                 ANY OPEN ITEM IS OVER 30 DAYS OLD.             *
002239* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
002279*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
002319*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST.  THE  *
002359*                 BUSINESS DATE IS TAKEN FROM THE CALENDAR.      *
002399******************************************************************
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
003600     SELECT AGING-FILE    ASSIGN TO "SAGERPT"
003700                         ORGANIZATION IS SEQUENTIAL
003800                         FILE STATUS IS WS-RPT-FILE-STATUS.
003814     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
003828                         ORGANIZATION IS SEQUENTIAL
003842                         FILE STATUS IS WS-CAL-FILE-STATUS.
003857     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
003871                         ORGANIZATION IS SEQUENTIAL
003885                         FILE STATUS IS WS-JCT-FILE-STATUS.
003900 DATA            DIVISION.
004000 FILE            SECTION.
004100 FD  SUSPENSE-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 133 CHARACTERS.
005700 01  AGING-RECORD        PIC X(133).
005714 FD  CALENDAR-FILE
005728     LABEL RECORDS ARE STANDARD.
005742     COPY CALREC.
005757 FD  JOB-CONTROL-FILE
005771     LABEL RECORDS ARE STANDARD.
005785     COPY JCTREC.
005800 WORKING-STORAGE SECTION.
005900 01  WS-SWITCHES.
006000         03  WS-SUSP-EOF-SWITCH  PIC X(01)   VALUE "N".
006400             88  ESCALATION-FLAGGED           VALUE "Y".
006420         03  WS-SUSP-OPEN-SWITCH PIC X(01)   VALUE "N".
006440             88  SUSPENSE-FILE-OPENED         VALUE "Y".
006460         03  WS-STEP-CAL-SWITCH  PIC X(01)   VALUE "N".
006480             88  END-OF-STEP-CALENDAR         VALUE "Y".
006500 01  WS-FILE-STATUS-FIELDS.
006600         03  WS-SUSP-FILE-STATUS PIC X(02)   VALUE "00".
006700         03  WS-SNEW-FILE-STATUS PIC X(02)   VALUE "00".
006800         03  WS-SARC-FILE-STATUS PIC X(02)   VALUE "00".
006900         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
006933         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
006966         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
007000 01  WS-IO-ERROR-FIELDS.
007100         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
007200         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
012900         03  WS-DSP-AGE          PIC ZZZZ9.
013000         03  WS-DSP-COUNT        PIC ZZZZZZ9.
013100         03  WS-AGE-BUCKET       PIC X(09).
013120 01  WS-STEP-STATUS-FIELDS.
013140         03  WS-STEP-BUSINESS-DATE
013160                                 PIC 9(08)   VALUE ZERO.
013180         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
013200 PROCEDURE       DIVISION.
013300******************************************************************
013400* 0000-MAIN-PROCEDURE                                           *
014000     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
014100         UNTIL END-OF-SUSPENSE.
014200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014250     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
014300     STOP RUN.
014400 0000-MAIN-EXIT.
014500     EXIT.
049700     DISPLAY "SUSPAGE - I/O ERROR ON " WS-IOERR-FILE-NAME
049800         " STATUS " WS-IOERR-STATUS.
049900     MOVE 16 TO RETURN-CODE.
049950     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
050000     STOP RUN.
050100 9900-EXIT.
050200     EXIT.
050300******************************************************************
050400* 9800-WRITE-STEP-STATUS                                        *
050500*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
050600*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
050700*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
050800*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
050900*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
051000*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
051100*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
051200*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
051300*     THE CALENDAR.  RECORDS READ ARE THE SUSPENSE RECORDS      *
051400*     READ, WRITTEN THE RECORDS KEPT ON THE WORKLIST OR         *
051500*     ARCHIVED.                                                 *
051600******************************************************************
051700 9800-WRITE-STEP-STATUS.
051800     IF WS-STEP-BUSINESS-DATE = ZERO
051900         PERFORM 9810-FIND-STEP-DATE THRU 9810-EXIT
052000     END-IF.
052100     OPEN EXTEND JOB-CONTROL-FILE.
052200     IF WS-JCT-FILE-STATUS = "35"
052300         OPEN OUTPUT JOB-CONTROL-FILE
052400     END-IF.
052500     IF WS-JCT-FILE-STATUS NOT = "00"
052600         DISPLAY "SUSPAGE - JOB CONTROL (JOBCTL) CANNOT BE "
052700             "OPENED - STATUS " WS-JCT-FILE-STATUS
052800             " - STEP STATUS NOT WRITTEN"
052900         GO TO 9800-EXIT
053000     END-IF.
053100     MOVE SPACES             TO JOB-STEP-RECORD.
053200     MOVE WS-STEP-BUSINESS-DATE TO JCT-BUSINESS-DATE.
053300     MOVE "SUSPAGE"          TO JCT-STEP-NAME.
053400     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
053500     MOVE WS-RUN-TIME        TO JCT-START-TIME.
053600     ACCEPT WS-STEP-END-TIME FROM TIME.
053700     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
053800     MOVE WS-READ-COUNT      TO JCT-RECORDS-READ.
053900     ADD WS-OPEN-COUNT WS-ARCHIVED-COUNT
054000         GIVING JCT-RECORDS-WRITTEN.
054100     MOVE ZERO               TO JCT-RECORDS-REJECTED.
054200     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
054300     WRITE JOB-STEP-RECORD.
054400     IF WS-JCT-FILE-STATUS NOT = "00"
054500         DISPLAY "SUSPAGE - JOB CONTROL (JOBCTL) WRITE FAILED - "
054600             "STATUS " WS-JCT-FILE-STATUS
054700             " - STEP STATUS NOT WRITTEN"
054800     END-IF.
054900     CLOSE JOB-CONTROL-FILE.
055000 9800-EXIT.
055100     EXIT.
055200******************************************************************
055300* 9810-FIND-STEP-DATE                                           *
055400*     TAKES THE BUSINESS DATE THE STEP RAN UNDER FROM THE       *
055500*     PROCESSING CALENDAR - THE RECORD FLAGGED CURRENT.  NO     *
055600*     CALENDAR, OR NO CURRENT RECORD, LEAVES THE DATE ZERO      *
055700*     WITH A CONSOLE WARNING - THE STEP IS STILL LOGGED, BUT    *
055800*     COUNTS TOWARD NO BUSINESS DATE, SO THE GATE HOLDS THE     *
055900*     CALENDAR.                                                 *
056000******************************************************************
056100 9810-FIND-STEP-DATE.
056200     OPEN INPUT CALENDAR-FILE.
056300     IF WS-CAL-FILE-STATUS NOT = "00"
056400         DISPLAY "SUSPAGE - PROCESSING CALENDAR (CALENDAR) "
056500             "CANNOT BE OPENED - STATUS " WS-CAL-FILE-STATUS
056600             " - STEP LOGGED WITHOUT A BUSINESS DATE"
056700         GO TO 9810-EXIT
056800     END-IF.
056900     PERFORM 9820-READ-STEP-CALENDAR THRU 9820-EXIT
057000         UNTIL END-OF-STEP-CALENDAR.
057100     CLOSE CALENDAR-FILE.
057200     IF WS-STEP-BUSINESS-DATE = ZERO
057300         DISPLAY "SUSPAGE - PROCESSING CALENDAR HAS NO CURRENT "
057400             "BUSINESS DATE - STEP LOGGED WITHOUT A BUSINESS DATE"
057500     END-IF.
057600 9810-EXIT.
057700     EXIT.
057800******************************************************************
057900* 9820-READ-STEP-CALENDAR                                       *
058000*     READS ONE CALENDAR RECORD.  THE RECORD FLAGGED CURRENT    *
058100*     GIVES THE BUSINESS DATE AND ENDS THE SEARCH.  A READ      *
058200*     FAILURE ONLY ENDS THE SEARCH - THE STEP HAS ALREADY       *
058300*     FINISHED ITS WORK.                                        *
058400******************************************************************
058500 9820-READ-STEP-CALENDAR.
058600     READ CALENDAR-FILE
058700         AT END
058800             SET END-OF-STEP-CALENDAR TO TRUE
058900         NOT AT END
059000             IF CAL-CURRENT-DATE
059100                 MOVE CAL-DATE TO WS-STEP-BUSINESS-DATE
059200                 SET END-OF-STEP-CALENDAR TO TRUE
059300             END-IF
059400     END-READ.
059500     IF WS-CAL-FILE-STATUS NOT = "00"
059600         AND WS-CAL-FILE-STATUS NOT = "10"
059700         DISPLAY "SUSPAGE - PROCESSING CALENDAR (CALENDAR) READ "
059800             "FAILED - STATUS " WS-CAL-FILE-STATUS
059900         SET END-OF-STEP-CALENDAR TO TRUE
060000     END-IF.
060100 9820-EXIT.
060200     EXIT.
060300 END PROGRAM SUSPAGE.
