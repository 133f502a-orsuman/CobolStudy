001900*                 FOR THE DATE, OR A CALENDAR WITH NO BUSINESS   *
002000*                 DAY LEFT TO ADVANCE TO, LEAVES THE CALENDAR    *
002100*                 WHERE IT STANDS AND ENDS WITH RETURN CODE 8.   *
002119* 2026-10-15 KT   DAY-END GATE - THE CALENDAR IS ADVANCED ONLY   *
002139*                 WHEN THE JOB CONTROL FILE (JOBCTL) HOLDS A     *
002159*                 PASSING EODGATE RECORD FOR THE BUSINESS DATE   *
002179*                 WITH NO OTHER STEP LOGGED AFTER IT.  OTHERWISE *
002199*                 RETURN CODE 8, UNLESS A SUPERVISOR OVERRIDE    *
002219*                 CARD (CALOVR) FOR THE DATE IS SUPPLIED - ITS   *
002239*                 USE IS PRINTED, DISPLAYED AND LOGGED ON        *
002259*                 JOBCTL.  CALADV APPENDS ITS OWN STEP STATUS    *
002279*                 RECORD (JCTREC) AT EVERY END OF JOB.           *
002284* 2026-10-15 KT   A JOB CONTROL READ ERROR NOW CLOSES JOBCTL     *
002289*                 BEFORE THE RUN ENDS, SO THE RETURN CODE 16     *
002294*                 STEP RECORD CAN STILL BE APPENDED.             *
002299******************************************************************
002300 ENVIRONMENT     DIVISION.
002400 INPUT-OUTPUT    SECTION.
002500 FILE-CONTROL.
003500     SELECT ADVANCE-FILE   ASSIGN TO "CALRPT"
003600                         ORGANIZATION IS SEQUENTIAL
003700                         FILE STATUS IS WS-RPT-FILE-STATUS.
003714     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
003728                         ORGANIZATION IS SEQUENTIAL
003742                         FILE STATUS IS WS-JCT-FILE-STATUS.
003757     SELECT OVERRIDE-FILE  ASSIGN TO "CALOVR"
003771                         ORGANIZATION IS SEQUENTIAL
003785                         FILE STATUS IS WS-OVR-FILE-STATUS.
003800 DATA            DIVISION.
003900 FILE            SECTION.
004000 FD  CALENDAR-FILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 133 CHARACTERS.
005400 01  ADVANCE-RECORD      PIC X(133).
005414 FD  JOB-CONTROL-FILE
005428     LABEL RECORDS ARE STANDARD.
005442     COPY JCTREC.
005457 FD  OVERRIDE-FILE
005471     LABEL RECORDS ARE STANDARD.
005485 01  OVERRIDE-RECORD             PIC X(80).
005500 WORKING-STORAGE SECTION.
005600 01  WS-SWITCHES.
005700         03  WS-CAL-EOF-SWITCH   PIC X(01)   VALUE "N".
006800             88  FLAG-NOT-WAITING             VALUE "N".
006900         03  WS-ADVANCED-SWITCH  PIC X(01)   VALUE "N".
007000             88  CALENDAR-ADVANCED            VALUE "Y".
007009         03  WS-JCT-EOF-SWITCH   PIC X(01)   VALUE "N".
007018             88  END-OF-JOB-CONTROL           VALUE "Y".
007027         03  WS-GATE-SWITCH      PIC X(01)   VALUE "N".
007036             88  DAY-END-GATE-PASSED          VALUE "Y".
007045         03  WS-OVR-CARD-SWITCH  PIC X(01)   VALUE "N".
007054             88  NO-OVERRIDE-CARD             VALUE "N".
007063             88  OVERRIDE-CARD-VALID          VALUE "V".
007072             88  OVERRIDE-CARD-REJECTED       VALUE "R".
007081         03  WS-OVR-USED-SWITCH  PIC X(01)   VALUE "N".
007090             88  GATE-OVERRIDE-USED           VALUE "Y".
007100 01  WS-FILE-STATUS-FIELDS.
007200         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
007300         03  WS-CNW-FILE-STATUS  PIC X(02)   VALUE "00".
007400         03  WS-HIST-FILE-STATUS PIC X(02)   VALUE "00".
007500         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
007533         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
007566         03  WS-OVR-FILE-STATUS  PIC X(02)   VALUE "00".
007600 01  WS-IO-ERROR-FIELDS.
007700         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
007800         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
010300         03  WS-HT-MIN           PIC 9(02).
010400         03  FILLER              PIC X(01)  VALUE ":".
010500         03  WS-HT-SS            PIC 9(02).
010503*
010507*    SUPERVISOR OVERRIDE CARD (CALOVR) - LETS THE CALENDAR
010511*    ADVANCE FOR ONE BUSINESS DATE WITHOUT A PASSING DAY-END
010514*    GATE.  COLUMNS 1-8 SUPERVISOR ID, 10-17 THE BUSINESS DATE
010518*    BEING OVERRIDDEN (YYYYMMDD), 19-58 THE REASON.  ALL THREE
010522*    ARE REQUIRED.
010525*
010529 01  WS-OVERRIDE-CARD.
010533         03  OVR-SUPERVISOR-ID   PIC X(08)   VALUE SPACES.
010537         03  FILLER              PIC X(01)   VALUE SPACES.
010540         03  OVR-BUSINESS-DATE   PIC X(08)   VALUE SPACES.
010544         03  OVR-BUSINESS-DATE-N REDEFINES OVR-BUSINESS-DATE
010548                                 PIC 9(08).
010551         03  FILLER              PIC X(01)   VALUE SPACES.
010555         03  OVR-REASON          PIC X(40)   VALUE SPACES.
010559         03  FILLER              PIC X(22)   VALUE SPACES.
010562 01  WS-GATE-FIELDS.
010566         03  WS-JCT-POSITION     PIC 9(07) COMP  VALUE ZERO.
010570         03  WS-GATE-POSITION    PIC 9(07) COMP  VALUE ZERO.
010574         03  WS-GATE-RC          PIC 9(02)   VALUE ZERO.
010577         03  WS-LAST-STEP-POSITION
010581                                 PIC 9(07) COMP  VALUE ZERO.
010585         03  WS-OVR-REJECT-TEXT  PIC X(50)   VALUE SPACES.
010588 01  WS-STEP-STATUS-FIELDS.
010592         03  WS-CAL-COPY-COUNT   PIC 9(07) COMP  VALUE ZERO.
010596         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
010600 PROCEDURE       DIVISION.
010700******************************************************************
010800* 0000-MAIN-PROCEDURE                                           *
010900*     CONTROLS OVERALL FLOW - INITIALIZE, FIND THE CURRENT      *
011000*     BUSINESS DATE, VERIFY THE DAY COMPLETED AND PASSED THE    *
011100*     DAY-END GATE, REWRITE THE CALENDAR WITH THE FLAG          *
011150*     ADVANCED, THEN TERMINATE.                                 *
011200******************************************************************
011300 0000-MAIN-PROCEDURE.
011400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011500     PERFORM 2000-FIND-BUSINESS-DATE THRU 2000-EXIT.
011600     PERFORM 3000-CHECK-RUN-COMPLETED THRU 3000-EXIT.
011650     PERFORM 3500-CHECK-DAY-END-GATE THRU 3500-EXIT.
011700     PERFORM 4000-ADVANCE-CALENDAR THRU 4000-EXIT.
011800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011850     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
011900     STOP RUN.
012000 0000-MAIN-EXIT.
012100     EXIT.
015500         DISPLAY "CALADV - PROCESSING CALENDAR HAS NO CURRENT "
015600             "BUSINESS DATE RECORD - RUN ENDED"
015700         MOVE 16 TO RETURN-CODE
015750         PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
015800         STOP RUN
015900     END-IF.
016000 2000-EXIT.
021700     PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT.
021800     CLOSE ADVANCE-FILE.
021900     MOVE 8 TO RETURN-CODE.
021950     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
022000     STOP RUN.
022100 3000-EXIT.
022200     EXIT.
025000 3100-EXIT.
025100     EXIT.
025200******************************************************************
025300* 3500-CHECK-DAY-END-GATE                                       *
025400*     SCANS THE JOB CONTROL FILE (JOBCTL) FOR THE BUSINESS      *
025500*     DATE.  THE DAY-END GATE HAS PASSED WHEN THE LATEST        *
025600*     EODGATE RECORD FOR THE DATE ENDED WITH RETURN CODE 0 AND  *
025700*     NO OTHER STEP LOGGED A RECORD FOR THE DATE AFTER IT - A   *
025800*     STEP RERUN AFTER THE GATE NEEDS THE GATE RUN AGAIN.  A    *
025900*     DAY THAT HAS NOT PASSED IS ADVANCED ONLY ON A VALID       *
026000*     SUPERVISOR OVERRIDE CARD, WHOSE USE IS PRINTED,           *
026100*     DISPLAYED AND LOGGED ON JOBCTL; OTHERWISE THE CALENDAR    *
026200*     STAYS WHERE IT STANDS AND THE RUN ENDS WITH RETURN CODE   *
026300*     8.                                                        *
026400******************************************************************
026500 3500-CHECK-DAY-END-GATE.
026600     PERFORM 3600-READ-OVERRIDE-CARD THRU 3600-EXIT.
026700     OPEN INPUT JOB-CONTROL-FILE.
026800     IF WS-JCT-FILE-STATUS = "35"
026900         GO TO 3500-GATE-CHECKED
027000     END-IF.
027100     IF WS-JCT-FILE-STATUS NOT = "00"
027200         MOVE "JOBCTL" TO WS-IOERR-FILE-NAME
027300         MOVE WS-JCT-FILE-STATUS TO WS-IOERR-STATUS
027400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
027500     END-IF.
027600     PERFORM 3510-READ-JOB-CONTROL THRU 3510-EXIT
027700         UNTIL END-OF-JOB-CONTROL.
027800     CLOSE JOB-CONTROL-FILE.
027900 3500-GATE-CHECKED.
028000     IF WS-GATE-POSITION > ZERO
028100         AND WS-GATE-RC = ZERO
028200         AND WS-GATE-POSITION > WS-LAST-STEP-POSITION
028300         SET DAY-END-GATE-PASSED TO TRUE
028400     END-IF.
028500     IF DAY-END-GATE-PASSED
028600         MOVE SPACES TO WS-PRINT-LINE
028700         STRING "DAY-END GATE PASSED FOR BUSINESS DATE "
028800                                     DELIMITED BY SIZE
028900                WS-BUSINESS-DATE     DELIMITED BY SIZE
029000             INTO WS-PRINT-TEXT
029100         PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT
029200         IF NOT NO-OVERRIDE-CARD
029300             MOVE SPACES TO WS-PRINT-LINE
029400             STRING "SUPERVISOR OVERRIDE CARD SUPPLIED BUT NOT "
029500                    "NEEDED - NOT USED" DELIMITED BY SIZE
029600                 INTO WS-PRINT-TEXT
029700             PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT
029800         END-IF
029900         GO TO 3500-EXIT
030000     END-IF.
030100     MOVE SPACES TO WS-PRINT-LINE.
030200     EVALUATE TRUE
030300         WHEN WS-GATE-POSITION = ZERO
030400             STRING "DAY-END GATE NOT PASSED - NO EODGATE RUN "
030500                    "FOR THE BUSINESS DATE" DELIMITED BY SIZE
030600                 INTO WS-PRINT-TEXT
030700         WHEN WS-GATE-RC NOT = ZERO
030800             STRING "DAY-END GATE NOT PASSED - EODGATE RETURN "
030900                    "CODE "             DELIMITED BY SIZE
031000                    WS-GATE-RC          DELIMITED BY SIZE
031100                    " - SEE GATERPT"    DELIMITED BY SIZE
031200                 INTO WS-PRINT-TEXT
031300         WHEN OTHER
031400             STRING "DAY-END GATE NOT PASSED - A STEP RAN AFTER "
031500                    "THE LAST EODGATE RUN - RERUN EODGATE"
031600                                        DELIMITED BY SIZE
031700                 INTO WS-PRINT-TEXT
031800     END-EVALUATE.
031900     PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT.
032000     IF OVERRIDE-CARD-VALID
032100         SET GATE-OVERRIDE-USED TO TRUE
032200         MOVE SPACES TO WS-PRINT-LINE
032300         STRING "*** SUPERVISOR OVERRIDE BY " DELIMITED BY SIZE
032400                OVR-SUPERVISOR-ID   DELIMITED BY SIZE
032500                " - "               DELIMITED BY SIZE
032600                OVR-REASON          DELIMITED BY "  "
032700                " ***"              DELIMITED BY SIZE
032800             INTO WS-PRINT-TEXT
032900         PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT
033000         DISPLAY "CALADV - DAY-END GATE OVERRIDDEN FOR BUSINESS "
033100             "DATE " WS-BUSINESS-DATE " BY " OVR-SUPERVISOR-ID
033200         DISPLAY "CALADV - OVERRIDE REASON: " OVR-REASON
033300         GO TO 3500-EXIT
033400     END-IF.
033500     IF OVERRIDE-CARD-REJECTED
033600         MOVE SPACES TO WS-PRINT-LINE
033700         STRING "SUPERVISOR OVERRIDE CARD REJECTED - "
033800                                    DELIMITED BY SIZE
033900                WS-OVR-REJECT-TEXT  DELIMITED BY SIZE
034000             INTO WS-PRINT-TEXT
034100         PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT
034200         DISPLAY "CALADV - OVERRIDE CARD REJECTED - "
034300             WS-OVR-REJECT-TEXT
034400     END-IF.
034500     DISPLAY "CALADV - DAY-END GATE NOT PASSED FOR "
034600         "BUSINESS DATE " WS-BUSINESS-DATE
034700         " - CALENDAR NOT ADVANCED".
034800     MOVE SPACES TO WS-PRINT-LINE.
034900     STRING "CALENDAR NOT ADVANCED" DELIMITED BY SIZE
035000         INTO WS-PRINT-TEXT.
035100     PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT.
035200     CLOSE ADVANCE-FILE.
035300     MOVE 8 TO RETURN-CODE.
035400     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
035500     STOP RUN.
035600 3500-EXIT.
035700     EXIT.
035800******************************************************************
035900* 3510-READ-JOB-CONTROL                                         *
036000*     READS ONE JOB CONTROL RECORD AND NOTES ITS POSITION ON    *
036100*     THE FILE.  FOR THE BUSINESS DATE, AN EODGATE RECORD       *
036200*     GIVES THE LATEST GATE POSITION AND RETURN CODE; A RECORD  *
036300*     FROM ANY OTHER STEP EXCEPT CALADV ITSELF GIVES THE        *
036400*     LATEST STEP POSITION.                                     *
036500******************************************************************
036600 3510-READ-JOB-CONTROL.
036700     READ JOB-CONTROL-FILE
036800         AT END
036900             SET END-OF-JOB-CONTROL TO TRUE
037000         NOT AT END
037100             ADD 1 TO WS-JCT-POSITION
037200             IF JCT-BUSINESS-DATE = WS-BUSINESS-DATE
037300                 IF JCT-STEP-NAME = "EODGATE"
037400                     MOVE WS-JCT-POSITION TO WS-GATE-POSITION
037500                     MOVE JCT-RETURN-CODE TO WS-GATE-RC
037600                 ELSE
037700                     IF JCT-STEP-NAME NOT = "CALADV"
037800                         MOVE WS-JCT-POSITION
037900                                         TO WS-LAST-STEP-POSITION
038000                     END-IF
038100                 END-IF
038200             END-IF
038300     END-READ.
038400     IF WS-JCT-FILE-STATUS NOT = "00"
038500         AND WS-JCT-FILE-STATUS NOT = "10"
038600         CLOSE JOB-CONTROL-FILE
038700         MOVE "JOBCTL" TO WS-IOERR-FILE-NAME
038800         MOVE WS-JCT-FILE-STATUS TO WS-IOERR-STATUS
038900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
039000     END-IF.
039100 3510-EXIT.
039200     EXIT.
039300******************************************************************
039400* 3600-READ-OVERRIDE-CARD                                       *
039500*     READS THE SUPERVISOR OVERRIDE CARD, IF ONE WAS SUPPLIED,  *
039600*     AND PROVES IT - A SUPERVISOR ID, THE CURRENT BUSINESS     *
039700*     DATE, AND A REASON.  A CARD FOR ANY OTHER DATE IS         *
039800*     REJECTED, SO A CARD LEFT IN THE JOB STREAM CANNOT         *
039900*     OVERRIDE A LATER DAY.  NO CARD FILE, OR AN EMPTY ONE, IS  *
040000*     NO OVERRIDE.                                              *
040100******************************************************************
040200 3600-READ-OVERRIDE-CARD.
040300     OPEN INPUT OVERRIDE-FILE.
040400     IF WS-OVR-FILE-STATUS NOT = "00"
040500         GO TO 3600-EXIT
040600     END-IF.
040700     READ OVERRIDE-FILE INTO WS-OVERRIDE-CARD
040800         AT END
040900             MOVE SPACES TO WS-OVERRIDE-CARD
041000     END-READ.
041100     IF WS-OVR-FILE-STATUS NOT = "00"
041200         AND WS-OVR-FILE-STATUS NOT = "10"
041300         MOVE "CALOVR" TO WS-IOERR-FILE-NAME
041400         MOVE WS-OVR-FILE-STATUS TO WS-IOERR-STATUS
041500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
041600     END-IF.
041700     CLOSE OVERRIDE-FILE.
041800     IF WS-OVERRIDE-CARD = SPACES
041900         GO TO 3600-EXIT
042000     END-IF.
042100     SET OVERRIDE-CARD-REJECTED TO TRUE.
042200     IF OVR-SUPERVISOR-ID = SPACES
042300         MOVE "NO SUPERVISOR ID (COLUMNS 1-8)"
042400                                 TO WS-OVR-REJECT-TEXT
042500         GO TO 3600-EXIT
042600     END-IF.
042700     IF OVR-BUSINESS-DATE NOT NUMERIC
042800         OR OVR-BUSINESS-DATE-N NOT = WS-BUSINESS-DATE
042900         MOVE "NOT FOR THIS BUSINESS DATE (COLUMNS 10-17)"
043000                                 TO WS-OVR-REJECT-TEXT
043100         GO TO 3600-EXIT
043200     END-IF.
043300     IF OVR-REASON = SPACES
043400         MOVE "NO REASON GIVEN (COLUMNS 19-58)"
043500                                 TO WS-OVR-REJECT-TEXT
043600         GO TO 3600-EXIT
043700     END-IF.
043800     SET OVERRIDE-CARD-VALID TO TRUE.
043900 3600-EXIT.
044000     EXIT.
044100******************************************************************
044200* 4000-ADVANCE-CALENDAR                                         *
044300*     REWRITES THE CALENDAR TO CALNEW - THE CURRENT FLAG IS     *
044400*     LIFTED OFF THE COMPLETED BUSINESS DATE AND LANDS ON THE   *
044500*     NEXT BUSINESS-DAY RECORD AFTER IT.  A CALENDAR WITH NO    *
044600*     BUSINESS DAY LEFT TO LAND ON IS EXHAUSTED AND MUST BE     *
044700*     EXTENDED BEFORE THE NEXT CYCLE.                           *
044800******************************************************************
044900 4000-ADVANCE-CALENDAR.
045000     OPEN INPUT CALENDAR-FILE.
045100     IF WS-CAL-FILE-STATUS NOT = "00"
045200         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
045300         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
045400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
045500     END-IF.
045600     OPEN OUTPUT CALENDAR-NEW-FILE.
045700     IF WS-CNW-FILE-STATUS NOT = "00"
045800         MOVE "CALNEW" TO WS-IOERR-FILE-NAME
045900         MOVE WS-CNW-FILE-STATUS TO WS-IOERR-STATUS
046000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
046100     END-IF.
046200     SET NOT-END-OF-CALENDAR TO TRUE.
046300     PERFORM 4100-COPY-CALENDAR-RECORD THRU 4100-EXIT
046400         UNTIL END-OF-CALENDAR.
046500     CLOSE CALENDAR-FILE.
046600     CLOSE CALENDAR-NEW-FILE.
046700 4000-EXIT.
046800     EXIT.
046900******************************************************************
047000* 4100-COPY-CALENDAR-RECORD                                     *
047100*     COPIES ONE CALENDAR RECORD TO CALNEW - CLEARS THE         *
047200*     CURRENT FLAG FROM THE COMPLETED DATE AND SETS IT ON THE   *
047300*     FIRST BUSINESS-DAY RECORD THAT FOLLOWS.                   *
047400******************************************************************
047500 4100-COPY-CALENDAR-RECORD.
047600     READ CALENDAR-FILE
047700         AT END
047800             SET END-OF-CALENDAR TO TRUE
047900         NOT AT END
048000             IF CAL-CURRENT-DATE
048100                 AND CAL-DATE = WS-BUSINESS-DATE
048200                 MOVE SPACE TO CAL-CURRENT-FLAG
048300                 SET FLAG-WAITING-TO-LAND TO TRUE
048400             ELSE
048500                 IF FLAG-WAITING-TO-LAND
048600                     AND CAL-BUSINESS-DAY
048700                     MOVE "C" TO CAL-CURRENT-FLAG
048800                     MOVE CAL-DATE TO WS-NEW-BUSINESS-DATE
048900                     SET FLAG-NOT-WAITING TO TRUE
049000                     SET CALENDAR-ADVANCED TO TRUE
049100                 END-IF
049200             END-IF
049300             MOVE CALENDAR-RECORD TO CALENDAR-NEW-RECORD
049400             ADD 1 TO WS-CAL-COPY-COUNT
049500             WRITE CALENDAR-NEW-RECORD
049600             IF WS-CNW-FILE-STATUS NOT = "00"
049700                 MOVE "CALNEW" TO WS-IOERR-FILE-NAME
049800                 MOVE WS-CNW-FILE-STATUS TO WS-IOERR-STATUS
049900                 PERFORM 9900-IO-ERROR THRU 9900-EXIT
050000             END-IF
050100     END-READ.
050200     IF WS-CAL-FILE-STATUS NOT = "00"
050300         AND WS-CAL-FILE-STATUS NOT = "10"
050400         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
050500         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
050600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
050700     END-IF.
050800 4100-EXIT.
050900     EXIT.
051000******************************************************************
051100* 8000-WRITE-ADVANCE-HEADING                                    *
051200*     WRITES THE ADVANCE REPORT HEADING.                        *
051300******************************************************************
051400 8000-WRITE-ADVANCE-HEADING.
051500     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
051600     MOVE WS-RUN-MM   TO WS-HD-MM.
051700     MOVE WS-RUN-DD   TO WS-HD-DD.
051800     MOVE WS-RUN-HH   TO WS-HT-HH.
051900     MOVE WS-RUN-MIN  TO WS-HT-MIN.
052000     MOVE WS-RUN-SS   TO WS-HT-SS.
052100     MOVE SPACES TO WS-PRINT-LINE.
052200     STRING "CALADV PROCESSING CALENDAR ADVANCE"
052300                            DELIMITED BY SIZE
052400         INTO WS-PRINT-TEXT.
052500     WRITE ADVANCE-RECORD FROM WS-PRINT-LINE
052600         AFTER ADVANCING PAGE.
052700     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
052800     MOVE SPACES TO WS-PRINT-LINE.
052900     STRING "RUN DATE: "    DELIMITED BY SIZE
053000            WS-HDG-DATE     DELIMITED BY SIZE
053100            "     RUN TIME: " DELIMITED BY SIZE
053200            WS-HDG-TIME     DELIMITED BY SIZE
053300         INTO WS-PRINT-TEXT.
053400     WRITE ADVANCE-RECORD FROM WS-PRINT-LINE
053500         AFTER ADVANCING 2 LINES.
053600     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
053700 8000-EXIT.
053800     EXIT.
053900******************************************************************
054000* 8100-WRITE-ADVANCE-LINE                                       *
054100*     WRITES ONE ADVANCE REPORT LINE.                           *
054200******************************************************************
054300 8100-WRITE-ADVANCE-LINE.
054400     WRITE ADVANCE-RECORD FROM WS-PRINT-LINE
054500         AFTER ADVANCING 2 LINES.
054600     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
054700 8100-EXIT.
054800     EXIT.
054900******************************************************************
055000* 8700-CHECK-REPORT-STATUS                                      *
055100*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
055200******************************************************************
055300 8700-CHECK-REPORT-STATUS.
055400     IF WS-RPT-FILE-STATUS NOT = "00"
055500         MOVE "CALRPT" TO WS-IOERR-FILE-NAME
055600         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
055700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
055800     END-IF.
055900 8700-EXIT.
056000     EXIT.
056100******************************************************************
056200* 9000-TERMINATE                                                *
056300*     REPORTS THE OUTCOME - THE COMPLETED BUSINESS DATE AND     *
056400*     THE NEW ONE, OR THE EXHAUSTED-CALENDAR WARNING - SETS     *
056500*     THE RETURN CODE, AND CLOSES THE REPORT.                   *
056600******************************************************************
056700 9000-TERMINATE.
056800     IF CALENDAR-ADVANCED
056900         MOVE SPACES TO WS-PRINT-LINE
057000         STRING "BUSINESS DATE " DELIMITED BY SIZE
057100                WS-BUSINESS-DATE DELIMITED BY SIZE
057200                " COMPLETED - CALENDAR ADVANCED TO "
057300                             DELIMITED BY SIZE
057400                WS-NEW-BUSINESS-DATE
057500                             DELIMITED BY SIZE
057600             INTO WS-PRINT-TEXT
057700         PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT
057800         DISPLAY "CALADV - CALENDAR ADVANCED FROM "
057900             WS-BUSINESS-DATE " TO " WS-NEW-BUSINESS-DATE
058000         MOVE ZERO TO RETURN-CODE
058100     ELSE
058200         MOVE SPACES TO WS-PRINT-LINE
058300         STRING "*** CALENDAR EXHAUSTED - NO BUSINESS DAY "
058400                "AFTER " DELIMITED BY SIZE
058500                WS-BUSINESS-DATE DELIMITED BY SIZE
058600                " - EXTEND THE CALENDAR ***"
058700                             DELIMITED BY SIZE
058800             INTO WS-PRINT-TEXT
058900         PERFORM 8100-WRITE-ADVANCE-LINE THRU 8100-EXIT
059000         DISPLAY "CALADV - CALENDAR EXHAUSTED AFTER "
059100             WS-BUSINESS-DATE " - EXTEND THE CALENDAR"
059200         MOVE 8 TO RETURN-CODE
059300     END-IF.
059400     CLOSE ADVANCE-FILE.
059500 9000-EXIT.
059600     EXIT.
059700******************************************************************
059800* 9800-WRITE-STEP-STATUS                                        *
059900*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
060000*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
060100*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
060200*     RETURN CODE.  PERFORMED AT EVERY END OF JOB, CLEAN OR     *
060300*     NOT.  RECORDS READ AND WRITTEN ARE THE CALENDAR RECORDS   *
060400*     COPIED TO CALNEW.  A RUN THAT ADVANCED ON A SUPERVISOR    *
060500*     OVERRIDE CARRIES THE OVERRIDE FLAG, THE SUPERVISOR ID     *
060600*     AND THE REASON.  A FILE THAT CANNOT BE OPENED OR WRITTEN  *
060700*     IS CALLED OUT ON THE CONSOLE.                             *
060800******************************************************************
060900 9800-WRITE-STEP-STATUS.
061000     OPEN EXTEND JOB-CONTROL-FILE.
061100     IF WS-JCT-FILE-STATUS = "35"
061200         OPEN OUTPUT JOB-CONTROL-FILE
061300     END-IF.
061400     IF WS-JCT-FILE-STATUS NOT = "00"
061500         DISPLAY "CALADV - JOB CONTROL (JOBCTL) CANNOT BE "
061600             "OPENED - STATUS " WS-JCT-FILE-STATUS
061700             " - STEP STATUS NOT WRITTEN"
061800         GO TO 9800-EXIT
061900     END-IF.
062000     MOVE SPACES             TO JOB-STEP-RECORD.
062100     MOVE WS-BUSINESS-DATE   TO JCT-BUSINESS-DATE.
062200     MOVE "CALADV"           TO JCT-STEP-NAME.
062300     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
062400     MOVE WS-RUN-TIME        TO JCT-START-TIME.
062500     ACCEPT WS-STEP-END-TIME FROM TIME.
062600     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
062700     MOVE WS-CAL-COPY-COUNT  TO JCT-RECORDS-READ.
062800     MOVE WS-CAL-COPY-COUNT  TO JCT-RECORDS-WRITTEN.
062900     MOVE ZERO               TO JCT-RECORDS-REJECTED.
063000     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
063100     IF GATE-OVERRIDE-USED
063200         SET JCT-GATE-OVERRIDDEN TO TRUE
063300         MOVE OVR-SUPERVISOR-ID TO JCT-OVERRIDE-USER
063400         MOVE OVR-REASON     TO JCT-OVERRIDE-REASON
063500     END-IF.
063600     WRITE JOB-STEP-RECORD.
063700     IF WS-JCT-FILE-STATUS NOT = "00"
063800         DISPLAY "CALADV - JOB CONTROL (JOBCTL) WRITE FAILED - "
063900             "STATUS " WS-JCT-FILE-STATUS
064000             " - STEP STATUS NOT WRITTEN"
064100     END-IF.
064200     CLOSE JOB-CONTROL-FILE.
064300 9800-EXIT.
064400     EXIT.
064500******************************************************************
064600* 9900-IO-ERROR                                                 *
064700*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
064800*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
064900*     CODE 16.                                                  *
065000******************************************************************
065100 9900-IO-ERROR.
065200     DISPLAY "CALADV - I/O ERROR ON " WS-IOERR-FILE-NAME
065300         " STATUS " WS-IOERR-STATUS.
065400     MOVE 16 TO RETURN-CODE.
065500     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
065600     STOP RUN.
065700 9900-EXIT.
065800     EXIT.
065900 END PROGRAM CALADV.
