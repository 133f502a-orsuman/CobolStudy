002007*                 AND A SUSPENSE OPEN FAILURE OTHER THAN          *
002008*                 FILE-NOT-FOUND ENDS THE RUN LIKE EVERY OTHER    *
002009*                 OPEN INSTEAD OF SKIPPING THE REWRITE.           *
002010* 2026-10-05 KT   ADDED THE TWO REVERSAL REASON CODES (REFERENCE *
002011*                 NOT FOUND, ITEM ALREADY REVERSED) TO THE       *
002012*                 WORKLIST GROUPS.  A CORRECTED REVERSAL (TRAN   *
002014*                 CODE R) IS ACCEPTED LIKE ANY OTHER OPERATION   *
002015*                 BUT MUST NAME THE REFERENCE IT REVERSES - THE  *
002016*                 NEXT ENZAN RUN PROVES THE REFERENCE AGAINST    *
002017*                 THE AUDIT HISTORY.                             *
002018* 2026-10-09 KT   ADDED REASON 10 (HELD ITEM DECLINED BY         *
002019*                 CHECKER) TO THE WORKLIST GROUPS - HOLDAPR      *
002020*                 SENDS A DECLINED HELD ITEM TO SUSPENSE UNDER   *
002021*                 IT.  A CORRECTION RELEASED TO RECYCLE HAS ANY  *
002022*                 HOLD-RELEASE MARKING CLEARED, SO IT IS HELD    *
002023*                 AGAIN IF STILL OVER THE LIMIT.                 *
002024* 2026-10-12 KT   ADDED REASONS 11-14 (GL POSTING OR FEE GL      *
002025*                 ACCOUNT NOT ON THE GL CHART OF ACCOUNTS, OR    *
002026*                 CLOSED ON IT) TO THE WORKLIST GROUPS. A        *
002027*                 CORRECTED RECORD'S GL POSTING ACCOUNT IS       *
002028*                 PROVED AGAINST THE CHART (GLCHART) AS IN       *
002029*                 ENZAN.                                         *
002030******************************************************************
002031 ENVIRONMENT     DIVISION.
002100 INPUT-OUTPUT    SECTION.
002200 FILE-CONTROL.
002300     SELECT SUSPENSE-FILE ASSIGN TO "SUSPFILE"
003464                         ACCESS MODE IS RANDOM
003508                         RECORD KEY IS ACM-ACCOUNT-NUMBER
003552                         FILE STATUS IS WS-ACCT-FILE-STATUS.
003560     SELECT GL-CHART-FILE  ASSIGN TO "GLCHART"
003568                         ORGANIZATION IS INDEXED
003576                         ACCESS MODE IS RANDOM
003584                         RECORD KEY IS GLA-GL-ACCOUNT
003592                         FILE STATUS IS WS-GLA-FILE-STATUS.
003600 DATA            DIVISION.
003700 FILE            SECTION.
003800 FD  SUSPENSE-FILE
005250 FD  ACCOUNT-FILE
005300     LABEL RECORDS ARE STANDARD.
005350           COPY ACCTREC.
005362 FD  GL-CHART-FILE
005375     LABEL RECORDS ARE STANDARD.
005387           COPY GLAREC.
005400 WORKING-STORAGE SECTION.
005500 01  WS-SWITCHES.
005600         03  WS-SUSP-EOF-SWITCH  PIC X(01)   VALUE "N".
006941             88  REJECT-OP-DISABLED           VALUE "04".
006990             88  REJECT-ACCT-UNKNOWN          VALUE "05".
007039             88  REJECT-ACCT-CLOSED           VALUE "06".
007069             88  REJECT-REVERSAL-NOT-FOUND    VALUE "08".
007079             88  REJECT-GL-NOT-ON-CHART       VALUE "11".
007089             88  REJECT-GL-CLOSED             VALUE "12".
007100 01  WS-FILE-STATUS-FIELDS.
007200         03  WS-SUSP-FILE-STATUS PIC X(02)   VALUE "00".
007300         03  WS-CORR-FILE-STATUS PIC X(02)   VALUE "00".
007398                                 PIC X(02)   VALUE "00".
007447         03  WS-ACCT-FILE-STATUS PIC X(02)   VALUE "00".
007460         03  WS-SOUT-FILE-STATUS PIC X(02)   VALUE "00".
007478         03  WS-GLA-FILE-STATUS  PIC X(02)   VALUE "00".
007496 01  WS-IO-ERROR-FIELDS.
007545         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
007594         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
007900         03  FILLER  PIC X(37)
008000             VALUE "02NUM-Y IS NOT NUMERIC".
008100         03  FILLER  PIC X(37)
008200             VALUE "03TRANSACTION CODE NOT A/S/M/D/R".
008255         03  FILLER  PIC X(37)
008310             VALUE "04OPERATION DISABLED BY CONTROL CARD".
008365         03  FILLER  PIC X(37)
008498             VALUE "06ACCOUNT CLOSED ON ACCOUNT MASTER".
008537         03  FILLER  PIC X(37)
008576             VALUE "07DUPLICATE REFERENCE NUMBER".
008583         03  FILLER  PIC X(37)
008591             VALUE "08REVERSAL REFERENCE NOT FOUND".
008599         03  FILLER  PIC X(37)
008607             VALUE "09ITEM ALREADY REVERSED".
008609         03  FILLER  PIC X(37)
008612             VALUE "10HELD ITEM DECLINED BY CHECKER".
008613         03  FILLER  PIC X(37)
008614             VALUE "11GL POSTING ACCOUNT NOT ON GL CHART".
008615         03  FILLER  PIC X(37)
008616             VALUE "12GL POSTING ACCOUNT CLOSED ON CHART".
008617         03  FILLER  PIC X(37)
008618             VALUE "13FEE GL ACCOUNT NOT ON GL CHART".
008619         03  FILLER  PIC X(37)
008620             VALUE "14FEE GL ACCOUNT CLOSED ON GL CHART".
008621 01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
008654         03  WS-REASON-ENTRY     OCCURS 14 TIMES.
008700             05  WS-REASON-CODE  PIC X(02).
008800             05  WS-REASON-DESC  PIC X(35).
008805 01  WS-REPAIR-CONTROLS.
015000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015099     PERFORM 2000-PRINT-REASON-GROUP THRU 2000-EXIT
015198         VARYING WS-REASON-SUB FROM 1 BY 1
015297         UNTIL WS-REASON-SUB > 14.
015400     PERFORM 2500-PRINT-UNKNOWN-GROUP THRU 2500-EXIT.
015500     PERFORM 3000-PROCESS-CORRECTIONS THRU 3000-EXIT.
015550     PERFORM 4000-MARK-REPAIRED THRU 4000-EXIT.
016900     ACCEPT WS-RUN-TIME FROM TIME.
016974     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT.
017048     PERFORM 1600-OPEN-ACCOUNT-MASTER THRU 1600-EXIT.
017085     PERFORM 1650-OPEN-GL-CHART THRU 1650-EXIT.
017122     OPEN OUTPUT WORKLIST-FILE.
017200     OPEN OUTPUT RECYCLE-FILE.
017300     PERFORM 8000-WRITE-WORKLIST-HEADING THRU 8000-EXIT.
038926             IF OPERATION-IS-ENABLED
038997                 PERFORM 3260-CHECK-ACCOUNT THRU 3260-EXIT
039068                 IF ACCOUNT-IS-VALID
039139                     IF TR-REVERSAL
039210                         AND TR-ORIG-REFERENCE = SPACES
039218                         SET REJECT-REVERSAL-NOT-FOUND TO TRUE
039227                         PERFORM 3400-PRINT-STILL-IN-ERROR
039236                             THRU 3400-EXIT
039245                     ELSE
039254                         PERFORM 3300-WRITE-RECYCLE-RECORD
039263                             THRU 3300-EXIT
039272                     END-IF
039281                 ELSE
039352                     PERFORM 3400-PRINT-STILL-IN-ERROR
039423                         THRU 3400-EXIT
042300             IF CTL-DIVIDE-ENABLED
042400                 SET OPERATION-IS-ENABLED TO TRUE
042500             END-IF
042533         WHEN "R"
042566             SET OPERATION-IS-ENABLED TO TRUE
042600     END-EVALUATE.
042619 3250-EXIT.
042638     EXIT.
042657******************************************************************
042676* 3260-CHECK-ACCOUNT                                            *
042695*     VERIFIES THE CORRECTED RECORD'S ACCOUNT NUMBER AGAINST    *
042714*     THE ACCOUNT MASTER, APPLYING THE SAME EDIT AS ENZAN,      *
042720*     AND AN ACTIVE ACCOUNT'S GL POSTING ACCOUNT AGAINST THE    *
042726*     GL CHART OF ACCOUNTS.                                     *
042733******************************************************************
042752 3260-CHECK-ACCOUNT.
042771     SET ACCOUNT-NOT-VALID TO TRUE.
042966         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
042976         PERFORM 9900-IO-ERROR THRU 9900-EXIT
042986     END-IF.
042988     IF ACCOUNT-IS-VALID
042991         PERFORM 3270-CHECK-GL-ACCOUNT THRU 3270-EXIT
042993     END-IF.
042996 3260-EXIT.
043018     EXIT.
043037******************************************************************
043200*     THE RECYCLE FILE AND NOTES ITS REFERENCE NUMBER SO THE    *
043210*     ORIGINAL SUSPENSE RECORD CAN BE MARKED REPAIRED.  A       *
043220*     BLANK REFERENCE CANNOT BE MATCHED BACK AND IS NOT NOTED.  *
043246*     A CORRECTION GOES BACK THROUGH THE HOLD LIMIT LIKE ANY    *
043273*     OTHER ITEM, SO ANY HOLD-RELEASE MARKING IS CLEARED.       *
043300******************************************************************
043400 3300-WRITE-RECYCLE-RECORD.
043433     MOVE SPACE  TO TR-HOLD-RELEASE-FLAG.
043466     MOVE SPACES TO TR-HOLD-APPROVED-BY.
043500     MOVE TRAN-RECORD TO RECYCLE-RECORD.
043600     WRITE RECYCLE-RECORD.
043700     ADD 1 TO WS-CORR-PASS-COUNT.
055900     CLOSE WORKLIST-FILE.
056000     CLOSE RECYCLE-FILE.
056100     CLOSE ACCOUNT-FILE.
056150     CLOSE GL-CHART-FILE.
056200 9000-EXIT.
056300     EXIT.
056400******************************************************************
057400     STOP RUN.
057500 9900-EXIT.
057600     EXIT.
057700******************************************************************
057800* 1650-OPEN-GL-CHART                                            *
057900*     OPENS THE GL CHART OF ACCOUNTS.  LIKE THE ACCOUNT MASTER  *
058000*     THE CHART IS NOT OPTIONAL - WITHOUT IT NO CORRECTED       *
058100*     RECORD'S GL POSTING ACCOUNT CAN BE PROVED, SO THE RUN     *
058200*     STOPS AT ONCE.                                            *
058300******************************************************************
058400 1650-OPEN-GL-CHART.
058500     OPEN INPUT GL-CHART-FILE.
058600     IF WS-GLA-FILE-STATUS NOT = "00"
058700         DISPLAY "SUSPFIX - GL CHART OF ACCOUNTS (GLCHART) "
058800             "CANNOT BE OPENED - STATUS " WS-GLA-FILE-STATUS
058900         MOVE 16 TO RETURN-CODE
059000         STOP RUN
059100     END-IF.
059200 1650-EXIT.
059300     EXIT.
059400******************************************************************
059500* 3270-CHECK-GL-ACCOUNT                                         *
059600*     PROVES THE ACTIVE ACCOUNT'S GL POSTING ACCOUNT AGAINST    *
059700*     THE GL CHART OF ACCOUNTS, APPLYING THE SAME EDIT AS       *
059800*     ENZAN - NOT ON THE CHART, OR CLOSED ON IT, SETS THE       *
059900*     REASON AND MARKS THE ACCOUNT NOT VALID.  THE FEE INCOME   *
060000*     GL ACCOUNT DEPENDS ON THE RATE IN EFFECT ON THE BUSINESS  *
060100*     DATE AND IS PROVED AGAIN WHEN ENZAN POSTS THE RECYCLED    *
060200*     RECORD.                                                   *
060300******************************************************************
060400 3270-CHECK-GL-ACCOUNT.
060500     MOVE ACM-GL-POSTING-ACCT TO GLA-GL-ACCOUNT.
060600     READ GL-CHART-FILE
060700         INVALID KEY
060800             SET REJECT-GL-NOT-ON-CHART TO TRUE
060900             SET ACCOUNT-NOT-VALID TO TRUE
061000         NOT INVALID KEY
061100             IF GLA-ACCOUNT-CLOSED
061200                 SET REJECT-GL-CLOSED TO TRUE
061300                 SET ACCOUNT-NOT-VALID TO TRUE
061400             END-IF
061500     END-READ.
061600     IF WS-GLA-FILE-STATUS NOT = "00"
061700         AND WS-GLA-FILE-STATUS NOT = "23"
061800         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
061900         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
062000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
062100     END-IF.
062200 3270-EXIT.
062300     EXIT.
062400 END PROGRAM SUSPFIX.
