017763*                 TO, AND THE BATCH SOURCE RIDES THE CHECKPOINT  *
017764*                 SO A RESTARTED RUN'S ACK HEADER STILL NAMES    *
017765*                 THE BUREAU.                                    *
017767* 2026-10-05 KT   ADDED THE REVERSAL TRANSACTION (TRAN CODE R).  *
017769*                 A PRE-SCAN OF TRANIN COLLECTS THE REFERENCES   *
017772*                 BEING REVERSED; THE AUDIT HISTORY LOAD, THE    *
017774*                 RESTART RELOAD, AND THIS RUN'S OWN POSTINGS    *
017777*                 RECORD EACH TARGET'S RESULT AND FEE. A         *
017779*                 REVERSAL POSTS THE NEGATED RESULT UNDER THE    *
017782*                 ORIGINAL OPERATION AND THE NEGATED FEE TO THE  *
017784*                 ORIGINAL FEE ACCOUNT, ALWAYS AS DETAIL GL      *
017787*                 POSTINGS, STAMPED WITH THE ORIGINAL REFERENCE. *
017789*                 AN UNKNOWN TARGET, OR ONE ON ANOTHER ACCOUNT,  *
017792*                 SUSPENDS AS REASON 08 AND A TARGET ALREADY     *
017794*                 REVERSED AS REASON 09.                         *
017795* 2026-10-06 KT   THE RATE TABLE IS NOW KEYED BY ACCOUNT,        *
017796*                 TRANSACTION CODE AND EFFECTIVE DATE AND        *
017797*                 MAINTAINED BY RATEMNT.  THE FEE IS PRICED AT   *
017798*                 THE ROW IN EFFECT ON THE BUSINESS DATE - THE   *
017799*                 LATEST EFFECTIVE DATE NOT AFTER IT, UNLESS     *
017800*                 THAT ROW HAS EXPIRED - FOR THE ACCOUNT, THEN   *
017801*                 FOR *DEFAULT.                                  *
017802* 2026-10-09 KT   A RESULT WHOSE ABSOLUTE VALUE EXCEEDS THE HOLD *
017803*                 LIMIT - THE ACCOUNT LIMIT FROM ACCTMST, ELSE   *
017804*                 THE CONTROL-CARD LIMIT IN BYTES 8-18 - IS NOT  *
017805*                 POSTED BUT WRITTEN TO THE HELD-ITEMS FILE      *
017806*                 HOLDFILE FOR APPROVAL BY HOLDAPR.  AN ITEM     *
017807*                 RELEASED BY HOLDAPR COMES BACK THROUGH RECYCLE *
017808*                 AND POSTS WITHOUT A SECOND HOLD.  REVERSALS    *
017809*                 ARE NOT HELD.                                  *
017810* 2026-10-12 KT   EACH ITEM ON AN ACTIVE ACCOUNT IS PROVED       *
017811*                 AGAINST THE NEW GL CHART OF ACCOUNTS (GLCHART) *
017812*                 - THE GL POSTING ACCOUNT (REASON 11 NOT ON THE *
017813*                 CHART, 12 CLOSED ON IT) AND THE FEE INCOME GL  *
017814*                 ACCOUNT OF THE RATE IN EFFECT (13, 14). SUCH   *
017815*                 ITEMS GO TO SUSPENSE FOR RECYCLE.              *
017816* 2026-10-14 KT   EACH BATCH HEADER IS PROVED AGAINST THE NEW    *
017817*                 BUREAU REGISTRY (BUREAUMST, MAINTAINED BY      *
017818*                 BURMNT).  A BATCH FROM A SOURCE NOT ON THE     *
017819*                 REGISTRY OR NOT ACTIVE (ACK REASON 15), OR     *
017820*                 WHOSE BATCH NUMBER REPEATS ONE ALREADY         *
017821*                 RECEIVED (16) OR IS NOT THE NEXT IN THE        *
017822*                 SOURCE'S SEQUENCE (17), IS REFUSED WHOLE -     *
017823*                 NONE OF ITS DETAILS IS POSTED OR SUSPENDED,    *
017824*                 AND EACH IS RETURNED ON ACKOUT UNDER THE BATCH *
017825*                 REASON.  A BATCH TAKEN IS STAMPED ON THE       *
017826*                 REGISTRY WITH ITS NUMBER AND THE TIME IT WAS   *
017827*                 READ FOR THE BUREOD EXPECTED-BATCH REPORT.     *
017828*                 REFUSED BATCHES RAISE THE RETURN CODE TO 8.    *
017829* 2026-10-15 KT   DAY-END JOB CONTROL - APPENDS A STEP STATUS    *
017830*                 RECORD (JCTREC) TO JOBCTL AT EVERY END OF JOB, *
017831*                 CLEAN OR NOT, FOR THE EODGATE CHECKLIST, UNDER *
017832*                 THE BUSINESS DATE THE RUN POSTED UNDER.        *
017833* 2026-10-15 KT   CONTROL CARD BYTE 27 NAMES THE STREAM (1-4) A  *
017834*                 PARALLEL-DAY RUN POSTS, AND THE STEP STATUS    *
017835*                 RECORD CARRIES IT SO EODGATE CAN JUDGE EACH    *
017836*                 STREAM.  A REFUSED BATCH NOW STAMPS THE        *
017837*                 REGISTRY WITH ITS HEADER'S TRANIN RECORD       *
017838*                 NUMBER, AND A RESTART THAT READS THAT HEADER   *
017839*                 AGAIN DOES NOT COUNT THE REFUSAL TWICE.        *
017840******************************************************************
017841 ENVIRONMENT     DIVISION.
017842 INPUT-OUTPUT    SECTION.
017843 FILE-CONTROL.
017900     SELECT TRAN-FILE   ASSIGN TO "TRANIN"
018000                         ORGANIZATION IS SEQUENTIAL
018100                         FILE STATUS IS WS-TRAN-FILE-STATUS.
021309                         FILE STATUS IS WS-CAL-FILE-STATUS.
021320     SELECT RATE-FILE      ASSIGN TO "RATETBL"
021330                         ORGANIZATION IS INDEXED
021340                         ACCESS MODE IS DYNAMIC
021350                         RECORD KEY IS RTE-KEY
021355                         FILE STATUS IS WS-RATE-FILE-STATUS.
021357     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
021528     SELECT RESTART-AUDIT-FILE ASSIGN TO "AUDITLOG"
021585                         ORGANIZATION IS SEQUENTIAL
021642                         FILE STATUS IS WS-AURT-FILE-STATUS.
021656     SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
021671                         ORGANIZATION IS SEQUENTIAL
021685                         FILE STATUS IS WS-HOLD-FILE-STATUS.
021687     SELECT GL-CHART-FILE  ASSIGN TO "GLCHART"
021690                         ORGANIZATION IS INDEXED
021692                         ACCESS MODE IS RANDOM
021695                         RECORD KEY IS GLA-GL-ACCOUNT
021697                         FILE STATUS IS WS-GLA-FILE-STATUS.
021698     SELECT BUREAU-FILE    ASSIGN TO "BUREAUMST"
021699                         ORGANIZATION IS INDEXED
021700                         ACCESS MODE IS RANDOM
021701                         RECORD KEY IS BUR-SOURCE-ID
021702                         FILE STATUS IS WS-BUR-FILE-STATUS.
021703     SELECT JOB-CONTROL-FILE ASSIGN TO "JOBCTL"
021704                         ORGANIZATION IS SEQUENTIAL
021705                         FILE STATUS IS WS-JCT-FILE-STATUS.
021706 DATA            DIVISION.
021800 FILE            SECTION.
021900 FD  TRAN-FILE
022000     LABEL RECORDS ARE STANDARD.
025625         05  CKPT-GLF-COUNT      PIC 9(07).
025626     03  CKPT-BATCH-SUSP-COUNT   PIC 9(05).
025627     03  CKPT-BATCH-SOURCE       PIC X(10).
025628     03  CKPT-REVERSAL-COUNT     PIC 9(07).
025637     03  CKPT-HELD-COUNT         PIC 9(07).
025646     03  CKPT-HELD-TOTAL         PIC S9(13)V9(04).
025655     03  CKPT-RELEASED-COUNT     PIC 9(07).
025657     03  CKPT-BATCH-REJ-REASON   PIC X(02).
025659     03  CKPT-BATCHES-REJECTED   PIC 9(05).
025661     03  CKPT-BATCH-REJ-DETAILS  PIC 9(07).
025664     03  FILLER                  PIC X(01).
025700 FD  SUSPENSE-FILE
025800     LABEL RECORDS ARE STANDARD.
025900     COPY SUSPREC.
027420 FD  RATE-FILE
027430     LABEL RECORDS ARE STANDARD.
027440           COPY RATEREC.
027443 FD  GL-CHART-FILE
027447     LABEL RECORDS ARE STANDARD.
027450           COPY GLAREC.
027451 FD  BUREAU-FILE
027452     LABEL RECORDS ARE STANDARD.
027453           COPY BURREC.
027454 FD  AUDIT-HISTORY-FILE
027508     LABEL RECORDS ARE STANDARD.
027562           COPY AUDITREC REPLACING
027832           COPY AUDITREC REPLACING
027886               ==AUDIT-RECORD== BY ==AUDIT-RESTART-RECORD==
027940               LEADING ==AUD-== BY ==AUR-==.
027955 FD  HOLD-FILE
027970     LABEL RECORDS ARE STANDARD.
027985     COPY HOLDREC.
028000 FD  RUN-LOG-FILE
028100     LABEL RECORDS ARE STANDARD.
028200 01  RUN-LOG-RECORD.
028900     03  FILLER                  PIC X(01).
029000     03  RLG-EVENT-TEXT          PIC X(60).
029100     03  FILLER                  PIC X(04).
029125 FD  JOB-CONTROL-FILE
029150     LABEL RECORDS ARE STANDARD.
029175     COPY JCTREC.
029200 WORKING-STORAGE SECTION.
029300 01  CALC-DATA.
029400         03  NUM-X       PIC S9(07).
029900             88  TRAN-CODE-SUBTRACT   VALUE "S".
030000             88  TRAN-CODE-MULTIPLY   VALUE "M".
030100             88  TRAN-CODE-DIVIDE     VALUE "D".
030150             88  TRAN-CODE-REVERSAL   VALUE "R".
030200         03  ACCT-NUMBER PIC X(08).
030300         03  GL-POSTING-ACCT
030400                         PIC X(08).
030500         03  REF-NUMBER  PIC X(12).
030512 01  WS-GL-CHART-CONTROLS.
030525         03  WS-GLA-FILE-STATUS  PIC X(02)   VALUE "00".
030537         03  WS-GL-CHECK-ACCT    PIC X(08)   VALUE SPACES.
030550         03  WS-GL-CHECK-SWITCH  PIC X(01)   VALUE "O".
030562             88  GL-CHECK-OPEN                VALUE "O".
030575             88  GL-CHECK-NOT-ON-CHART        VALUE "N".
030587             88  GL-CHECK-CLOSED              VALUE "C".
030600 01  WS-SWITCHES.
030700         03  WS-EOF-SWITCH       PIC X(01)   VALUE "N".
030800             88  END-OF-FILE                 VALUE "Y".
032900             88  REJECT-ACCT-UNKNOWN          VALUE "05".
033000             88  REJECT-ACCT-CLOSED           VALUE "06".
033100             88  REJECT-DUPLICATE             VALUE "07".
033133             88  REJECT-REVERSAL-NOT-FOUND    VALUE "08".
033166             88  REJECT-ALREADY-REVERSED      VALUE "09".
033172             88  REJECT-GL-NOT-ON-CHART       VALUE "11".
033179             88  REJECT-GL-CLOSED             VALUE "12".
033186             88  REJECT-FEE-GL-NOT-ON-CHART   VALUE "13".
033193             88  REJECT-FEE-GL-CLOSED         VALUE "14".
033200         03  WS-DUP-SWITCH       PIC X(01)   VALUE "N".
033300             88  REF-IS-DUPLICATE             VALUE "Y".
033400             88  REF-NOT-DUPLICATE            VALUE "N".
033407         03  WS-REV-VALID-SWITCH PIC X(01)   VALUE "Y".
033415             88  REVERSAL-IS-VALID            VALUE "Y".
033423             88  REVERSAL-NOT-VALID           VALUE "N".
033430         03  WS-REV-POST-SWITCH  PIC X(01)   VALUE "N".
033438             88  REVERSAL-IN-PROGRESS         VALUE "Y".
033446             88  NO-REVERSAL-IN-PROGRESS      VALUE "N".
033453         03  WS-REV-FOUND-SWITCH PIC X(01)   VALUE "N".
033461             88  REVERSAL-ENTRY-FOUND         VALUE "Y".
033469             88  REVERSAL-ENTRY-NOT-FOUND     VALUE "N".
033476         03  WS-PRESCAN-EOF-SWITCH
033484                                 PIC X(01)   VALUE "N".
033492             88  END-OF-PRESCAN               VALUE "Y".
033493         03  WS-HOLD-SWITCH      PIC X(01)   VALUE "N".
033495             88  ITEM-NOT-HELD                VALUE "N".
033496             88  ITEM-HELD                    VALUE "Y".
033498             88  ITEM-RELEASED                VALUE "R".
033500 01  WS-CONTROL-CARD-CONTROLS.
033600         03  WS-CTLCARD-FILE-STATUS
033700                                 PIC X(02)   VALUE "00".
033960             88  RATE-TABLE-ABSENT            VALUE "Y".
033970         03  WS-FEE-AMOUNT       PIC S9(09)V9(02) VALUE ZERO.
033980         03  WS-FEE-GL-ACCT      PIC X(08)   VALUE SPACES.
033981         03  WS-RATE-FOUND-SWITCH
033983                                 PIC X(01)   VALUE "N".
033985             88  RATE-IN-EFFECT-FOUND         VALUE "Y".
033987             88  NO-RATE-IN-EFFECT            VALUE "N".
033989         03  WS-RATE-SCAN-SWITCH PIC X(01)   VALUE "N".
033990             88  END-OF-RATE-SCAN             VALUE "Y".
033992             88  NOT-END-OF-RATE-SCAN         VALUE "N".
033994         03  WS-RATE-SEARCH-ACCT PIC X(08)   VALUE SPACES.
033996         03  WS-RATE-IN-EFFECT   PIC 9(02)V9(04) VALUE ZERO.
033998         03  WS-RATE-GL-ACCT     PIC X(08)   VALUE SPACES.
034000 01  WS-FILE-STATUS-FIELDS.
034100         03  WS-TRAN-FILE-STATUS PIC X(02)   VALUE "00".
034200         03  WS-REPORT-FILE-STATUS
034600         03  WS-AUDIT-FILE-STATUS
034700                                 PIC X(02)   VALUE "00".
034800         03  WS-GLX-FILE-STATUS  PIC X(02)   VALUE "00".
034850         03  WS-JCT-FILE-STATUS  PIC X(02)   VALUE "00".
034900 01  WS-RUN-LOG-CONTROLS.
035000         03  WS-RUNLOG-FILE-STATUS
035100                                 PIC X(02)   VALUE "00".
037540             05  WS-REF-KEY      PIC X(12).
037592 01  WS-REF-TAIL-TABLE.
037644         03  WS-REF-TAIL-ENTRY   PIC X(12)  OCCURS 1000 TIMES.
037645 01  WS-REVERSAL-CONTROLS.
037647         03  WS-REV-TABLE-MAX    PIC 9(05) COMP  VALUE 5000.
037648         03  WS-REV-COUNT        PIC 9(05) COMP  VALUE ZERO.
037650         03  WS-REV-SUB          PIC 9(05) COMP  VALUE ZERO.
037651         03  WS-REV-KEEP         PIC 9(05) COMP  VALUE ZERO.
037653         03  WS-REV-SEARCH-REF   PIC X(12)   VALUE SPACES.
037654         03  WS-REVERSAL-ORIG-REF
037656                                 PIC X(12)   VALUE SPACES.
037657         03  WS-REVERSAL-FEE     PIC S9(09)V9(02) VALUE ZERO.
037659         03  WS-REVERSAL-FEE-GL  PIC X(08)   VALUE SPACES.
037660 01  WS-REVERSAL-TABLE.
037662         03  WS-REV-ENTRY        OCCURS 1 TO 5000 TIMES
037663                 DEPENDING ON WS-REV-COUNT
037665                 ASCENDING KEY IS WS-REV-ORIG-REF
037666                 INDEXED BY WS-REV-IDX.
037668             05  WS-REV-ORIG-REF PIC X(12).
037669             05  WS-REV-FOUND-FLAG
037671                                 PIC X(01).
037672             05  WS-REV-DONE-FLAG
037674                                 PIC X(01).
037675             05  WS-REV-TRAN-CODE
037677                                 PIC X(01).
037678             05  WS-REV-OPERATION
037680                                 PIC X(10).
037681             05  WS-REV-NUM-X    PIC S9(07).
037683             05  WS-REV-NUM-Y    PIC S9(07)V9(04).
037684             05  WS-REV-NUM-SUM  PIC S9(09)V9(04).
037686             05  WS-REV-ACCOUNT  PIC X(08).
037687             05  WS-REV-GL-ACCT  PIC X(08).
037689             05  WS-REV-FEE-AMOUNT
037690                                 PIC S9(09)V9(02).
037692             05  WS-REV-FEE-GL-ACCT
037693                                 PIC X(08).
037695           COPY AUDITREC REPLACING
037696               ==AUDIT-RECORD== BY ==WS-REV-AUDIT-RECORD==
037698               LEADING ==AUD-== BY ==RVA-==.
037700 01  WS-BREAK-CONTROLS.
037800         03  WS-PREV-ACCOUNT     PIC X(08)   VALUE LOW-VALUES.
037900         03  WS-PREV-GL-ACCT     PIC X(08)   VALUE SPACES.
038775                                 PIC X(80).
038780             05  WS-ACK-REJ-REASON
038785                                 PIC X(02).
038786 01  WS-BUREAU-CONTROLS.
038787         03  WS-BUR-FILE-STATUS  PIC X(02)   VALUE "00".
038788         03  WS-BATCH-REJ-REASON PIC X(02)   VALUE SPACES.
038789             88  BATCH-ACCEPTED               VALUE SPACES.
038790             88  BATCH-SOURCE-UNKNOWN         VALUE "15".
038791             88  BATCH-NUMBER-REPEATED        VALUE "16".
038792             88  BATCH-OUT-OF-SEQUENCE        VALUE "17".
038793         03  WS-BATCH-NUMBER-N   PIC 9(06)       VALUE ZERO.
038794         03  WS-NEXT-BATCH-NUMBER
038795                                 PIC 9(06)       VALUE ZERO.
038796         03  WS-BATCHES-REJECTED PIC 9(05) COMP  VALUE ZERO.
038797         03  WS-BATCH-REJ-DETAILS
038798                                 PIC 9(07) COMP  VALUE ZERO.
038799         03  WS-BATCH-READ-TIME.
038800             05  WS-BRT-HHMM     PIC 9(04).
038801             05  WS-BRT-SS       PIC 9(02).
038802             05  WS-BRT-HUN      PIC 9(02).
038803         03  WS-BATCH-REJ-DESC   PIC X(40)   VALUE SPACES.
038804 01  WS-BATCH-CONTROLS.
038900         03  WS-BATCH-NUMBER     PIC X(06)   VALUE SPACES.
039000         03  WS-HEADER-SEEN-SWITCH
039100                                 PIC X(01)   VALUE "N".
042026                                 PIC 9(07) COMP  VALUE ZERO.
042040         03  WS-FEE-TOTAL        PIC S9(13)V9(02) VALUE ZERO.
042060         03  WS-FEE-COUNT        PIC 9(07) COMP  VALUE ZERO.
042080         03  WS-REVERSAL-COUNT   PIC 9(07) COMP  VALUE ZERO.
042100 01  WS-HISTORY-CONTROLS.
042200         03  WS-HIST-FILE-STATUS PIC X(02)  VALUE "00".
042207 01  WS-HOLD-CONTROLS.
042214         03  WS-HOLD-FILE-STATUS PIC X(02)  VALUE "00".
042221         03  WS-ACCT-HOLD-LIMIT  PIC 9(09)V9(02) VALUE ZERO.
042228         03  WS-ACCT-HOLD-KEYED-BY
042235                                 PIC X(08)  VALUE SPACES.
042242         03  WS-HOLD-LIMIT       PIC 9(09)V9(02) VALUE ZERO.
042250         03  WS-HOLD-LIMIT-SOURCE
042257                                 PIC X(01)  VALUE SPACE.
042264         03  WS-HOLD-KEYED-BY    PIC X(08)  VALUE SPACES.
042271         03  WS-HOLD-AMOUNT      PIC 9(09)V9(04) VALUE ZERO.
042278         03  WS-HELD-COUNT       PIC 9(07) COMP  VALUE ZERO.
042285         03  WS-HELD-TOTAL       PIC S9(13)V9(04) VALUE ZERO.
042292         03  WS-RELEASED-COUNT   PIC 9(07) COMP  VALUE ZERO.
042300 01  WS-CHECKPOINT-CONTROLS.
042400         03  WS-CKPT-FILE-STATUS PIC X(02)  VALUE "00".
042500         03  WS-CHECKPOINT-INTERVAL
043800         03  WS-RESTART-EXCP-CNT PIC 9(05) COMP  VALUE ZERO.
043820         03  WS-RESTART-FEE      PIC S9(13)V9(02) VALUE ZERO.
043860         03  WS-RESTART-FEE-CNT  PIC 9(07) COMP  VALUE ZERO.
043880         03  WS-RESTART-REV-CNT  PIC 9(07) COMP  VALUE ZERO.
043900         03  WS-SKIP-COUNT       PIC 9(07) COMP  VALUE ZERO.
044000         03  WS-SKIP-DONE        PIC 9(07) COMP  VALUE ZERO.
044100 01  WS-PRINT-LINE.
049420         03  WS-CTL-BATCHES-READ PIC ZZZZ9.
049440         03  WS-CTL-BATCHES-OK   PIC ZZZZ9.
049460         03  WS-CTL-BATCHES-OOB  PIC ZZZZ9.
049463         03  WS-CTL-BATCHES-REJ  PIC ZZZZ9.
049466         03  WS-CTL-BATCH-REJ-DETAILS
049469                                 PIC ZZZZZZ9.
049473         03  WS-CTL-REVERSAL-COUNT
049486                                 PIC ZZZZZZ9.
049488         03  WS-CTL-HELD-COUNT   PIC ZZZZZZ9.
049490         03  WS-CTL-HELD-TOTAL   PIC ZZZZZZZZZZZZ9.9999-.
049493         03  WS-CTL-RELEASED-COUNT
049495                                 PIC ZZZZZZ9.
049497         03  WS-DTL-HOLD-LIMIT   PIC ZZZZZZZZ9.99.
049498 01  WS-STEP-STATUS-FIELDS.
049499         03  WS-STEP-END-TIME    PIC 9(08)   VALUE ZERO.
049500         03  WS-STEP-STREAM      PIC X(01)   VALUE SPACE.
049501 PROCEDURE       DIVISION.
049600******************************************************************
049700* 0000-MAIN-PROCEDURE                                           *
049800*     CONTROLS OVERALL FLOW - INITIALIZE, PROCESS EACH         *
050300     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
050400         UNTIL END-OF-FILE.
050500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
050550     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
050600     STOP RUN.
050700 0000-MAIN-EXIT.
050800     EXIT.
052900         MOVE WS-TRAN-FILE-STATUS TO WS-IOERR-STATUS
053000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
053100     END-IF.
053150     PERFORM 1950-PRESCAN-REVERSALS THRU 1950-EXIT.
053200     PERFORM 1500-READ-CONTROL-CARD THRU 1500-EXIT.
053300     PERFORM 1600-OPEN-ACCOUNT-MASTER THRU 1600-EXIT.
053340     PERFORM 1650-OPEN-RATE-TABLE THRU 1650-EXIT.
053354     PERFORM 1660-OPEN-GL-CHART THRU 1660-EXIT.
053361     PERFORM 1670-OPEN-BUREAU-MASTER THRU 1670-EXIT.
053369     PERFORM 1900-LOAD-REFERENCE-HISTORY THRU 1900-EXIT.
053438     PERFORM 1400-CHECK-FOR-RESTART THRU 1400-EXIT.
053460     PERFORM 1030-CHECK-ALREADY-RUN THRU 1030-EXIT.
055412         DISPLAY "ENZAN - PROCESSING CALENDAR HAS NO CURRENT "
055416             "BUSINESS DATE RECORD - RUN ENDED"
055420         MOVE 16 TO RETURN-CODE
055422         PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
055424         STOP RUN
055428     END-IF.
055432     IF NOT RUN-ON-BUSINESS-DAY
055692             CLOSE RUN-LOG-FILE
055696         END-IF
055700         MOVE 16 TO RETURN-CODE
055702         PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT
055704         STOP RUN
055708     END-IF.
055712 1030-EXIT.
057400*     IS ACTIVE ON THE MASTER, THE FIELDS ARE MOVED INTO THE    *
057500*     CALCULATION WORK AREA, OTHERWISE THE RECORD IS ROUTED TO  *
057600*     THE SUSPENSE FILE STAMPED WITH THE REASON IT FAILED.      *
057625*     A DETAIL IN A BATCH THE BUREAU REGISTRY REFUSED IS        *
057650*     COUNTED AND HASHED BUT NOT EDITED - IT GOES BACK ON THE   *
057675*     ACK UNDER THE BATCH REASON.                               *
057700******************************************************************
057800 1110-READ-AND-VALIDATE.
057900     READ TRAN-FILE
058645                 WHEN TR-BATCH-TRAILER
058714                     PERFORM 1140-PROCESS-BATCH-TRAILER
058783                         THRU 1140-EXIT
058791                 WHEN BATCH-HEADER-SEEN
058800                     AND NOT BATCH-ACCEPTED
058808                     ADD 1 TO WS-TRAN-DETAIL-COUNT
058817                     PERFORM 1114-COUNT-BATCH-DETAIL
058826                         THRU 1114-EXIT
058834                     PERFORM 1138-CAPTURE-REFUSED-DETAIL
058843                         THRU 1138-EXIT
058852                 WHEN OTHER
058921                     ADD 1 TO WS-TRAN-DETAIL-COUNT
058990                     PERFORM 1114-COUNT-BATCH-DETAIL
060500*     CONTROL CARD ENABLES THE OPERATION.  THE FIRST EDIT THAT  *
060600*     FAILS SETS THE REJECT REASON AND ROUTES THE RECORD TO THE *
060700*     SUSPENSE FILE.                                            *
060750*     A REVERSAL IS ALSO CHECKED AGAINST THE ITEM IT NAMES.     *
060800******************************************************************
060900 1112-VALIDATE-TRAN-RECORD.
061000     EVALUATE TRUE
063085                         PERFORM 1120-WRITE-SUSPENSE-RECORD
063184                             THRU 1120-EXIT
063283                     ELSE
063382                         PERFORM 1116-CHECK-REVERSAL
063431                             THRU 1116-EXIT
063481                         IF REVERSAL-IS-VALID
063495                             PERFORM 1113-ACCEPT-TRAN-RECORD
063509                                 THRU 1113-EXIT
063523                         ELSE
063537                             PERFORM 1120-WRITE-SUSPENSE-RECORD
063551                                 THRU 1120-EXIT
063565                         END-IF
063580                     END-IF
063679                 ELSE
063778                     PERFORM 1120-WRITE-SUSPENSE-RECORD
069800*     NUMBER FROM THE TRANSMISSION HEADER FOR THE REPORT        *
069900*     HEADINGS AND THE AUDIT AND GL EXTRACT STAMPS AND ZEROES   *
070000*     THE BATCH'S DETAIL COUNT AND HASH TOTALS.                 *
070025*     THE HEADER IS THEN PROVED AGAINST THE BUREAU REGISTRY -   *
070050*     A REFUSED BATCH IS CALLED OUT HERE AND ITS DETAILS ARE    *
070075*     SET ASIDE AS THEY ARE READ.                               *
070100******************************************************************
070200 1130-PROCESS-BATCH-HEADER.
070210     IF BATCH-HEADER-SEEN
070260     MOVE "N" TO WS-TRAILER-SEEN-SWITCH.
070270     ADD 1 TO WS-BATCHES-READ.
070280     PERFORM 1160-RESET-BATCH-TOTALS THRU 1160-EXIT.
070284     PERFORM 1135-CHECK-BUREAU THRU 1135-EXIT.
070288     IF NOT BATCH-ACCEPTED
070292         PERFORM 1137-REPORT-REFUSED-BATCH THRU 1137-EXIT
070296     END-IF.
070300 1130-EXIT.
070400     EXIT.
070500******************************************************************
070800*     TRANSMISSION TRAILER AND PROVES THE BATCH AT ONCE, SO A   *
070900*     SECOND BATCH IN THE SAME TRANSMISSION IS JUDGED ON ITS    *
071000*     OWN TOTALS.                                               *
071033*     A BATCH THE REGISTRY REFUSED IS NOT PROVED - IT IS        *
071066*     ACKNOWLEDGED AS REFUSED.                                  *
071100******************************************************************
071200 1140-PROCESS-BATCH-TRAILER.
071210     MOVE BTR-RECORD-COUNT TO WS-EXPECTED-COUNT.
071220     MOVE BTR-HASH-NUM-X   TO WS-EXPECTED-HASH-X.
071230     MOVE BTR-HASH-NUM-Y   TO WS-EXPECTED-HASH-Y.
071240     SET BATCH-TRAILER-SEEN TO TRUE.
071250     IF BATCH-ACCEPTED
071252         PERFORM 1145-PROVE-BATCH THRU 1145-EXIT
071254     ELSE
071256         PERFORM 1147-CLOSE-REFUSED-BATCH THRU 1147-EXIT
071258     END-IF.
071260     MOVE "N" TO WS-HEADER-SEEN-SWITCH.
071270     MOVE SPACES TO WS-BATCH-NUMBER.
071280     MOVE SPACES TO WS-BATCH-SOURCE.
071988*     HEADER OR END OF FILE WAS READ FIRST, SO THE              *
071990*     TRANSMISSION MAY BE TRUNCATED.  ONLY THIS BATCH FAILS -   *
071992*     THE RUN CONTINUES.                                        *
071993*     A BATCH THE REGISTRY REFUSED POSTED NOTHING, SO IT IS     *
071994*     ONLY ACKNOWLEDGED AS REFUSED, NOT FAILED.                 *
071995******************************************************************
071996 1150-CLOSE-OPEN-BATCH.
071997     IF NOT BATCH-ACCEPTED
071998         PERFORM 1147-CLOSE-REFUSED-BATCH THRU 1147-EXIT
071999         MOVE "N" TO WS-HEADER-SEEN-SWITCH
072000         MOVE SPACES TO WS-BATCH-NUMBER
072001         MOVE SPACES TO WS-BATCH-SOURCE
072002         GO TO 1150-EXIT
072003     END-IF.
072004     IF WS-PAGE-NUMBER = ZERO
072005         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
072008     END-IF.
072012     PERFORM 1155-END-BATCH-GROUP THRU 1155-EXIT.
072016     SET BATCH-OUT-OF-BALANCE TO TRUE.
072316     MOVE WS-HASH-NUM-X   TO AKH-HASH-NUM-X.
072320     MOVE WS-HASH-NUM-Y   TO AKH-HASH-NUM-Y.
072324     MOVE WS-ACK-BAL-FLAG TO AKH-BALANCE-FLAG.
072326     MOVE WS-BATCH-REJ-REASON TO AKH-BATCH-REASON.
072328     WRITE ACK-HEADER-RECORD.
072332     PERFORM 8800-CHECK-ACK-STATUS THRU 8800-EXIT.
072336     PERFORM 1175-WRITE-ACK-DETAIL THRU 1175-EXIT
074000             IF CTL-DIVIDE-ENABLED
074100                 SET OPERATION-IS-ENABLED TO TRUE
074200             END-IF
074233         WHEN TRAN-CODE-REVERSAL
074266             SET OPERATION-IS-ENABLED TO TRUE
074300     END-EVALUATE.
074400 1115-EXIT.
074500     EXIT.
075000*     MASTER BUT CLOSED, SETS THE REJECT REASON; AN ACTIVE      *
075100*     ACCOUNT'S NUMBER AND GL POSTING ACCOUNT ARE SAVED FOR THE *
075200*     AUDIT AND GL EXTRACT RECORDS.                             *
075233*     THE GL ACCOUNTS THE ITEM WILL POST TO ARE THEN PROVED     *
075266*     AGAINST THE GL CHART OF ACCOUNTS.                         *
075300******************************************************************
075400 1117-CHECK-ACCOUNT.
075500     SET ACCOUNT-NOT-VALID TO TRUE.
076014                 SET ACCOUNT-IS-VALID TO TRUE
076083                 MOVE ACM-ACCOUNT-NUMBER  TO ACCT-NUMBER
076152                 MOVE ACM-GL-POSTING-ACCT TO GL-POSTING-ACCT
076161                 IF ACM-HOLD-LIMIT-X NUMERIC
076171                     MOVE ACM-HOLD-LIMIT TO WS-ACCT-HOLD-LIMIT
076181                 ELSE
076191                     MOVE ZERO TO WS-ACCT-HOLD-LIMIT
076201                 END-IF
076211                 MOVE ACM-HOLD-KEYED-BY TO WS-ACCT-HOLD-KEYED-BY
076221             ELSE
076290                 SET REJECT-ACCT-CLOSED TO TRUE
076359             END-IF
076704         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
076773         PERFORM 9900-IO-ERROR THRU 9900-EXIT
076842     END-IF.
076859     IF ACCOUNT-IS-VALID
076876         PERFORM 1122-CHECK-GL-ACCOUNTS THRU 1122-EXIT
076893     END-IF.
076911 1117-EXIT.
077000     EXIT.
077100******************************************************************
085796         CLOSE RUN-LOG-FILE
085832     END-IF.
085868     MOVE 16 TO RETURN-CODE.
085886     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
085904     STOP RUN.
085940 1127-EXIT.
085976     EXIT.
092428                 PERFORM 1905-APPEND-HISTORY-REFERENCE
092435                     THRU 1905-EXIT
092442             END-IF
092443             IF WS-REV-COUNT > ZERO
092444                 MOVE AUDIT-HIST-RECORD TO WS-REV-AUDIT-RECORD
092446                 PERFORM 1960-NOTE-REVERSAL-TARGET THRU 1960-EXIT
092447             END-IF
092449     END-READ.
092456     IF WS-AUDH-FILE-STATUS NOT = "00"
092463         AND WS-AUDH-FILE-STATUS NOT = "10"
093183                 PERFORM 1905-APPEND-HISTORY-REFERENCE
093191                     THRU 1905-EXIT
093199             END-IF
093200             IF WS-REV-COUNT > ZERO
093202                 MOVE AUDIT-RESTART-RECORD TO WS-REV-AUDIT-RECORD
093203                 PERFORM 1960-NOTE-REVERSAL-TARGET THRU 1960-EXIT
093205             END-IF
093207     END-READ.
093215     IF WS-AURT-FILE-STATUS NOT = "00"
093223         AND WS-AURT-FILE-STATUS NOT = "10"
107000         MOVE WS-RESTART-EXCP-CNT TO WS-EXCEPTION-COUNT
107050         MOVE WS-RESTART-FEE      TO WS-FEE-TOTAL
107080         MOVE WS-RESTART-FEE-CNT  TO WS-FEE-COUNT
107090         MOVE WS-RESTART-REV-CNT  TO WS-REVERSAL-COUNT
107100         MOVE ZERO TO WS-SKIP-DONE
107185         PERFORM 1430-SKIP-TRAN-RECORD THRU 1430-EXIT
107270             UNTIL WS-SKIP-DONE >= WS-SKIP-COUNT
108400*     THE RECORDS THE ABENDED RUN ALREADY WROTE FOR THE PORTION  *
108500*     OF THE BATCH COVERED BY THE LAST CHECKPOINT ARE KEPT       *
108600*     RATHER THAN BEING TRUNCATED AWAY BY THIS RUN.              *
108633*     THE HELD-ITEMS FILE IS A STANDING QUEUE AND IS ALWAYS     *
108666*     OPENED EXTEND - OUTPUT ONLY WHEN IT DOES NOT YET EXIST.   *
108700******************************************************************
108800 1405-OPEN-OUTPUT-FILES.
108900     IF WS-RESTART-COUNT > ZERO
112630         MOVE WS-ACK-FILE-STATUS TO WS-IOERR-STATUS
112640         PERFORM 9900-IO-ERROR THRU 9900-EXIT
112650     END-IF.
112655     OPEN EXTEND HOLD-FILE.
112660     IF WS-HOLD-FILE-STATUS = "35"
112665         OPEN OUTPUT HOLD-FILE
112670     END-IF.
112675     IF WS-HOLD-FILE-STATUS NOT = "00"
112680         MOVE "HOLDFILE" TO WS-IOERR-FILE-NAME
112685         MOVE WS-HOLD-FILE-STATUS TO WS-IOERR-STATUS
112690         PERFORM 9900-IO-ERROR THRU 9900-EXIT
112695     END-IF.
112700 1405-EXIT.
112800     EXIT.
112900******************************************************************
116183             MOVE CKPT-TRAN-DETAIL-COUNT TO WS-TRAN-DETAIL-COUNT
116190             MOVE CKPT-BATCHES-READ      TO WS-BATCHES-READ
116197             MOVE CKPT-BATCHES-FAILED    TO WS-BATCHES-FAILED
116199             MOVE CKPT-HELD-COUNT        TO WS-HELD-COUNT
116201             MOVE CKPT-HELD-TOTAL        TO WS-HELD-TOTAL
116203             MOVE CKPT-RELEASED-COUNT    TO WS-RELEASED-COUNT
116205             MOVE CKPT-BATCH-SUSP-COUNT
116210                 TO WS-BATCH-SUSP-COUNT
116212             MOVE CKPT-BATCH-SOURCE      TO WS-BATCH-SOURCE
116215             MOVE CKPT-REVERSAL-COUNT    TO WS-RESTART-REV-CNT
116216             MOVE CKPT-BATCH-REJ-REASON  TO WS-BATCH-REJ-REASON
116217             MOVE CKPT-BATCHES-REJECTED  TO WS-BATCHES-REJECTED
116218             MOVE CKPT-BATCH-REJ-DETAILS TO WS-BATCH-REJ-DETAILS
116219     END-READ.
116253     IF WS-CKPT-FILE-STATUS NOT = "00"
116288         AND WS-CKPT-FILE-STATUS NOT = "10"
116323         MOVE "CHKPNT" TO WS-IOERR-FILE-NAME
121913         UNTIL WS-GLS-SUB > 4.
121984     MOVE WS-DUP-WARN-COUNT    TO CKPT-DUP-WARN-COUNT.
122055     MOVE WS-TRAN-DETAIL-COUNT TO CKPT-TRAN-DETAIL-COUNT.
122061     MOVE WS-HELD-COUNT        TO CKPT-HELD-COUNT.
122067     MOVE WS-HELD-TOTAL        TO CKPT-HELD-TOTAL.
122073     MOVE WS-RELEASED-COUNT    TO CKPT-RELEASED-COUNT.
122080     MOVE WS-BATCHES-READ      TO CKPT-BATCHES-READ.
122105     MOVE WS-BATCHES-FAILED    TO CKPT-BATCHES-FAILED.
122107     MOVE WS-REVERSAL-COUNT    TO CKPT-REVERSAL-COUNT.
122110     MOVE WS-FEE-TOTAL         TO CKPT-FEE-TOTAL.
122115     MOVE WS-FEE-COUNT         TO CKPT-FEE-COUNT.
122120     MOVE WS-ACCT-FEE-TOTAL    TO CKPT-ACCT-FEE-TOTAL.
122124         UNTIL WS-GLS-FEE-SUB > 8.
122125     MOVE WS-BATCH-SUSP-COUNT  TO CKPT-BATCH-SUSP-COUNT.
122126     MOVE WS-BATCH-SOURCE      TO CKPT-BATCH-SOURCE.
122127     MOVE WS-BATCH-REJ-REASON  TO CKPT-BATCH-REJ-REASON.
122128     MOVE WS-BATCHES-REJECTED  TO CKPT-BATCHES-REJECTED.
122129     MOVE WS-BATCH-REJ-DETAILS TO CKPT-BATCH-REJ-DETAILS.
122130     WRITE CHECKPOINT-RECORD.
122200     IF WS-CKPT-FILE-STATUS NOT = "00"
122300         MOVE "CHKPNT" TO WS-IOERR-FILE-NAME
122400         MOVE WS-CKPT-FILE-STATUS TO WS-IOERR-STATUS
125341*     A WARNING (W) INSTEAD OF A REJECT.  WITH NO CARD, ALL     *
125404*     FOUR OPERATIONS RUN, THE EXTRACT IS DETAIL, RESULTS       *
125467*     TRUNCATE, AND DUPLICATES ARE REJECTED.                    *
125479*     BYTES 8-18 CARRY THE HOLD LIMIT (9(09)V9(02)) AND BYTES   *
125492*     19-26 THE USER ID THAT KEYED IT - A RESULT OVER THE       *
125504*     LIMIT IS HELD FOR APPROVAL.  A BLANK OR NON-NUMERIC       *
125517*     LIMIT MEANS NO CONTROL-CARD LIMIT.                        *
125520*     BYTE 27 IS THE STREAM NUMBER (1-4) ON THE CARD FOR ONE    *
125523*     STREAM OF A PARALLEL DAY - BLANK FOR A SINGLE-STREAM      *
125526*     RUN.  IT IS CARRIED ONTO THE JOB CONTROL RECORD.          *
125530******************************************************************
125600 1500-READ-CONTROL-CARD.
125700     MOVE "Y" TO CTL-ADD-FLAG CTL-SUBTRACT-FLAG
125900     MOVE "D" TO CTL-GL-SUMMARY-FLAG.
126000     MOVE "T" TO CTL-ROUND-FLAG.
126100     MOVE "N" TO CTL-DUP-WARN-FLAG.
126133     MOVE ZERO   TO CTL-HOLD-LIMIT.
126166     MOVE SPACES TO CTL-HOLD-KEYED-BY.
126183     MOVE SPACE  TO CTL-STREAM-NUMBER.
126200     OPEN INPUT CONTROL-FILE.
126300     IF WS-CTLCARD-FILE-STATUS = "00"
126400         READ CONTROL-FILE
126700         END-READ
126800         CLOSE CONTROL-FILE
126900     END-IF.
126925     IF CTL-HOLD-LIMIT-X NOT NUMERIC
126950         MOVE ZERO TO CTL-HOLD-LIMIT
126975     END-IF.
126981     IF CTL-NUMBERED-STREAM
126987         MOVE CTL-STREAM-NUMBER TO WS-STEP-STREAM
126993     END-IF.
127000 1500-EXIT.
127100     EXIT.
127200******************************************************************
127600*     INTERVAL HAS BEEN REACHED, THEN READS THE NEXT RECORD.    *
127700******************************************************************
127800 2000-PROCESS-RECORD.
127850     SET ITEM-NOT-HELD TO TRUE.
127900     EVALUATE TRUE
128000         WHEN TRAN-CODE-ADD
128100             PERFORM 3000-ADD-STEP THRU 3000-EXIT
128500             PERFORM 5000-MULTIPLY-STEP THRU 5000-EXIT
128600         WHEN TRAN-CODE-DIVIDE
128700             PERFORM 6000-DIVIDE-STEP THRU 6000-EXIT
128733         WHEN TRAN-CODE-REVERSAL
128766             PERFORM 6500-REVERSAL-STEP THRU 6500-EXIT
128800     END-EVALUATE.
128900     ADD 1 TO WS-SINCE-LAST-CKPT.
129000     IF WS-SINCE-LAST-CKPT >= WS-CHECKPOINT-INTERVAL
130600             PERFORM 7300-WRITE-EXCEPTION-LINE THRU 7300-EXIT
130700             GO TO 3000-EXIT
130800     END-ADD.
130820     PERFORM 7700-CHECK-HOLD-LIMIT THRU 7700-EXIT.
130840     IF ITEM-HELD
130860         GO TO 3000-EXIT
130880     END-IF.
130900     ADD NUM-SUM TO WS-ADD-TOTAL.
131000     ADD 1 TO WS-ADD-COUNT.
131100     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
132400             PERFORM 7300-WRITE-EXCEPTION-LINE THRU 7300-EXIT
132500             GO TO 4000-EXIT
132600     END-SUBTRACT.
132620     PERFORM 7700-CHECK-HOLD-LIMIT THRU 7700-EXIT.
132640     IF ITEM-HELD
132660         GO TO 4000-EXIT
132680     END-IF.
132700     ADD NUM-SUM TO WS-SUBTRACT-TOTAL.
132800     ADD 1 TO WS-SUBTRACT-COUNT.
132900     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
135200                 GO TO 5000-EXIT
135300         END-MULTIPLY
135400     END-IF.
135420     PERFORM 7700-CHECK-HOLD-LIMIT THRU 7700-EXIT.
135440     IF ITEM-HELD
135460         GO TO 5000-EXIT
135480     END-IF.
135500     ADD NUM-SUM TO WS-MULTIPLY-TOTAL.
135600     ADD 1 TO WS-MULTIPLY-COUNT.
135700     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
139000                 GO TO 6000-EXIT
139100         END-DIVIDE
139200     END-IF.
139220     PERFORM 7700-CHECK-HOLD-LIMIT THRU 7700-EXIT.
139240     IF ITEM-HELD
139260         GO TO 6000-EXIT
139280     END-IF.
139300     ADD NUM-SUM TO WS-DIVIDE-TOTAL.
139400     ADD 1 TO WS-DIVIDE-COUNT.
139500     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
140100*     WS-DTL-OPERATION AGAINST THE CURRENT NUM-X/NUM-Y/NUM-SUM,  *
140200*     ACCUMULATES THE PAGE TOTAL, AND FORCES A PAGE BREAK WHEN  *
140300*     THE PAGE IS FULL.                                         *
140333*     AN ITEM RELEASED FROM THE HOLD QUEUE IS MARKED WITH       *
140366*     THE USER ID OF THE CHECKER WHO APPROVED IT.               *
140400******************************************************************
140500 7000-WRITE-DETAIL-LINE.
140600     PERFORM 7050-CHECK-ACCOUNT-BREAK THRU 7050-EXIT.
140650     IF REVERSAL-IN-PROGRESS
140658         MOVE WS-REVERSAL-FEE    TO WS-FEE-AMOUNT
140666         MOVE WS-REVERSAL-FEE-GL TO WS-FEE-GL-ACCT
140675     ELSE
140683         PERFORM 7500-COMPUTE-FEE THRU 7500-EXIT
140691     END-IF.
140700     MOVE NUM-X   TO WS-DTL-NUM-X.
140800     MOVE NUM-Y   TO WS-DTL-NUM-Y.
140900     MOVE NUM-SUM TO WS-DTL-NUM-SUM.
141920            "  FEE "          DELIMITED BY SIZE
141940            WS-DTL-FEE        DELIMITED BY SIZE
142000         INTO WS-PRINT-TEXT.
142020     IF REVERSAL-IN-PROGRESS
142040         MOVE "REVERSES"           TO WS-PRINT-TEXT (87:8)
142060         MOVE WS-REVERSAL-ORIG-REF TO WS-PRINT-TEXT (96:12)
142080     END-IF.
142084     IF ITEM-RELEASED
142088         MOVE "RELEASED"          TO WS-PRINT-TEXT (87:8)
142092         MOVE TR-HOLD-APPROVED-BY TO WS-PRINT-TEXT (96:8)
142096     END-IF.
142100     WRITE REPORT-RECORD FROM WS-PRINT-LINE
142200         AFTER ADVANCING 1 LINE.
142499     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
152200     MOVE GL-POSTING-ACCT    TO AUD-GL-POSTING-ACCT.
152300     MOVE WS-BATCH-NUMBER    TO AUD-BATCH-NUMBER.
152400     MOVE REF-NUMBER         TO AUD-REFERENCE.
152450     MOVE WS-REVERSAL-ORIG-REF TO AUD-ORIG-REFERENCE.
152500     MOVE WS-RUN-DATE        TO AUD-RUN-DATE.
152600     MOVE WS-RUN-TIME        TO AUD-RUN-TIME.
152700     WRITE AUDIT-RECORD.
153000         MOVE WS-AUDIT-FILE-STATUS TO WS-IOERR-STATUS
153100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
153200     END-IF.
153220     IF WS-REV-COUNT > ZERO
153240         MOVE AUDIT-RECORD TO WS-REV-AUDIT-RECORD
153260         PERFORM 1960-NOTE-REVERSAL-TARGET THRU 1960-EXIT
153280     END-IF.
153300 7200-EXIT.
153400     EXIT.
153500******************************************************************
154000******************************************************************
154100 7400-WRITE-GL-EXTRACT-RECORD.
154200     IF CTL-GL-SUMMARIZED
154250         AND NO-REVERSAL-IN-PROGRESS
154300         PERFORM 7450-ACCUMULATE-GL-SUMMARY THRU 7450-EXIT
154400         GO TO 7400-EXIT
154500     END-IF.
155400     MOVE WS-BATCH-NUMBER
155500                      TO GLX-BATCH-NUMBER.
155600     MOVE REF-NUMBER  TO GLX-REFERENCE.
155633     MOVE WS-REVERSAL-ORIG-REF
155666                      TO GLX-ORIG-REFERENCE.
155700     WRITE GL-EXTRACT-RECORD.
155800     IF WS-GLX-FILE-STATUS NOT = "00"
155900         MOVE "GLEXTRCT" TO WS-IOERR-FILE-NAME
161023     END-IF.
161024 7465-EXIT.
161025     EXIT.
161027******************************************************************
161029* 7500-COMPUTE-FEE                                              *
161031*     LOOKS UP THE PROCESSING FEE RATE IN EFFECT ON THE         *
161033*     BUSINESS DATE FOR THE CURRENT ACCOUNT AND TRANSACTION     *
161035*     CODE, FALLING BACK TO THE *DEFAULT RATE IN EFFECT FOR     *
161037*     THE CODE, AND APPLIES IT TO NUM-SUM.  NO RATE IN EFFECT   *
161039*     ON EITHER KEY, OR NO RATE TABLE AT ALL, MEANS NO FEE.  A  *
161041*     FEE THAT OVERFLOWS ITS FIELD GOES TO THE EXCEPTION        *
161043*     LISTING AND NO FEE IS CHARGED.                            *
161045******************************************************************
161047 7500-COMPUTE-FEE.
161049     MOVE ZERO TO WS-FEE-AMOUNT.
161051     MOVE SPACES TO WS-FEE-GL-ACCT.
161053     IF RATE-TABLE-ABSENT
161055         GO TO 7500-EXIT
161057     END-IF.
161059     MOVE ACCT-NUMBER TO WS-RATE-SEARCH-ACCT.
161061     PERFORM 7520-FIND-RATE-IN-EFFECT THRU 7520-EXIT.
161063     IF NO-RATE-IN-EFFECT
161065         MOVE "*DEFAULT" TO WS-RATE-SEARCH-ACCT
161067         PERFORM 7520-FIND-RATE-IN-EFFECT THRU 7520-EXIT
161069     END-IF.
161071     IF RATE-IN-EFFECT-FOUND
161073         PERFORM 7510-APPLY-RATE THRU 7510-EXIT
161075     END-IF.
161077 7500-EXIT.
161079     EXIT.
161081******************************************************************
161083* 7510-APPLY-RATE                                               *
161085*     APPLIES THE RATE IN EFFECT JUST FOUND TO NUM-SUM AND      *
161087*     SAVES THE FEE INCOME GL ACCOUNT FOR THE FEE POSTING.      *
161089******************************************************************
161091 7510-APPLY-RATE.
161093     COMPUTE WS-FEE-AMOUNT ROUNDED = NUM-SUM * WS-RATE-IN-EFFECT
161095         ON SIZE ERROR
161097             MOVE ZERO TO WS-FEE-AMOUNT
161099             MOVE "FEE EXCEEDS FEE FIELD CAPACITY"
161101                 TO WS-EXCP-REASON
161103             PERFORM 7300-WRITE-EXCEPTION-LINE THRU 7300-EXIT
161105             GO TO 7510-EXIT
161107     END-COMPUTE.
161109     MOVE WS-RATE-GL-ACCT TO WS-FEE-GL-ACCT.
161111 7510-EXIT.
161113     EXIT.
161115******************************************************************
161117* 7520-FIND-RATE-IN-EFFECT                                      *
161119*     FINDS THE RATE ROW IN EFFECT ON THE BUSINESS DATE FOR     *
161121*     THE ACCOUNT IN WS-RATE-SEARCH-ACCT AND THE CURRENT        *
161123*     TRANSACTION CODE.  THE ROWS FOR THE PAIR ARE READ IN      *
161125*     EFFECTIVE DATE ORDER UP TO THE BUSINESS DATE; THE LATEST  *
161127*     OF THEM GOVERNS, AND IS IN EFFECT UNLESS ITS EXPIRY DATE  *
161129*     HAS BEEN REACHED.                                         *
161131******************************************************************
161133 7520-FIND-RATE-IN-EFFECT.
161135     SET NO-RATE-IN-EFFECT TO TRUE.
161137     SET NOT-END-OF-RATE-SCAN TO TRUE.
161139     MOVE WS-RATE-SEARCH-ACCT TO RTE-ACCOUNT-NUMBER.
161141     MOVE TRAN-CODE           TO RTE-TRAN-CODE.
161143     MOVE ZERO                TO RTE-EFFECTIVE-DATE.
161145     START RATE-FILE KEY IS NOT < RTE-KEY
161147         INVALID KEY
161149             SET END-OF-RATE-SCAN TO TRUE
161151     END-START.
161153     IF WS-RATE-FILE-STATUS NOT = "00"
161155         AND WS-RATE-FILE-STATUS NOT = "23"
161157         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
161159         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
161161         PERFORM 9900-IO-ERROR THRU 9900-EXIT
161163     END-IF.
161165     PERFORM 7525-READ-NEXT-RATE THRU 7525-EXIT
161167         UNTIL END-OF-RATE-SCAN.
161169 7520-EXIT.
161171     EXIT.
161173******************************************************************
161175* 7525-READ-NEXT-RATE                                           *
161177*     READS THE NEXT RATE ROW.  A ROW FOR ANOTHER ACCOUNT OR    *
161179*     CODE, OR NOT YET EFFECTIVE, ENDS THE SCAN; OTHERWISE THE  *
161181*     ROW REPLACES ANY EARLIER ONE AS THE ROW IN EFFECT, OR     *
161183*     CANCELS IT IF THE ROW HAS EXPIRED.                        *
161185******************************************************************
161187 7525-READ-NEXT-RATE.
161189     READ RATE-FILE NEXT RECORD
161191         AT END
161193             SET END-OF-RATE-SCAN TO TRUE
161195     END-READ.
161197     IF WS-RATE-FILE-STATUS NOT = "00"
161199         AND WS-RATE-FILE-STATUS NOT = "10"
161201         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
161203         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
161205         PERFORM 9900-IO-ERROR THRU 9900-EXIT
161207     END-IF.
161209     IF END-OF-RATE-SCAN
161211         GO TO 7525-EXIT
161213     END-IF.
161215     IF RTE-ACCOUNT-NUMBER NOT = WS-RATE-SEARCH-ACCT
161217         OR RTE-TRAN-CODE NOT = TRAN-CODE
161219         OR RTE-EFFECTIVE-DATE > WS-RUN-DATE
161221         SET END-OF-RATE-SCAN TO TRUE
161223         GO TO 7525-EXIT
161225     END-IF.
161227     IF RTE-EXPIRY-DATE = ZERO
161229         OR RTE-EXPIRY-DATE > WS-RUN-DATE
161231         SET RATE-IN-EFFECT-FOUND TO TRUE
161233         MOVE RTE-RATE        TO WS-RATE-IN-EFFECT
161235         MOVE RTE-FEE-GL-ACCT TO WS-RATE-GL-ACCT
161237     ELSE
161239         SET NO-RATE-IN-EFFECT TO TRUE
161241     END-IF.
161243 7525-EXIT.
161245     EXIT.
161285******************************************************************
161290* 7600-WRITE-FEE-POSTING                                        *
161295*     RELEASES THE FEE JUST CHARGED AS ITS OWN AUDIT RECORD     *
161365     MOVE WS-FEE-GL-ACCT     TO AUD-GL-POSTING-ACCT.
161370     MOVE WS-BATCH-NUMBER    TO AUD-BATCH-NUMBER.
161375     MOVE REF-NUMBER         TO AUD-REFERENCE.
161377     MOVE WS-REVERSAL-ORIG-REF TO AUD-ORIG-REFERENCE.
161380     MOVE WS-RUN-DATE        TO AUD-RUN-DATE.
161385     MOVE WS-RUN-TIME        TO AUD-RUN-TIME.
161390     WRITE AUDIT-RECORD.
161405         MOVE WS-AUDIT-FILE-STATUS TO WS-IOERR-STATUS
161410         PERFORM 9900-IO-ERROR THRU 9900-EXIT
161415     END-IF.
161416     IF WS-REV-COUNT > ZERO
161417         MOVE AUDIT-RECORD TO WS-REV-AUDIT-RECORD
161418         PERFORM 1960-NOTE-REVERSAL-TARGET THRU 1960-EXIT
161419     END-IF.
161420     IF CTL-GL-SUMMARIZED
161422         AND NO-REVERSAL-IN-PROGRESS
161425         PERFORM 7650-ACCUMULATE-FEE-SUMMARY THRU 7650-EXIT
161430     ELSE
161435         PERFORM 7620-WRITE-FEE-DETAIL THRU 7620-EXIT
161482     MOVE WS-FEE-GL-ACCT  TO GLX-GL-POSTING-ACCT.
161484     MOVE WS-BATCH-NUMBER TO GLX-BATCH-NUMBER.
161486     MOVE REF-NUMBER      TO GLX-REFERENCE.
161487     MOVE WS-REVERSAL-ORIG-REF TO GLX-ORIG-REFERENCE.
161488     WRITE GL-EXTRACT-RECORD.
161490     IF WS-GLX-FILE-STATUS NOT = "00"
161492         MOVE "GLEXTRCT" TO WS-IOERR-FILE-NAME
166400     CLOSE AUDIT-FILE.
166500     CLOSE GL-EXTRACT-FILE.
166550     CLOSE ACK-FILE.
166575     CLOSE HOLD-FILE.
166600     CLOSE ACCOUNT-FILE.
166625     CLOSE GL-CHART-FILE.
166637     CLOSE BUREAU-FILE.
166650     IF NOT RATE-TABLE-ABSENT
166660         CLOSE RATE-FILE
166670     END-IF.
170500         PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT
170600     END-IF.
170700     MOVE WS-BATCHES-READ TO WS-CTL-BATCHES-READ.
170800     SUBTRACT WS-BATCHES-FAILED WS-BATCHES-REJECTED
170850         FROM WS-BATCHES-READ
170900         GIVING WS-CTL-BATCHES-OK.
171000     MOVE WS-BATCHES-FAILED TO WS-CTL-BATCHES-OOB.
171050     MOVE WS-BATCHES-REJECTED TO WS-CTL-BATCHES-REJ.
171100     MOVE SPACES TO WS-PRINT-LINE.
171200     STRING "BATCHES READ " DELIMITED BY SIZE
171300            WS-CTL-BATCHES-READ DELIMITED BY SIZE
171500            WS-CTL-BATCHES-OK DELIMITED BY SIZE
171600            "  OUT OF BALANCE " DELIMITED BY SIZE
171700            WS-CTL-BATCHES-OOB DELIMITED BY SIZE
171733            "  REFUSED " DELIMITED BY SIZE
171766            WS-CTL-BATCHES-REJ DELIMITED BY SIZE
171800         INTO WS-PRINT-TEXT.
171900     WRITE REPORT-RECORD FROM WS-PRINT-LINE
172000         AFTER ADVANCING 2 LINES.
181700*     4 COMPLETED WITH SUSPENSE, 8 COMPLETED WITH EXCEPTIONS,   *
181800*     16 BATCH OUT OF BALANCE (ALREADY SET BY THE BATCH CHECK)  *
181900*     - AND LOGS THE END OF JOB.                                *
181933*     A BATCH REFUSED BY THE BUREAU REGISTRY ALSO ENDS THE RUN  *
181966*     WITH 8 - THE BUREAU MUST BE CHASED FOR A RESEND.          *
182000******************************************************************
182100 9400-SET-RETURN-CODE.
182200     IF NOT BATCH-OUT-OF-BALANCE
182300         EVALUATE TRUE
182400             WHEN WS-EXCEPTION-COUNT > ZERO
182450                 OR WS-BATCHES-REJECTED > ZERO
182500                 MOVE 8 TO RETURN-CODE
182600             WHEN WS-SUSPENSE-COUNT > ZERO
182700                 MOVE 4 TO RETURN-CODE
188800         CLOSE RUN-LOG-FILE
188900     END-IF.
189000     MOVE 16 TO RETURN-CODE.
189050     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
189100     STOP RUN.
189200 9900-EXIT.
189300     EXIT.
194900     WRITE REPORT-RECORD FROM WS-PRINT-LINE
195000         AFTER ADVANCING 2 LINES.
195049     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
195054     MOVE WS-BATCH-REJ-DETAILS TO WS-CTL-BATCH-REJ-DETAILS.
195060     MOVE SPACES TO WS-PRINT-LINE.
195066     STRING "RECORDS IN REFUSED BATCHES ." DELIMITED BY SIZE
195071            WS-CTL-BATCH-REJ-DETAILS      DELIMITED BY SIZE
195077         INTO WS-PRINT-TEXT.
195083     WRITE REPORT-RECORD FROM WS-PRINT-LINE
195088         AFTER ADVANCING 2 LINES.
195094     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
195100     MOVE SPACES TO WS-PRINT-LINE.
195200     STRING "RECORDS IN EXCEPTION . . . ." DELIMITED BY SIZE
195300            WS-CTL-EXCEPTION-COUNT       DELIMITED BY SIZE
195500     WRITE REPORT-RECORD FROM WS-PRINT-LINE
195600         AFTER ADVANCING 2 LINES.
195649     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
195654     MOVE WS-REVERSAL-COUNT TO WS-CTL-REVERSAL-COUNT.
195660     MOVE SPACES TO WS-PRINT-LINE.
195666     STRING "REVERSALS POSTED . . . . . ." DELIMITED BY SIZE
195671            WS-CTL-REVERSAL-COUNT         DELIMITED BY SIZE
195677         INTO WS-PRINT-TEXT.
195683     WRITE REPORT-RECORD FROM WS-PRINT-LINE
195688         AFTER ADVANCING 2 LINES.
195694     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
195700     MOVE WS-DUP-WARN-COUNT TO WS-CTL-DUP-WARN-COUNT.
195800     MOVE SPACES TO WS-PRINT-LINE.
195900     STRING "DUPLICATE WARNINGS . . . . . " DELIMITED BY SIZE
196200     WRITE REPORT-RECORD FROM WS-PRINT-LINE
196300         AFTER ADVANCING 2 LINES.
196349     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
196351     MOVE WS-HELD-COUNT TO WS-CTL-HELD-COUNT.
196353     MOVE SPACES TO WS-PRINT-LINE.
196355     STRING "ITEMS HELD FOR APPROVAL . . ." DELIMITED BY SIZE
196357            WS-CTL-HELD-COUNT             DELIMITED BY SIZE
196359         INTO WS-PRINT-TEXT.
196361     WRITE REPORT-RECORD FROM WS-PRINT-LINE
196363         AFTER ADVANCING 2 LINES.
196365     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
196367     MOVE WS-HELD-TOTAL TO WS-CTL-HELD-TOTAL.
196369     MOVE SPACES TO WS-PRINT-LINE.
196371     STRING "TOTAL OF HELD RESULTS . . . ." DELIMITED BY SIZE
196373            WS-CTL-HELD-TOTAL             DELIMITED BY SIZE
196375         INTO WS-PRINT-TEXT.
196377     WRITE REPORT-RECORD FROM WS-PRINT-LINE
196379         AFTER ADVANCING 2 LINES.
196381     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
196383     MOVE WS-RELEASED-COUNT TO WS-CTL-RELEASED-COUNT.
196385     MOVE SPACES TO WS-PRINT-LINE.
196387     STRING "RELEASED HELD ITEMS POSTED . " DELIMITED BY SIZE
196389            WS-CTL-RELEASED-COUNT         DELIMITED BY SIZE
196391         INTO WS-PRINT-TEXT.
196393     WRITE REPORT-RECORD FROM WS-PRINT-LINE
196395         AFTER ADVANCING 2 LINES.
196397     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
196400     MOVE SPACES TO WS-PRINT-LINE.
196500     IF CTL-GL-SUMMARIZED
196600         STRING "GL EXTRACT MODE . . . . . . SUMMARIZED"
197549     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
197600 9100-EXIT.
197700     EXIT.
197800******************************************************************
197900* 1116-CHECK-REVERSAL                                           *
198000*     A REVERSAL MUST NAME A REFERENCE THAT WAS POSTED - IN     *
198100*     THE RECENT AUDIT HISTORY, THE ABENDED RUN'S AUDIT FILE    *
198200*     ON A RESTART, OR EARLIER IN THIS RUN - TO THE SAME        *
198300*     ACCOUNT, AND THAT HAS NOT ALREADY BEEN REVERSED. AN       *
198400*     UNKNOWN TARGET (OR ONE ON ANOTHER ACCOUNT) AND A TARGET   *
198500*     ALREADY REVERSED EACH SET THEIR OWN REJECT REASON.  ANY   *
198600*     OTHER TRANSACTION PASSES.                                 *
198700******************************************************************
198800 1116-CHECK-REVERSAL.
198900     SET REVERSAL-IS-VALID TO TRUE.
199000     IF NOT TR-REVERSAL
199100         GO TO 1116-EXIT
199200     END-IF.
199300     SET REVERSAL-NOT-VALID TO TRUE.
199400     SET REJECT-REVERSAL-NOT-FOUND TO TRUE.
199500     IF TR-ORIG-REFERENCE = SPACES
199600         GO TO 1116-EXIT
199700     END-IF.
199800     MOVE TR-ORIG-REFERENCE TO WS-REV-SEARCH-REF.
199900     PERFORM 1965-FIND-REVERSAL-ENTRY THRU 1965-EXIT.
200000     IF REVERSAL-ENTRY-NOT-FOUND
200100         GO TO 1116-EXIT
200200     END-IF.
200300     IF WS-REV-FOUND-FLAG (WS-REV-SUB) NOT = "Y"
200400         OR WS-REV-ACCOUNT (WS-REV-SUB) NOT = TR-ACCOUNT-NUMBER
200500         GO TO 1116-EXIT
200600     END-IF.
200700     IF WS-REV-DONE-FLAG (WS-REV-SUB) = "Y"
200800         SET REJECT-ALREADY-REVERSED TO TRUE
200900         GO TO 1116-EXIT
201000     END-IF.
201100     MOVE SPACES TO WS-REJECT-REASON.
201200     SET REVERSAL-IS-VALID TO TRUE.
201300 1116-EXIT.
201400     EXIT.
201500******************************************************************
201600* 1950-PRESCAN-REVERSALS                                        *
201700*     READS TRANIN ONCE AHEAD OF THE RUN TO COLLECT THE         *
201800*     REFERENCES NAMED BY REVERSAL TRANSACTIONS, THEN REOPENS   *
201900*     IT FOR THE RUN PROPER.  THE TABLE IS SORTED AND CLEARED   *
202000*     OF REPEATS SO THE AUDIT HISTORY LOAD, THE RESTART         *
202100*     RELOAD, AND THIS RUN'S OWN POSTINGS CAN RECORD EACH       *
202200*     TARGET'S RESULT AND FEE WITH A BINARY SEARCH - ONLY THE   *
202300*     ITEMS ACTUALLY BEING REVERSED ARE HELD, NOT THE WHOLE     *
202400*     HISTORY.                                                  *
202500******************************************************************
202600 1950-PRESCAN-REVERSALS.
202700     MOVE ZERO TO WS-REV-COUNT.
202800     PERFORM 1955-PRESCAN-TRAN-RECORD THRU 1955-EXIT
202900         UNTIL END-OF-PRESCAN.
203000     CLOSE TRAN-FILE.
203100     OPEN INPUT TRAN-FILE.
203200     IF WS-TRAN-FILE-STATUS NOT = "00"
203300         MOVE "TRANIN" TO WS-IOERR-FILE-NAME
203400         MOVE WS-TRAN-FILE-STATUS TO WS-IOERR-STATUS
203500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
203600     END-IF.
203700     IF WS-REV-COUNT = ZERO
203800         GO TO 1950-EXIT
203900     END-IF.
204000     SORT WS-REV-ENTRY ON ASCENDING KEY WS-REV-ORIG-REF.
204100     MOVE 1 TO WS-REV-KEEP.
204200     PERFORM 1958-DROP-REPEATED-TARGET THRU 1958-EXIT
204300         VARYING WS-REV-SUB FROM 2 BY 1
204400         UNTIL WS-REV-SUB > WS-REV-COUNT.
204500     MOVE WS-REV-KEEP TO WS-REV-COUNT.
204600 1950-EXIT.
204700     EXIT.
204800******************************************************************
204900* 1955-PRESCAN-TRAN-RECORD                                      *
205000*     READS ONE TRANIN RECORD DURING THE PRE-SCAN AND TABLES    *
205100*     THE TARGET REFERENCE OF A REVERSAL DETAIL.                *
205200******************************************************************
205300 1955-PRESCAN-TRAN-RECORD.
205400     READ TRAN-FILE
205500         AT END
205600             SET END-OF-PRESCAN TO TRUE
205700         NOT AT END
205800             IF NOT TR-BATCH-HEADER
205900                 AND NOT TR-BATCH-TRAILER
206000                 AND TR-REVERSAL
206100                 AND TR-ORIG-REFERENCE NOT = SPACES
206200                 PERFORM 1956-ADD-REVERSAL-TARGET THRU 1956-EXIT
206300             END-IF
206400     END-READ.
206500     IF WS-TRAN-FILE-STATUS NOT = "00"
206600         AND WS-TRAN-FILE-STATUS NOT = "10"
206700         MOVE "TRANIN" TO WS-IOERR-FILE-NAME
206800         MOVE WS-TRAN-FILE-STATUS TO WS-IOERR-STATUS
206900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
207000     END-IF.
207100 1955-EXIT.
207200     EXIT.
207300******************************************************************
207400* 1956-ADD-REVERSAL-TARGET                                      *
207500*     ADDS ONE TARGET REFERENCE TO THE REVERSAL TABLE, NOT YET  *
207600*     FOUND AND NOT YET REVERSED.                               *
207700******************************************************************
207800 1956-ADD-REVERSAL-TARGET.
207900     IF WS-REV-COUNT >= WS-REV-TABLE-MAX
208000         PERFORM 1957-REVERSAL-TABLE-FULL THRU 1957-EXIT
208100     END-IF.
208200     ADD 1 TO WS-REV-COUNT.
208300     MOVE TR-ORIG-REFERENCE TO WS-REV-ORIG-REF (WS-REV-COUNT).
208400     MOVE "N"    TO WS-REV-FOUND-FLAG  (WS-REV-COUNT)
208500                    WS-REV-DONE-FLAG   (WS-REV-COUNT).
208600     MOVE SPACES TO WS-REV-TRAN-CODE   (WS-REV-COUNT)
208700                    WS-REV-OPERATION   (WS-REV-COUNT)
208800                    WS-REV-ACCOUNT     (WS-REV-COUNT)
208900                    WS-REV-GL-ACCT     (WS-REV-COUNT)
209000                    WS-REV-FEE-GL-ACCT (WS-REV-COUNT).
209100     MOVE ZERO   TO WS-REV-NUM-X       (WS-REV-COUNT)
209200                    WS-REV-NUM-Y       (WS-REV-COUNT)
209300                    WS-REV-NUM-SUM     (WS-REV-COUNT)
209400                    WS-REV-FEE-AMOUNT  (WS-REV-COUNT).
209500 1956-EXIT.
209600     EXIT.
209700******************************************************************
209800* 1957-REVERSAL-TABLE-FULL                                      *
209900*     MORE REVERSALS THAN THE TABLE HOLDS ENDS THE RUN BEFORE   *
210000*     ANYTHING POSTS - REVERSING SOME AND SUSPENDING THE REST   *
210100*     AS UNKNOWN WOULD SEND GOOD REVERSALS TO THE REPAIR        *
210200*     QUEUE.  A DAY WITH THAT MANY REVERSALS NEEDS LOOKING AT   *
210300*     BEFORE IT RUNS.                                           *
210400******************************************************************
210500 1957-REVERSAL-TABLE-FULL.
210600     DISPLAY "ENZAN - REVERSAL TABLE FULL AT "
210700         WS-REV-TABLE-MAX " ENTRIES - RUN ENDED".
210800     MOVE "REVERSAL TABLE FULL - ABNORMAL END - RC 16"
210900         TO WS-RLG-TEXT.
211000     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
211100     IF NOT RUN-LOG-DISABLED
211200         CLOSE RUN-LOG-FILE
211300     END-IF.
211400     MOVE 16 TO RETURN-CODE.
211450     PERFORM 9800-WRITE-STEP-STATUS THRU 9800-EXIT.
211500     STOP RUN.
211600 1957-EXIT.
211700     EXIT.
211800******************************************************************
211900* 1958-DROP-REPEATED-TARGET                                     *
212000*     KEEPS ONE TABLE ENTRY PER TARGET REFERENCE - A REPEATED   *
212100*     REVERSAL IN THE SAME INPUT IS CAUGHT LATER AS ALREADY     *
212200*     REVERSED.                                                 *
212300******************************************************************
212400 1958-DROP-REPEATED-TARGET.
212500     IF WS-REV-ORIG-REF (WS-REV-SUB)
212600             NOT = WS-REV-ORIG-REF (WS-REV-KEEP)
212700         ADD 1 TO WS-REV-KEEP
212800         MOVE WS-REV-ENTRY (WS-REV-SUB)
212850             TO WS-REV-ENTRY (WS-REV-KEEP)
212900     END-IF.
213000 1958-EXIT.
213100     EXIT.
213200******************************************************************
213300* 1960-NOTE-REVERSAL-TARGET                                     *
213400*     RECORDS ONE AUDIT RECORD (HISTORY, RESTART RELOAD, OR     *
213500*     THIS RUN'S OWN) AGAINST THE REVERSAL TABLE.  A BASE       *
213600*     RECORD FOR A TARGET REFERENCE SAVES ITS OPERATION,        *
213700*     OPERANDS, RESULT, AND ACCOUNTS; THE FEE RECORD THAT       *
213800*     FOLLOWS IT SAVES THE FEE AND FEE GL ACCOUNT.  A REVERSAL  *
213900*     RECORD MARKS ITS TARGET REVERSED, WHICHEVER ORDER THE     *
214000*     TWO ARE READ IN.                                          *
214100******************************************************************
214200 1960-NOTE-REVERSAL-TARGET.
214300     IF RVA-ORIG-REFERENCE NOT = SPACES
214400         IF RVA-OPERATION NOT = "FEE"
214500             MOVE RVA-ORIG-REFERENCE TO WS-REV-SEARCH-REF
214600             PERFORM 1965-FIND-REVERSAL-ENTRY THRU 1965-EXIT
214700             IF REVERSAL-ENTRY-FOUND
214800                 MOVE "Y" TO WS-REV-DONE-FLAG (WS-REV-SUB)
214900             END-IF
215000         END-IF
215100         GO TO 1960-EXIT
215200     END-IF.
215300     IF RVA-REFERENCE = SPACES
215400         GO TO 1960-EXIT
215500     END-IF.
215600     MOVE RVA-REFERENCE TO WS-REV-SEARCH-REF.
215700     PERFORM 1965-FIND-REVERSAL-ENTRY THRU 1965-EXIT.
215800     IF REVERSAL-ENTRY-NOT-FOUND
215900         GO TO 1960-EXIT
216000     END-IF.
216100     IF RVA-OPERATION = "FEE"
216200         MOVE RVA-NUM-SUM TO WS-REV-FEE-AMOUNT (WS-REV-SUB)
216300         MOVE RVA-GL-POSTING-ACCT
216350             TO WS-REV-FEE-GL-ACCT (WS-REV-SUB)
216400         GO TO 1960-EXIT
216500     END-IF.
216600     EVALUATE RVA-OPERATION
216700         WHEN "ADD"      MOVE "A" TO WS-REV-TRAN-CODE (WS-REV-SUB)
216800         WHEN "SUBTRACT" MOVE "S" TO WS-REV-TRAN-CODE (WS-REV-SUB)
216900         WHEN "MULTIPLY" MOVE "M" TO WS-REV-TRAN-CODE (WS-REV-SUB)
217000         WHEN "DIVIDE"   MOVE "D" TO WS-REV-TRAN-CODE (WS-REV-SUB)
217100         WHEN OTHER      GO TO 1960-EXIT
217200     END-EVALUATE.
217300     MOVE "Y"                 TO WS-REV-FOUND-FLAG (WS-REV-SUB).
217400     MOVE RVA-OPERATION       TO WS-REV-OPERATION  (WS-REV-SUB).
217500     MOVE RVA-NUM-X           TO WS-REV-NUM-X      (WS-REV-SUB).
217600     MOVE RVA-NUM-Y           TO WS-REV-NUM-Y      (WS-REV-SUB).
217700     MOVE RVA-NUM-SUM         TO WS-REV-NUM-SUM    (WS-REV-SUB).
217800     MOVE RVA-ACCOUNT-NUMBER  TO WS-REV-ACCOUNT    (WS-REV-SUB).
217900     MOVE RVA-GL-POSTING-ACCT TO WS-REV-GL-ACCT    (WS-REV-SUB).
218000     MOVE ZERO   TO WS-REV-FEE-AMOUNT  (WS-REV-SUB).
218100     MOVE SPACES TO WS-REV-FEE-GL-ACCT (WS-REV-SUB).
218200 1960-EXIT.
218300     EXIT.
218400******************************************************************
218500* 1965-FIND-REVERSAL-ENTRY                                      *
218600*     BINARY SEARCH OF THE REVERSAL TABLE FOR WS-REV-SEARCH-    *
218700*     REF - WS-REV-SUB POINTS AT THE ENTRY WHEN IT IS FOUND.    *
218800******************************************************************
218900 1965-FIND-REVERSAL-ENTRY.
219000     SET REVERSAL-ENTRY-NOT-FOUND TO TRUE.
219100     IF WS-REV-COUNT = ZERO
219200         GO TO 1965-EXIT
219300     END-IF.
219400     SEARCH ALL WS-REV-ENTRY
219500         AT END
219600             CONTINUE
219700         WHEN WS-REV-ORIG-REF (WS-REV-IDX) = WS-REV-SEARCH-REF
219800             SET REVERSAL-ENTRY-FOUND TO TRUE
219900             SET WS-REV-SUB TO WS-REV-IDX
220000     END-SEARCH.
220100 1965-EXIT.
220200     EXIT.
220300******************************************************************
220400* 6500-REVERSAL-STEP                                            *
220500*     BACKS OUT THE ITEM NAMED BY THE REVERSAL, FOUND AND       *
220600*     PROVED BY 1116-CHECK-REVERSAL.  THE ORIGINAL'S            *
220700*     OPERATION, TRAN CODE, OPERANDS, AND GL POSTING ACCOUNT    *
220800*     ARE POSTED AGAIN WITH THE RESULT NEGATED, SO THE          *
220900*     OPERATION'S TOTALS AND EVERY DOWNSTREAM BUCKET NET TO     *
221000*     ZERO; THE FEE IT WAS CHARGED IS NEGATED TO ITS OWN FEE    *
221100*     GL ACCOUNT RATHER THAN RE-RATED.  THE AUDIT AND GL        *
221200*     EXTRACT RECORDS CARRY THE ORIGINAL REFERENCE.             *
221300******************************************************************
221400 6500-REVERSAL-STEP.
221500     MOVE WS-REV-OPERATION (WS-REV-SUB) TO WS-DTL-OPERATION.
221600     MOVE WS-REV-TRAN-CODE (WS-REV-SUB) TO TRAN-CODE.
221700     MOVE WS-REV-NUM-X     (WS-REV-SUB) TO NUM-X.
221800     MOVE WS-REV-NUM-Y     (WS-REV-SUB) TO NUM-Y.
221900     MOVE WS-REV-GL-ACCT   (WS-REV-SUB) TO GL-POSTING-ACCT.
222000     SUBTRACT WS-REV-NUM-SUM (WS-REV-SUB) FROM ZERO
222050         GIVING NUM-SUM.
222100     SUBTRACT WS-REV-FEE-AMOUNT (WS-REV-SUB) FROM ZERO
222200         GIVING WS-REVERSAL-FEE.
222300     MOVE WS-REV-FEE-GL-ACCT (WS-REV-SUB) TO WS-REVERSAL-FEE-GL.
222400     MOVE TR-ORIG-REFERENCE TO WS-REVERSAL-ORIG-REF.
222500     EVALUATE TRUE
222600         WHEN TRAN-CODE-ADD
222700             ADD NUM-SUM TO WS-ADD-TOTAL
222800             ADD 1 TO WS-ADD-COUNT
222900         WHEN TRAN-CODE-SUBTRACT
223000             ADD NUM-SUM TO WS-SUBTRACT-TOTAL
223100             ADD 1 TO WS-SUBTRACT-COUNT
223200         WHEN TRAN-CODE-MULTIPLY
223300             ADD NUM-SUM TO WS-MULTIPLY-TOTAL
223400             ADD 1 TO WS-MULTIPLY-COUNT
223500         WHEN TRAN-CODE-DIVIDE
223600             ADD NUM-SUM TO WS-DIVIDE-TOTAL
223700             ADD 1 TO WS-DIVIDE-COUNT
223800     END-EVALUATE.
223900     ADD 1 TO WS-REVERSAL-COUNT.
224000     SET REVERSAL-IN-PROGRESS TO TRUE.
224100     PERFORM 7000-WRITE-DETAIL-LINE THRU 7000-EXIT.
224200     SET NO-REVERSAL-IN-PROGRESS TO TRUE.
224300     MOVE SPACES TO WS-REVERSAL-ORIG-REF.
224400 6500-EXIT.
224500     EXIT.
224600******************************************************************
224700* 7700-CHECK-HOLD-LIMIT                                         *
224800*     DECIDES WHETHER THE RESULT JUST COMPUTED MUST BE HELD     *
224900*     FOR APPROVAL INSTEAD OF POSTED.  THE ACCOUNT'S OWN LIMIT  *
225000*     APPLIES WHEN ONE IS SET, OTHERWISE THE CONTROL-CARD       *
225100*     LIMIT; A ZERO LIMIT HOLDS NOTHING.  A RESULT WHOSE        *
225200*     ABSOLUTE VALUE EXCEEDS THE LIMIT IS WRITTEN TO THE HELD-  *
225300*     ITEMS FILE.  A RECORD OUTSIDE ANY BATCH CARRYING THE      *
225400*     RELEASE FLAG SET BY HOLDAPR HAS ALREADY BEEN APPROVED     *
225500*     AND POSTS WITHOUT A SECOND HOLD.                          *
225600******************************************************************
225700 7700-CHECK-HOLD-LIMIT.
225800     IF TR-RELEASED-FROM-HOLD
225900         AND NOT BATCH-HEADER-SEEN
226000         SET ITEM-RELEASED TO TRUE
226100         ADD 1 TO WS-RELEASED-COUNT
226200         GO TO 7700-EXIT
226300     END-IF.
226400     IF WS-ACCT-HOLD-LIMIT > ZERO
226500         MOVE WS-ACCT-HOLD-LIMIT    TO WS-HOLD-LIMIT
226600         MOVE WS-ACCT-HOLD-KEYED-BY TO WS-HOLD-KEYED-BY
226700         MOVE "A"                   TO WS-HOLD-LIMIT-SOURCE
226800     ELSE
226900         MOVE CTL-HOLD-LIMIT        TO WS-HOLD-LIMIT
227000         MOVE CTL-HOLD-KEYED-BY     TO WS-HOLD-KEYED-BY
227100         MOVE "C"                   TO WS-HOLD-LIMIT-SOURCE
227200     END-IF.
227300     IF WS-HOLD-LIMIT = ZERO
227400         GO TO 7700-EXIT
227500     END-IF.
227600     IF NUM-SUM < ZERO
227700         SUBTRACT NUM-SUM FROM ZERO GIVING WS-HOLD-AMOUNT
227800     ELSE
227900         MOVE NUM-SUM TO WS-HOLD-AMOUNT
228000     END-IF.
228100     IF WS-HOLD-AMOUNT > WS-HOLD-LIMIT
228200         SET ITEM-HELD TO TRUE
228300         PERFORM 7720-WRITE-HELD-ITEM THRU 7720-EXIT
228400     END-IF.
228500 7700-EXIT.
228600     EXIT.
228700******************************************************************
228800* 7720-WRITE-HELD-ITEM                                          *
228900*     WRITES THE HELD ITEM - THE FULL TRANSACTION IMAGE, THE    *
229000*     COMPUTED NUM-SUM, THE LIMIT IT BROKE AND WHO KEYED THAT   *
229100*     LIMIT - AND PRINTS A HELD LINE IN PLACE OF THE DETAIL     *
229200*     LINE.  NOTHING IS POSTED, AUDITED OR ADDED TO THE PAGE    *
229300*     AND ACCOUNT TOTALS.                                       *
229400******************************************************************
229500 7720-WRITE-HELD-ITEM.
229600     MOVE SPACES               TO HELD-ITEM-RECORD.
229700     MOVE TRAN-RECORD          TO HLD-TRAN-DATA.
229800     MOVE NUM-SUM              TO HLD-NUM-SUM.
229900     MOVE WS-HOLD-LIMIT        TO HLD-HOLD-LIMIT.
230000     MOVE WS-HOLD-LIMIT-SOURCE TO HLD-LIMIT-SOURCE.
230100     MOVE WS-HOLD-KEYED-BY     TO HLD-KEYED-BY.
230200     MOVE WS-RUN-DATE          TO HLD-HOLD-DATE.
230300     MOVE WS-BATCH-NUMBER      TO HLD-BATCH-NUMBER.
230400     MOVE WS-DTL-OPERATION     TO HLD-OPERATION.
230500     WRITE HELD-ITEM-RECORD.
230600     IF WS-HOLD-FILE-STATUS NOT = "00"
230700         MOVE "HOLDFILE" TO WS-IOERR-FILE-NAME
230800         MOVE WS-HOLD-FILE-STATUS TO WS-IOERR-STATUS
230900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
231000     END-IF.
231100     ADD 1 TO WS-HELD-COUNT.
231200     ADD NUM-SUM TO WS-HELD-TOTAL.
231300     PERFORM 7050-CHECK-ACCOUNT-BREAK THRU 7050-EXIT.
231400     MOVE NUM-X         TO WS-DTL-NUM-X.
231500     MOVE NUM-Y         TO WS-DTL-NUM-Y.
231600     MOVE NUM-SUM       TO WS-DTL-NUM-SUM.
231700     MOVE WS-HOLD-LIMIT TO WS-DTL-HOLD-LIMIT.
231800     MOVE SPACES TO WS-PRINT-LINE.
231900     STRING WS-DTL-OPERATION  DELIMITED BY SIZE
232000            "  "              DELIMITED BY SIZE
232100            WS-DTL-NUM-X      DELIMITED BY SIZE
232200            "   "             DELIMITED BY SIZE
232300            WS-DTL-NUM-Y      DELIMITED BY SIZE
232400            "   "             DELIMITED BY SIZE
232500            WS-DTL-NUM-SUM    DELIMITED BY SIZE
232600            "   "             DELIMITED BY SIZE
232700            ACCT-NUMBER       DELIMITED BY SIZE
232800            "  HELD - OVER LIMIT " DELIMITED BY SIZE
232900            WS-DTL-HOLD-LIMIT DELIMITED BY SIZE
233000         INTO WS-PRINT-TEXT.
233100     IF WS-HOLD-LIMIT-SOURCE = "A"
233200         MOVE "ACCOUNT LIMIT"     TO WS-PRINT-TEXT (96:13)
233300     ELSE
233400         MOVE "CONTROL LIMIT"     TO WS-PRINT-TEXT (96:13)
233500     END-IF.
233600     WRITE REPORT-RECORD FROM WS-PRINT-LINE
233700         AFTER ADVANCING 1 LINE.
233800     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
233900     ADD 1 TO WS-LINE-COUNT.
234000     IF WS-LINE-COUNT >= WS-MAX-LINES
234100         PERFORM 7100-WRITE-PAGE-TOTAL THRU 7100-EXIT
234200         PERFORM 1200-WRITE-HEADINGS   THRU 1200-EXIT
234300     END-IF.
234400 7720-EXIT.
234500     EXIT.
234600******************************************************************
234700* 1122-CHECK-GL-ACCOUNTS                                        *
234800*     PROVES THE GL ACCOUNTS AN ITEM ON AN ACTIVE ACCOUNT WILL  *
234900*     POST TO AGAINST THE GL CHART OF ACCOUNTS - THE ACCOUNT'S  *
235000*     GL POSTING ACCOUNT, AND, WHEN A RATE IS IN EFFECT FOR     *
235100*     THE ITEM, THE FEE INCOME GL ACCOUNT ON THAT RATE ROW.     *
235200*     AN ACCOUNT NOT ON THE CHART, OR CLOSED ON IT, SETS THE    *
235300*     REJECT REASON AND MARKS THE ACCOUNT NOT VALID, SO THE     *
235400*     ITEM GOES TO SUSPENSE INSTEAD OF BEING REFUSED BY THE GL  *
235500*     SYSTEM DAYS LATER.  A REVERSAL POSTS THE FEE OF THE ITEM  *
235600*     IT REVERSES, SO ITS OWN CODE IS NOT PRICED HERE.          *
235700******************************************************************
235800 1122-CHECK-GL-ACCOUNTS.
235900     MOVE GL-POSTING-ACCT TO WS-GL-CHECK-ACCT.
236000     PERFORM 1123-READ-GL-CHART THRU 1123-EXIT.
236100     IF GL-CHECK-NOT-ON-CHART
236200         SET REJECT-GL-NOT-ON-CHART TO TRUE
236300         SET ACCOUNT-NOT-VALID TO TRUE
236400         GO TO 1122-EXIT
236500     END-IF.
236600     IF GL-CHECK-CLOSED
236700         SET REJECT-GL-CLOSED TO TRUE
236800         SET ACCOUNT-NOT-VALID TO TRUE
236900         GO TO 1122-EXIT
237000     END-IF.
237100     IF RATE-TABLE-ABSENT
237200         OR TRAN-CODE-REVERSAL
237300         GO TO 1122-EXIT
237400     END-IF.
237500     MOVE ACCT-NUMBER TO WS-RATE-SEARCH-ACCT.
237600     PERFORM 7520-FIND-RATE-IN-EFFECT THRU 7520-EXIT.
237700     IF NO-RATE-IN-EFFECT
237800         MOVE "*DEFAULT" TO WS-RATE-SEARCH-ACCT
237900         PERFORM 7520-FIND-RATE-IN-EFFECT THRU 7520-EXIT
238000     END-IF.
238100     IF NO-RATE-IN-EFFECT
238200         GO TO 1122-EXIT
238300     END-IF.
238400     MOVE WS-RATE-GL-ACCT TO WS-GL-CHECK-ACCT.
238500     PERFORM 1123-READ-GL-CHART THRU 1123-EXIT.
238600     IF GL-CHECK-NOT-ON-CHART
238700         SET REJECT-FEE-GL-NOT-ON-CHART TO TRUE
238800         SET ACCOUNT-NOT-VALID TO TRUE
238900     END-IF.
239000     IF GL-CHECK-CLOSED
239100         SET REJECT-FEE-GL-CLOSED TO TRUE
239200         SET ACCOUNT-NOT-VALID TO TRUE
239300     END-IF.
239400 1122-EXIT.
239500     EXIT.
239600******************************************************************
239700* 1123-READ-GL-CHART                                            *
239800*     LOOKS UP THE GL ACCOUNT IN WS-GL-CHECK-ACCT ON THE GL     *
239900*     CHART OF ACCOUNTS AND SETS THE CHECK SWITCH - OPEN, NOT   *
240000*     ON THE CHART, OR CLOSED.                                  *
240100******************************************************************
240200 1123-READ-GL-CHART.
240300     SET GL-CHECK-OPEN TO TRUE.
240400     MOVE WS-GL-CHECK-ACCT TO GLA-GL-ACCOUNT.
240500     READ GL-CHART-FILE
240600         INVALID KEY
240700             SET GL-CHECK-NOT-ON-CHART TO TRUE
240800         NOT INVALID KEY
240900             IF GLA-ACCOUNT-CLOSED
241000                 SET GL-CHECK-CLOSED TO TRUE
241100             END-IF
241200     END-READ.
241300     IF WS-GLA-FILE-STATUS NOT = "00"
241400         AND WS-GLA-FILE-STATUS NOT = "23"
241500         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
241600         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
241700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
241800     END-IF.
241900 1123-EXIT.
242000     EXIT.
242100******************************************************************
242200* 1660-OPEN-GL-CHART                                            *
242300*     OPENS THE GL CHART OF ACCOUNTS.  LIKE THE ACCOUNT MASTER  *
242400*     THE CHART IS NOT OPTIONAL - WITHOUT IT NO POSTING         *
242500*     ACCOUNT CAN BE PROVED, SO THE RUN STOPS BEFORE ANY        *
242600*     RECORD IS READ.                                           *
242700******************************************************************
242800 1660-OPEN-GL-CHART.
242900     OPEN INPUT GL-CHART-FILE.
243000     IF WS-GLA-FILE-STATUS NOT = "00"
243100         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
243200         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
243300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
243400     END-IF.
243500 1660-EXIT.
243600     EXIT.
243700******************************************************************
243800* 1135-CHECK-BUREAU                                             *
243900*     PROVES THE BATCH HEADER JUST READ AGAINST THE BUREAU      *
244000*     REGISTRY (BUREAUMST).  THE SOURCE MUST BE ON THE          *
244100*     REGISTRY AND ACTIVE (REASON 15), AND THE BATCH NUMBER     *
244200*     MUST BE THE ONE AFTER THE LAST RECEIVED FROM THAT SOURCE  *
244300*     - A NUMBER ALREADY RECEIVED IS REASON 16, A GAP OR A      *
244400*     NUMBER THAT IS ZERO OR NOT NUMERIC IS REASON 17.  A       *
244500*     SOURCE WITH NO BATCH YET RECEIVED TAKES ANY NUMBER, AND   *
244600*     999999 IS FOLLOWED BY 000001.  ON A RESTART THE HEADER    *
244700*     THE REGISTRY WAS LAST STAMPED FROM IS RECOGNIZED BY ITS   *
244800*     RECORD NUMBER AND TAKEN AGAIN WITHOUT A SECOND STAMP.     *
244833*     A REFUSED HEADER IS LIKEWISE RECOGNIZED IN 1136 SO ITS    *
244866*     REFUSAL IS NOT COUNTED A SECOND TIME.                     *
244900******************************************************************
245000 1135-CHECK-BUREAU.
245100     SET BATCH-ACCEPTED TO TRUE.
245200     ACCEPT WS-BATCH-READ-TIME FROM TIME.
245300     MOVE BHR-SOURCE-ID TO BUR-SOURCE-ID.
245400     READ BUREAU-FILE
245500         INVALID KEY
245600             SET BATCH-SOURCE-UNKNOWN TO TRUE
245700     END-READ.
245800     IF WS-BUR-FILE-STATUS NOT = "00"
245900         AND WS-BUR-FILE-STATUS NOT = "23"
246000         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
246100         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
246200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
246300     END-IF.
246400     IF BATCH-SOURCE-UNKNOWN
246500         GO TO 1135-EXIT
246600     END-IF.
246700     IF NOT BUR-SOURCE-ACTIVE
246800         SET BATCH-SOURCE-UNKNOWN TO TRUE
246900         PERFORM 1136-STAMP-BUREAU THRU 1136-EXIT
247000         GO TO 1135-EXIT
247100     END-IF.
247200     IF BHR-BATCH-NUMBER NOT NUMERIC
247300         SET BATCH-OUT-OF-SEQUENCE TO TRUE
247400         PERFORM 1136-STAMP-BUREAU THRU 1136-EXIT
247500         GO TO 1135-EXIT
247600     END-IF.
247700     MOVE BHR-BATCH-NUMBER TO WS-BATCH-NUMBER-N.
247800     IF WS-RESTART-COUNT > ZERO
247900         AND WS-BATCH-NUMBER-N = BUR-LAST-BATCH-NUMBER
248000         AND BUR-LAST-BATCH-DATE = WS-RUN-DATE
248100         AND BUR-LAST-TRAN-RECORD = WS-RECORD-COUNT
248200         GO TO 1135-EXIT
248300     END-IF.
248400     IF BUR-LAST-BATCH-NUMBER = 999999
248500         MOVE 1 TO WS-NEXT-BATCH-NUMBER
248600     ELSE
248700         ADD 1 BUR-LAST-BATCH-NUMBER GIVING WS-NEXT-BATCH-NUMBER
248800     END-IF.
248900     EVALUATE TRUE
249000         WHEN WS-BATCH-NUMBER-N = ZERO
249100             SET BATCH-OUT-OF-SEQUENCE TO TRUE
249200         WHEN BUR-LAST-BATCH-NUMBER = ZERO
249300             CONTINUE
249400         WHEN WS-BATCH-NUMBER-N = WS-NEXT-BATCH-NUMBER
249500             CONTINUE
249600         WHEN WS-BATCH-NUMBER-N NOT > BUR-LAST-BATCH-NUMBER
249700             SET BATCH-NUMBER-REPEATED TO TRUE
249800         WHEN OTHER
249900             SET BATCH-OUT-OF-SEQUENCE TO TRUE
250000     END-EVALUATE.
250100     PERFORM 1136-STAMP-BUREAU THRU 1136-EXIT.
250200 1135-EXIT.
250300     EXIT.
250400******************************************************************
250500* 1136-STAMP-BUREAU                                             *
250600*     RECORDS THE HEADER ON THE BUREAU'S REGISTRY RECORD - THE  *
250700*     DAY'S COUNTS ARE RESTARTED ON THE FIRST BATCH OF A NEW    *
250800*     BUSINESS DAY.  AN ACCEPTED BATCH BECOMES THE LAST BATCH   *
250900*     RECEIVED AND THE FIRST OF THE DAY SETS THE RECEIPT TIME   *
251000*     THE END-OF-DAY REPORT (BUREOD) JUDGES AGAINST THE         *
251100*     CUTOFF.  A REFUSED BATCH IS ONLY COUNTED, SO THE NUMBER   *
251200*     EXPECTED NEXT IS UNCHANGED.                               *
251225*     THE REFUSED HEADER'S TRANIN RECORD NUMBER IS KEPT, SO A   *
251250*     RESTART THAT READS THE SAME HEADER AGAIN ON THE SAME      *
251275*     BUSINESS DAY LEAVES THE RECORD AS IT STANDS.              *
251300******************************************************************
251400 1136-STAMP-BUREAU.
251414     IF NOT BATCH-ACCEPTED
251428         AND WS-RESTART-COUNT > ZERO
251442         AND BUR-DAY-DATE = WS-RUN-DATE
251450         AND BUR-LAST-REFUSED-RECORD NUMERIC
251457         AND BUR-LAST-REFUSED-RECORD = WS-RECORD-COUNT
251471         GO TO 1136-EXIT
251485     END-IF.
251500     IF BUR-DAY-DATE NOT = WS-RUN-DATE
251600         MOVE WS-RUN-DATE TO BUR-DAY-DATE
251700         MOVE ZERO TO BUR-DAY-FIRST-HHMM
251800         MOVE ZERO TO BUR-DAY-FIRST-SS
251900         MOVE ZERO TO BUR-DAY-BATCH-COUNT
252000         MOVE ZERO TO BUR-DAY-REJECT-COUNT
252050         MOVE ZERO TO BUR-LAST-REFUSED-RECORD
252100     END-IF.
252200     IF BATCH-ACCEPTED
252300         IF BUR-DAY-BATCH-COUNT = ZERO
252400             MOVE WS-BRT-HHMM TO BUR-DAY-FIRST-HHMM
252500             MOVE WS-BRT-SS   TO BUR-DAY-FIRST-SS
252600         END-IF
252700         IF BUR-DAY-BATCH-COUNT < 999
252800             ADD 1 TO BUR-DAY-BATCH-COUNT
252900         END-IF
253000         MOVE WS-BATCH-NUMBER-N TO BUR-LAST-BATCH-NUMBER
253100         MOVE WS-RUN-DATE       TO BUR-LAST-BATCH-DATE
253200         COMPUTE BUR-LAST-BATCH-TIME =
253300             WS-BRT-HHMM * 100 + WS-BRT-SS
253400         MOVE WS-RECORD-COUNT   TO BUR-LAST-TRAN-RECORD
253500     ELSE
253600         IF BUR-DAY-REJECT-COUNT < 999
253700             ADD 1 TO BUR-DAY-REJECT-COUNT
253800         END-IF
253850         MOVE WS-RECORD-COUNT   TO BUR-LAST-REFUSED-RECORD
253900     END-IF.
254000     REWRITE BUREAU-RECORD.
254100     IF WS-BUR-FILE-STATUS NOT = "00"
254200         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
254300         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
254400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
254500     END-IF.
254600 1136-EXIT.
254700     EXIT.
254800******************************************************************
254900* 1137-REPORT-REFUSED-BATCH                                     *
255000*     CALLS OUT A BATCH THE BUREAU REGISTRY REFUSED ON THE      *
255100*     REPORT, THE CONSOLE AND THE RUN LOG.  NOTHING IN THE      *
255200*     BATCH IS EDITED OR POSTED - ITS DETAILS ARE RETURNED ON   *
255300*     ACKOUT UNDER THE BATCH REASON FOR THE BUREAU TO RESEND.   *
255400******************************************************************
255500 1137-REPORT-REFUSED-BATCH.
255600     ADD 1 TO WS-BATCHES-REJECTED.
255700     EVALUATE TRUE
255800         WHEN BATCH-SOURCE-UNKNOWN
255900             MOVE "SOURCE NOT ACTIVE ON BUREAU REGISTRY"
256000                 TO WS-BATCH-REJ-DESC
256100         WHEN BATCH-NUMBER-REPEATED
256200             MOVE "BATCH NUMBER ALREADY RECEIVED"
256300                 TO WS-BATCH-REJ-DESC
256400         WHEN OTHER
256500             MOVE "BATCH NUMBER OUT OF SEQUENCE"
256600                 TO WS-BATCH-REJ-DESC
256700     END-EVALUATE.
256800     IF WS-PAGE-NUMBER = ZERO
256900         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
257000     END-IF.
257100     MOVE SPACES TO WS-PRINT-LINE.
257200     STRING "*** BATCH " DELIMITED BY SIZE
257300            WS-BATCH-NUMBER DELIMITED BY SIZE
257400            " FROM " DELIMITED BY SIZE
257500            WS-BATCH-SOURCE DELIMITED BY SIZE
257600            " REFUSED - " DELIMITED BY SIZE
257700            WS-BATCH-REJ-DESC DELIMITED BY "  "
257800            " (REASON " DELIMITED BY SIZE
257900            WS-BATCH-REJ-REASON DELIMITED BY SIZE
258000            ") ***" DELIMITED BY SIZE
258100         INTO WS-PRINT-TEXT.
258200     WRITE REPORT-RECORD FROM WS-PRINT-LINE
258300         AFTER ADVANCING 2 LINES.
258400     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
258500     ADD 2 TO WS-LINE-COUNT.
258600     IF WS-LINE-COUNT >= WS-MAX-LINES
258700         PERFORM 7100-WRITE-PAGE-TOTAL THRU 7100-EXIT
258800         PERFORM 1200-WRITE-HEADINGS   THRU 1200-EXIT
258900     END-IF.
259000     DISPLAY "ENZAN - BATCH " WS-BATCH-NUMBER " FROM "
259100         WS-BATCH-SOURCE " REFUSED - " WS-BATCH-REJ-DESC.
259200     MOVE SPACES TO WS-RLG-TEXT.
259300     STRING "BATCH " DELIMITED BY SIZE
259400            WS-BATCH-NUMBER DELIMITED BY SIZE
259500            " REFUSED - " DELIMITED BY SIZE
259600            WS-BATCH-REJ-DESC DELIMITED BY "  "
259700         INTO WS-RLG-TEXT.
259800     PERFORM 8900-WRITE-RUN-LOG THRU 8900-EXIT.
259900 1137-EXIT.
260000     EXIT.
260100******************************************************************
260200* 1138-CAPTURE-REFUSED-DETAIL                                   *
260300*     SETS ONE DETAIL OF A REFUSED BATCH ASIDE FOR THE          *
260400*     ACKNOWLEDGMENT UNDER THE BATCH REASON.  IT IS NOT         *
260500*     WRITTEN TO SUSPENSE - RECYCLING IT WOULD POST A BATCH     *
260600*     THE BUREAU MAY HAVE ALREADY SENT.                         *
260700******************************************************************
260800 1138-CAPTURE-REFUSED-DETAIL.
260900     ADD 1 TO WS-BATCH-REJ-DETAILS.
261000     ADD 1 TO WS-BATCH-SUSP-COUNT.
261100     IF WS-ACK-REJ-COUNT < WS-ACK-REJ-MAX
261200         ADD 1 TO WS-ACK-REJ-COUNT
261300         MOVE TRAN-RECORD TO
261400             WS-ACK-REJ-IMAGE (WS-ACK-REJ-COUNT)
261500         MOVE WS-BATCH-REJ-REASON TO
261600             WS-ACK-REJ-REASON (WS-ACK-REJ-COUNT)
261700     ELSE
261800         SET ACK-TABLE-OVERFLOWED TO TRUE
261900     END-IF.
262000 1138-EXIT.
262100     EXIT.
262200******************************************************************
262300* 1147-CLOSE-REFUSED-BATCH                                      *
262400*     ENDS A BATCH THE BUREAU REGISTRY REFUSED - AT ITS         *
262500*     TRAILER, OR AT THE NEXT HEADER OR END OF FILE IF THE      *
262600*     TRAILER IS MISSING.  THE BALANCE VERDICT IS STILL WORKED  *
262700*     OUT FOR THE BUREAU'S INFORMATION, BUT THE BATCH IS NOT    *
262800*     COUNTED AS FAILED SINCE NOTHING IN IT WAS POSTED.  THE    *
262900*     ACKNOWLEDGMENT IS WRITTEN AND THE REGISTRY VERDICT        *
263000*     CLEARED FOR THE NEXT BATCH.                               *
263100******************************************************************
263200 1147-CLOSE-REFUSED-BATCH.
263300     IF BATCH-TRAILER-SEEN
263400         AND WS-DETAIL-COUNT = WS-EXPECTED-COUNT
263500         AND WS-HASH-NUM-X = WS-EXPECTED-HASH-X
263600         AND WS-HASH-NUM-Y = WS-EXPECTED-HASH-Y
263700         MOVE "B" TO WS-ACK-BAL-FLAG
263800     ELSE
263900         MOVE "O" TO WS-ACK-BAL-FLAG
264000     END-IF.
264100     IF ACK-TABLE-OVERFLOWED
264200         DISPLAY "ENZAN - REFUSED BATCH " WS-BATCH-NUMBER
264300             " IS LARGER THAN THE ACK CAPTURE - THE BUREAU MUST "
264400             "RESEND IT IN FULL"
264500     END-IF.
264600     PERFORM 1170-WRITE-BATCH-ACK THRU 1170-EXIT.
264700     SET BATCH-ACCEPTED TO TRUE.
264800 1147-EXIT.
264900     EXIT.
265000******************************************************************
265100* 1670-OPEN-BUREAU-MASTER                                       *
265200*     OPENS THE BUREAU REGISTRY FOR UPDATE.  LIKE THE GL CHART  *
265300*     THE REGISTRY IS NOT OPTIONAL - WITHOUT IT NO BATCH        *
265400*     HEADER CAN BE PROVED, SO THE RUN STOPS BEFORE ANY RECORD  *
265500*     IS READ.  IT IS LOADED THROUGH BURMNT.                    *
265600******************************************************************
265700 1670-OPEN-BUREAU-MASTER.
265800     OPEN I-O BUREAU-FILE.
265900     IF WS-BUR-FILE-STATUS NOT = "00"
266000         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
266100         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
266200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
266300     END-IF.
266400 1670-EXIT.
266500     EXIT.
266600******************************************************************
266700* 9800-WRITE-STEP-STATUS                                        *
266800*     APPENDS THE STEP STATUS RECORD FOR THIS RUN TO THE        *
266900*     DAY-END JOB CONTROL FILE (JOBCTL) - BUSINESS DATE, STEP   *
267000*     NAME, START AND END TIME, RECORD COUNTS AND THE FINAL     *
267100*     RETURN CODE - FOR THE EODGATE CHECKLIST.  PERFORMED AT    *
267200*     EVERY END OF JOB, CLEAN OR NOT.  THE FIRST STEP EVER      *
267300*     CREATES THE FILE.  A FILE THAT CANNOT BE OPENED OR        *
267400*     WRITTEN DOES NOT STOP THE STEP, BUT IS CALLED OUT ON THE  *
267500*     CONSOLE - THE GATE THEN FINDS THE STEP MISSING AND HOLDS  *
267600*     THE CALENDAR.  THE BUSINESS DATE IS THE ONE THE RUN       *
267700*     POSTED UNDER.  RECORDS READ ARE THE TRANSACTION DETAILS   *
267800*     PROCESSED, WRITTEN THE CALCULATIONS POSTED, REJECTED THE  *
267900*     ITEMS SUSPENDED OR RAISED AS EXCEPTIONS.                  *
268000******************************************************************
268100 9800-WRITE-STEP-STATUS.
268200     OPEN EXTEND JOB-CONTROL-FILE.
268300     IF WS-JCT-FILE-STATUS = "35"
268400         OPEN OUTPUT JOB-CONTROL-FILE
268500     END-IF.
268600     IF WS-JCT-FILE-STATUS NOT = "00"
268700         DISPLAY "ENZAN - JOB CONTROL (JOBCTL) CANNOT BE "
268800             "OPENED - STATUS " WS-JCT-FILE-STATUS
268900             " - STEP STATUS NOT WRITTEN"
269000         GO TO 9800-EXIT
269100     END-IF.
269200     MOVE SPACES             TO JOB-STEP-RECORD.
269300     MOVE WS-RUN-DATE        TO JCT-BUSINESS-DATE.
269400     MOVE "ENZAN"            TO JCT-STEP-NAME.
269500     MOVE WS-RUN-DATE        TO JCT-RUN-DATE.
269600     MOVE WS-RUN-TIME        TO JCT-START-TIME.
269700     ACCEPT WS-STEP-END-TIME FROM TIME.
269800     MOVE WS-STEP-END-TIME   TO JCT-END-TIME.
269900     MOVE WS-TRAN-DETAIL-COUNT
270000                             TO JCT-RECORDS-READ.
270100     ADD WS-ADD-COUNT WS-SUBTRACT-COUNT WS-MULTIPLY-COUNT
270200         WS-DIVIDE-COUNT GIVING JCT-RECORDS-WRITTEN.
270300     ADD WS-SUSPENSE-COUNT WS-EXCEPTION-COUNT
270400         GIVING JCT-RECORDS-REJECTED.
270500     MOVE RETURN-CODE        TO JCT-RETURN-CODE.
270550     MOVE WS-STEP-STREAM     TO JCT-STREAM-NUMBER.
270600     WRITE JOB-STEP-RECORD.
270700     IF WS-JCT-FILE-STATUS NOT = "00"
270800         DISPLAY "ENZAN - JOB CONTROL (JOBCTL) WRITE FAILED - "
270900             "STATUS " WS-JCT-FILE-STATUS
271000             " - STEP STATUS NOT WRITTEN"
271100     END-IF.
271200     CLOSE JOB-CONTROL-FILE.
271300 9800-EXIT.
271400     EXIT.
271500 END PROGRAM ENZAN.
