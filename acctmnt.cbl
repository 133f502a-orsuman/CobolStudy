002200*                 EQUALS CARDS APPLIED PLUS CARDS REJECTED.      *
002300*                 THE FIRST MAINTENANCE RUN EVER CREATES THE     *
002400*                 MASTER.                                        *
002419* 2026-10-09 KT   ACCOUNT HOLD LIMITS - AN ADD OR CHANGE CARD    *
002439*                 MAY CARRY A HOLD LIMIT AND THE USER ID KEYING  *
002459*                 IT.  THE LIMIT REPLACES THE CONTROL CARD LIMIT *
002479*                 FOR THE ACCOUNT IN ENZAN (ZEROS REMOVE IT,     *
002499*                 BLANKS LEAVE IT ALONE); THE USER ID IS KEPT ON *
002519*                 THE MASTER SO HOLDAPR CAN REFUSE AN APPROVAL   *
002539*                 BY THE SAME PERSON.  A NON-NUMERIC LIMIT OR A  *
002559*                 LIMIT WITH NO USER ID REJECTS THE CARD.  THE   *
002579*                 REGISTER SHOWS THE LIMIT BEFORE AND AFTER.     *
002581* 2026-10-12 KT   GL CHART OF ACCOUNTS - THE GL POSTING ACCOUNT  *
002583*                 ON AN ADD, AND ON A CHANGE THAT CARRIES ONE,   *
002585*                 MUST BE ON THE GL CHART (GLCHART) AND OPEN ON  *
002587*                 IT, AND A REOPEN IS REFUSED WHILE THE          *
002590*                 ACCOUNT'S GL POSTING ACCOUNT IS OFF THE CHART  *
002592*                 OR CLOSED, SO A MISKEYED GL ACCOUNT IS CAUGHT  *
002594*                 HERE INSTEAD OF BY THE GL SYSTEM.  THE CHART   *
002596*                 IS NOT OPTIONAL.                               *
002599******************************************************************
002600 ENVIRONMENT     DIVISION.
002700 INPUT-OUTPUT    SECTION.
002800 FILE-CONTROL.
003400                         ACCESS MODE IS RANDOM
003500                         RECORD KEY IS ACM-ACCOUNT-NUMBER
003600                         FILE STATUS IS WS-ACCT-FILE-STATUS.
003616     SELECT GL-CHART-FILE  ASSIGN TO "GLCHART"
003633                         ORGANIZATION IS INDEXED
003650                         ACCESS MODE IS RANDOM
003666                         RECORD KEY IS GLA-GL-ACCOUNT
003683                         FILE STATUS IS WS-GLA-FILE-STATUS.
003700     SELECT REGISTER-FILE  ASSIGN TO "MNTRPT"
003800                         ORGANIZATION IS SEQUENTIAL
003900                         FILE STATUS IS WS-REG-FILE-STATUS.
004800 FD  ACCOUNT-FILE
004900     LABEL RECORDS ARE STANDARD.
005000           COPY ACCTREC.
005025 FD  GL-CHART-FILE
005050     LABEL RECORDS ARE STANDARD.
005075           COPY GLAREC.
005100 FD  REGISTER-FILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORD CONTAINS 133 CHARACTERS.
006500                                 PIC X(01)   VALUE "N".
006600             88  ACCOUNT-ON-MASTER            VALUE "Y".
006700             88  ACCOUNT-NOT-ON-MASTER        VALUE "N".
006725         03  WS-GL-VALID-SWITCH  PIC X(01)   VALUE "N".
006750             88  GL-ACCOUNT-IS-VALID          VALUE "Y".
006775             88  GL-ACCOUNT-NOT-VALID         VALUE "N".
006800         03  WS-REJECT-REASON    PIC X(02)   VALUE SPACES.
006900             88  REJECT-BAD-ACTION            VALUE "11".
007000             88  REJECT-DUPLICATE-ADD         VALUE "12".
007200             88  REJECT-ALREADY-CLOSED        VALUE "14".
007300             88  REJECT-ALREADY-ACTIVE        VALUE "15".
007400             88  REJECT-NAME-MISSING          VALUE "16".
007433             88  REJECT-BAD-HOLD-LIMIT        VALUE "17".
007466             88  REJECT-HOLD-USER-MISSING     VALUE "18".
007477             88  REJECT-GL-NOT-ON-CHART       VALUE "19".
007488             88  REJECT-GL-CLOSED             VALUE "20".
007500 01  WS-FILE-STATUS-FIELDS.
007600         03  WS-MNT-FILE-STATUS  PIC X(02)   VALUE "00".
007700         03  WS-ACCT-FILE-STATUS PIC X(02)   VALUE "00".
007800         03  WS-REG-FILE-STATUS  PIC X(02)   VALUE "00".
007900         03  WS-REJ-FILE-STATUS  PIC X(02)   VALUE "00".
007950         03  WS-GLA-FILE-STATUS  PIC X(02)   VALUE "00".
008000 01  WS-IO-ERROR-FIELDS.
008100         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
008200         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
009300             VALUE "15REOPEN - ACCOUNT ALREADY ACTIVE".
009400         03  FILLER  PIC X(37)
009500             VALUE "16ADD - ACCOUNT NAME IS BLANK".
009520         03  FILLER  PIC X(37)
009540             VALUE "17HOLD LIMIT IS NOT NUMERIC".
009560         03  FILLER  PIC X(37)
009580             VALUE "18HOLD LIMIT - KEYING USER ID BLANK".
009584         03  FILLER  PIC X(37)
009588             VALUE "19GL POSTING ACCOUNT NOT ON GL CHART".
009592         03  FILLER  PIC X(37)
009596             VALUE "20GL POSTING ACCOUNT CLOSED ON CHART".
009600 01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
009700         03  WS-REASON-ENTRY     OCCURS 10 TIMES.
009800             05  WS-REASON-CODE  PIC X(02).
009900             05  WS-REASON-DESC  PIC X(35).
010000 01  WS-REASON-CONTROLS.
010100         03  WS-REASON-LOOKUP    PIC 9(02)       VALUE ZERO.
010150         03  WS-GL-CHECK-ACCT    PIC X(08)       VALUE SPACES.
010200 01  WS-BEFORE-IMAGE.
010300         03  WS-BEF-ACCOUNT      PIC X(08).
010400         03  WS-BEF-NAME         PIC X(30).
010500         03  WS-BEF-STATUS       PIC X(01).
010600         03  WS-BEF-GL-ACCT      PIC X(08).
010616         03  WS-BEF-HOLD-LIMIT-X PIC X(11).
010633         03  WS-BEF-HOLD-LIMIT REDEFINES WS-BEF-HOLD-LIMIT-X
010650                                 PIC 9(09)V9(02).
010666         03  WS-BEF-HOLD-KEYED-BY
010683                                 PIC X(08).
010700 01  WS-WORK-COUNTS.
010800         03  WS-CARD-READ-COUNT  PIC 9(05) COMP  VALUE ZERO.
010900         03  WS-APPLIED-COUNT    PIC 9(05) COMP  VALUE ZERO.
011200         03  WS-CHANGE-COUNT     PIC 9(05) COMP  VALUE ZERO.
011300         03  WS-CLOSE-COUNT      PIC 9(05) COMP  VALUE ZERO.
011400         03  WS-REOPEN-COUNT     PIC 9(05) COMP  VALUE ZERO.
011450         03  WS-HOLD-LIMIT-COUNT PIC 9(05) COMP  VALUE ZERO.
011500         03  WS-PROOF-COUNT      PIC 9(05) COMP  VALUE ZERO.
011600 01  WS-REPORT-CONTROLS.
011700         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
015000         03  WS-DSP-CHANGES      PIC ZZZZ9.
015100         03  WS-DSP-CLOSES       PIC ZZZZ9.
015200         03  WS-DSP-REOPENS      PIC ZZZZ9.
015220         03  WS-DSP-HOLD-LIMITS  PIC ZZZZ9.
015240         03  WS-DSP-LIMIT-AMOUNT PIC ZZZZZZZZ9.99.
015260         03  WS-DSP-LIMIT-BEFORE PIC X(12).
015280         03  WS-DSP-LIMIT-AFTER  PIC X(12).
015300 PROCEDURE       DIVISION.
015400******************************************************************
015500* 0000-MAIN-PROCEDURE                                           *
016600     EXIT.
016700******************************************************************
016800* 1000-INITIALIZE                                               *
016900*     CAPTURES THE RUN DATE/TIME, OPENS THE CARD, MASTER, GL    *
017000*     CHART, AND PRINT FILES, AND WRITES THE REGISTER AND       *
017100*     REJECT LISTING HEADINGS.                                  *
017200******************************************************************
017300 1000-INITIALIZE.
017400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
018100     END-IF.
018200     PERFORM 1600-OPEN-ACCOUNT-MASTER THRU 1600-EXIT.
018214     OPEN INPUT GL-CHART-FILE.
018228     IF WS-GLA-FILE-STATUS NOT = "00"
018242         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
018257         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
018271         PERFORM 9900-IO-ERROR THRU 9900-EXIT
018285     END-IF.
018300     OPEN OUTPUT REGISTER-FILE.
018400     IF WS-REG-FILE-STATUS NOT = "00"
018500         MOVE "MNTRPT" TO WS-IOERR-FILE-NAME
024400*     STOOD BEFORE THE CARD.  THE FIRST EDIT THAT FAILS SETS    *
024500*     THE REJECT REASON AND ROUTES THE CARD TO THE REJECT       *
024600*     LISTING.                                                  *
024633*     A HOLD LIMIT ON AN ADD OR CHANGE CARD MUST BE NUMERIC     *
024666*     AND MUST CARRY THE USER ID OF THE PERSON KEYING IT.       *
024700******************************************************************
024800 2100-EDIT-AND-APPLY.
024900     IF NOT VALID-MNT-ACTION
025100         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
025200         GO TO 2100-EXIT
025300     END-IF.
025307     IF (MNT-ACTION-ADD OR MNT-ACTION-CHANGE)
025314         AND MNT-HOLD-LIMIT-X NOT = SPACES
025321         IF MNT-HOLD-LIMIT-X NOT NUMERIC
025328             SET REJECT-BAD-HOLD-LIMIT TO TRUE
025335             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
025342             GO TO 2100-EXIT
025350         END-IF
025357         IF MNT-USER-ID = SPACES
025364             SET REJECT-HOLD-USER-MISSING TO TRUE
025371             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
025378             GO TO 2100-EXIT
025385         END-IF
025392     END-IF.
025400     PERFORM 3500-READ-MASTER THRU 3500-EXIT.
025500     EVALUATE TRUE
025600         WHEN MNT-ACTION-ADD
026400     END-EVALUATE.
026500 2100-EXIT.
026600     EXIT.
026603******************************************************************
026607* 2200-CHECK-GL-ACCOUNT                                         *
026610*     VERIFIES THE GL POSTING ACCOUNT IN WS-GL-CHECK-ACCT       *
026614*     AGAINST THE GL CHART OF ACCOUNTS - AN ACCOUNT NOT ON THE  *
026617*     CHART, OR CLOSED ON IT, SETS ITS REJECT REASON.           *
026621******************************************************************
026625 2200-CHECK-GL-ACCOUNT.
026628     SET GL-ACCOUNT-NOT-VALID TO TRUE.
026632     MOVE WS-GL-CHECK-ACCT TO GLA-GL-ACCOUNT.
026635     READ GL-CHART-FILE
026639         INVALID KEY
026642             SET REJECT-GL-NOT-ON-CHART TO TRUE
026646         NOT INVALID KEY
026650             IF GLA-ACCOUNT-OPEN
026653                 SET GL-ACCOUNT-IS-VALID TO TRUE
026657             ELSE
026660                 SET REJECT-GL-CLOSED TO TRUE
026664             END-IF
026667     END-READ.
026671     IF WS-GLA-FILE-STATUS NOT = "00"
026675         AND WS-GLA-FILE-STATUS NOT = "23"
026678         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
026682         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
026685         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026689     END-IF.
026692 2200-EXIT.
026696     EXIT.
026700******************************************************************
026800* 3000-APPLY-ADD                                                *
026900*     ADDS A NEW ACCOUNT.  AN ACCOUNT ALREADY ON THE MASTER OR  *
027000*     A BLANK ACCOUNT NAME REJECTS THE CARD, AS DOES A GL       *
027050*     POSTING ACCOUNT NOT OPEN ON THE GL CHART.  A NEW ACCOUNT  *
027100*     IS WRITTEN ACTIVE, WITH THE CARD'S HOLD LIMIT IF IT       *
027150*     CARRIES ONE.                                              *
027200******************************************************************
027300 3000-APPLY-ADD.
027400     IF ACCOUNT-ON-MASTER
028100         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
028200         GO TO 3000-EXIT
028300     END-IF.
028314     MOVE MNT-GL-POSTING-ACCT TO WS-GL-CHECK-ACCT.
028328     PERFORM 2200-CHECK-GL-ACCOUNT THRU 2200-EXIT.
028342     IF GL-ACCOUNT-NOT-VALID
028357         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
028371         GO TO 3000-EXIT
028385     END-IF.
028400     MOVE SPACES TO ACCOUNT-RECORD.
028500     MOVE MNT-ACCOUNT-NUMBER  TO ACM-ACCOUNT-NUMBER.
028600     MOVE MNT-ACCOUNT-NAME    TO ACM-ACCOUNT-NAME.
028700     MOVE "A"                 TO ACM-STATUS-CODE.
028800     MOVE MNT-GL-POSTING-ACCT TO ACM-GL-POSTING-ACCT.
028820     MOVE ZERO                TO ACM-HOLD-LIMIT.
028840     IF MNT-HOLD-LIMIT-X NOT = SPACES
028860         PERFORM 3700-APPLY-HOLD-LIMIT THRU 3700-EXIT
028880     END-IF.
028900     WRITE ACCOUNT-RECORD.
029000     IF WS-ACCT-FILE-STATUS NOT = "00"
029100         MOVE "ACCTMST" TO WS-IOERR-FILE-NAME
030100* 3100-APPLY-CHANGE                                             *
030200*     CHANGES THE NAME AND/OR GL POSTING ACCOUNT OF AN ACCOUNT  *
030300*     ALREADY ON THE MASTER.  A BLANK CARD FIELD LEAVES THE     *
030400*     MASTER VALUE UNCHANGED; SO DOES A BLANK HOLD LIMIT.  THE  *
030500*     STATUS IS NOT TOUCHED - CLOSE AND REOPEN ARE THEIR OWN    *
030550*     ACTIONS.  A NEW GL POSTING ACCOUNT MUST BE OPEN ON THE GL *
030575*     CHART.                                                    *
030600******************************************************************
030700 3100-APPLY-CHANGE.
030800     IF ACCOUNT-NOT-ON-MASTER
031000         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
031100         GO TO 3100-EXIT
031200     END-IF.
031211     IF MNT-GL-POSTING-ACCT NOT = SPACES
031222         MOVE MNT-GL-POSTING-ACCT TO WS-GL-CHECK-ACCT
031233         PERFORM 2200-CHECK-GL-ACCOUNT THRU 2200-EXIT
031244         IF GL-ACCOUNT-NOT-VALID
031255             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
031266             GO TO 3100-EXIT
031277         END-IF
031288     END-IF.
031300     IF MNT-ACCOUNT-NAME NOT = SPACES
031400         MOVE MNT-ACCOUNT-NAME TO ACM-ACCOUNT-NAME
031500     END-IF.
031600     IF MNT-GL-POSTING-ACCT NOT = SPACES
031700         MOVE MNT-GL-POSTING-ACCT TO ACM-GL-POSTING-ACCT
031800     END-IF.
031825     IF MNT-HOLD-LIMIT-X NOT = SPACES
031850         PERFORM 3700-APPLY-HOLD-LIMIT THRU 3700-EXIT
031875     END-IF.
031900     PERFORM 3600-REWRITE-MASTER THRU 3600-EXIT.
032000     MOVE "CHANGE" TO WS-ACTION-NAME.
032100     ADD 1 TO WS-CHANGE-COUNT.
034800******************************************************************
034900* 3300-APPLY-REOPEN                                             *
035000*     REOPENS A CLOSED ACCOUNT.  AN ACCOUNT NOT ON THE MASTER   *
035100*     OR ALREADY ACTIVE REJECTS THE CARD, AS DOES AN ACCOUNT    *
035150*     WHOSE GL POSTING ACCOUNT IS OFF THE GL CHART OR CLOSED.   *
035200******************************************************************
035300 3300-APPLY-REOPEN.
035400     IF ACCOUNT-NOT-ON-MASTER
036100         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
036200         GO TO 3300-EXIT
036300     END-IF.
036314     MOVE ACM-GL-POSTING-ACCT TO WS-GL-CHECK-ACCT.
036328     PERFORM 2200-CHECK-GL-ACCOUNT THRU 2200-EXIT.
036342     IF GL-ACCOUNT-NOT-VALID
036357         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
036371         GO TO 3300-EXIT
036385     END-IF.
036400     MOVE "A" TO ACM-STATUS-CODE.
036500     PERFORM 3600-REWRITE-MASTER THRU 3600-EXIT.
036600     MOVE "REOPEN" TO WS-ACTION-NAME.
038700             MOVE ACM-ACCOUNT-NAME    TO WS-BEF-NAME
038800             MOVE ACM-STATUS-CODE     TO WS-BEF-STATUS
038900             MOVE ACM-GL-POSTING-ACCT TO WS-BEF-GL-ACCT
038933             MOVE ACM-HOLD-LIMIT-X    TO WS-BEF-HOLD-LIMIT-X
038966             MOVE ACM-HOLD-KEYED-BY   TO WS-BEF-HOLD-KEYED-BY
039000     END-READ.
039100     IF WS-ACCT-FILE-STATUS NOT = "00"
039200         AND WS-ACCT-FILE-STATUS NOT = "23"
040900     END-IF.
041000 3600-EXIT.
041100     EXIT.
041106******************************************************************
041113* 3700-APPLY-HOLD-LIMIT                                         *
041120*     SETS THE ACCOUNT'S HOLD LIMIT FROM THE CARD AND RECORDS   *
041126*     THE USER ID THAT KEYED IT.  A ZERO LIMIT REMOVES THE      *
041133*     ACCOUNT'S OWN LIMIT, LEAVING THE CONTROL CARD LIMIT IN    *
041140*     FORCE; THE USER ID IS STILL KEPT AS THE LAST PERSON TO    *
041146*     SET IT.                                                   *
041153******************************************************************
041160 3700-APPLY-HOLD-LIMIT.
041166     MOVE MNT-HOLD-LIMIT TO ACM-HOLD-LIMIT.
041173     MOVE MNT-USER-ID    TO ACM-HOLD-KEYED-BY.
041180     ADD 1 TO WS-HOLD-LIMIT-COUNT.
041186 3700-EXIT.
041193     EXIT.
041200******************************************************************
041300* 4000-PRINT-REGISTER-ENTRY                                     *
041400*     PRINTS ONE APPLIED CARD ON THE MAINTENANCE REGISTER - THE *
041500*     ACTION, THE MASTER RECORD AS IT STOOD BEFORE THE CARD     *
041600*     ((NEW ACCOUNT) ON AN ADD), AND THE RECORD AS APPLIED,     *
041633*     THEN THE HOLD LIMIT BEFORE AND AFTER WHEN THE CARD SET   *
041666*     ONE.                                                      *
041700******************************************************************
041800 4000-PRINT-REGISTER-ENTRY.
041900     ADD 1 TO WS-APPLIED-COUNT.
045200                               DELIMITED BY SIZE
045300         INTO WS-PRINT-TEXT.
045400     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
045420     IF MNT-HOLD-LIMIT-X NOT = SPACES
045440         AND (MNT-ACTION-ADD OR MNT-ACTION-CHANGE)
045460         PERFORM 4100-PRINT-HOLD-LIMIT THRU 4100-EXIT
045480     END-IF.
045500 4000-EXIT.
045600     EXIT.
045602******************************************************************
045605* 4100-PRINT-HOLD-LIMIT                                         *
045608*     PRINTS THE HOLD LIMIT LINE OF A REGISTER ENTRY - THE      *
045611*     LIMIT AND KEYING USER BEFORE THE CARD AND AFTER IT.  NO   *
045614*     LIMIT (ZERO, OR NEVER SET) PRINTS AS NONE.                *
045617******************************************************************
045620 4100-PRINT-HOLD-LIMIT.
045623     MOVE "NONE" TO WS-DSP-LIMIT-BEFORE WS-DSP-LIMIT-AFTER.
045626     IF WS-BEF-HOLD-LIMIT-X NUMERIC
045629         IF WS-BEF-HOLD-LIMIT > ZERO
045632             MOVE WS-BEF-HOLD-LIMIT   TO WS-DSP-LIMIT-AMOUNT
045635             MOVE WS-DSP-LIMIT-AMOUNT TO WS-DSP-LIMIT-BEFORE
045638         END-IF
045641     ELSE
045644         MOVE SPACES TO WS-BEF-HOLD-KEYED-BY
045647     END-IF.
045650     IF ACM-HOLD-LIMIT > ZERO
045652         MOVE ACM-HOLD-LIMIT      TO WS-DSP-LIMIT-AMOUNT
045655         MOVE WS-DSP-LIMIT-AMOUNT TO WS-DSP-LIMIT-AFTER
045658     END-IF.
045661     MOVE SPACES TO WS-PRINT-LINE.
045664     STRING "  HOLD LIMIT BEFORE: " DELIMITED BY SIZE
045667            WS-DSP-LIMIT-BEFORE     DELIMITED BY SIZE
045670            " BY "                  DELIMITED BY SIZE
045673            WS-BEF-HOLD-KEYED-BY    DELIMITED BY SIZE
045676            "  AFTER: "             DELIMITED BY SIZE
045679            WS-DSP-LIMIT-AFTER      DELIMITED BY SIZE
045682            " BY "                  DELIMITED BY SIZE
045685            ACM-HOLD-KEYED-BY       DELIMITED BY SIZE
045688         INTO WS-PRINT-TEXT.
045691     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
045694 4100-EXIT.
045697     EXIT.
045700******************************************************************
045800* 5000-WRITE-REJECT                                             *
045900*     LISTS A REJECTED CARD ON THE REJECT LISTING WITH THE      *
061500     MOVE WS-CHANGE-COUNT    TO WS-DSP-CHANGES.
061600     MOVE WS-CLOSE-COUNT     TO WS-DSP-CLOSES.
061700     MOVE WS-REOPEN-COUNT    TO WS-DSP-REOPENS.
061750     MOVE WS-HOLD-LIMIT-COUNT TO WS-DSP-HOLD-LIMITS.
061800     MOVE SPACES TO WS-PRINT-LINE.
061900     STRING "ACCTMNT CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
062000         INTO WS-PRINT-TEXT.
065100            WS-DSP-REOPENS                DELIMITED BY SIZE
065200         INTO WS-PRINT-TEXT.
065300     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
065316     MOVE SPACES TO WS-PRINT-LINE.
065333     STRING "  HOLD LIMITS KEYED  . . . . " DELIMITED BY SIZE
065350            WS-DSP-HOLD-LIMITS            DELIMITED BY SIZE
065366         INTO WS-PRINT-TEXT.
065383     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
065400     MOVE SPACES TO WS-PRINT-LINE.
065500     STRING "CARDS REJECTED . . . . . . . " DELIMITED BY SIZE
065600            WS-DSP-REJECTED               DELIMITED BY SIZE
067900     END-IF.
068000     CLOSE MAINT-FILE.
068100     CLOSE ACCOUNT-FILE.
068150     CLOSE GL-CHART-FILE.
068200     CLOSE REGISTER-FILE.
068300     CLOSE REJECT-FILE.
068400 9000-EXIT.
