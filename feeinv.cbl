000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     FEEINV.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-13 KT   ORIGINAL PROGRAM - MONTH-END FEE INVOICE RUN.  *
001200*                 SELECTS THE BILLING MONTH'S FEE RECORDS FROM   *
001300*                 THE AUDIT ARCHIVE (AUDARCH) AND THE AUDIT      *
001400*                 HISTORY (AUDHIST), TAKING EACH FEE'S           *
001500*                 TRANSACTION TYPE FROM THE BASE CALCULATION     *
001600*                 ENZAN AUDITED IMMEDIATELY AHEAD OF IT, AND     *
001700*                 SORTS THEM BY ACCOUNT.  PRINTS ONE NUMBERED    *
001800*                 INVOICE PER ACCOUNT (NAME FROM ACCTMST) WITH A *
001900*                 LINE PER TRANSACTION TYPE - FEES CHARGED, FEES *
002000*                 CREDITED FOR REVERSED ITEMS, AND THE AMOUNT    *
002100*                 DUE - AND WRITES THE SAME INVOICES TO A FIXED- *
002200*                 FORMAT BILLING FILE (BILLOUT) FOR THE          *
002300*                 RECEIVABLES SYSTEM.  THE MONTH'S TRAN CODE F   *
002400*                 POSTINGS ARE THEN READ FROM THE GL EXTRACT     *
002500*                 GENERATIONS (GLFEEIN) AND PROVED AGAINST THE   *
002600*                 FEES BILLED, GL FEE ACCOUNT BY GL FEE ACCOUNT, *
002700*                 SO FINANCE CAN SHOW THAT FEES CHARGED EQUAL    *
002800*                 FEES BILLED.                                   *
002900******************************************************************
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT PARM-FILE      ASSIGN TO "FIVPARM"
003400                         ORGANIZATION IS SEQUENTIAL
003500                         FILE STATUS IS WS-PARM-FILE-STATUS.
003600     SELECT ARCHIVE-FILE   ASSIGN TO "AUDARCH"
003700                         ORGANIZATION IS SEQUENTIAL
003800                         FILE STATUS IS WS-ARCH-FILE-STATUS.
003900     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
004000                         ORGANIZATION IS SEQUENTIAL
004100                         FILE STATUS IS WS-AUDH-FILE-STATUS.
004200     SELECT SORT-FILE      ASSIGN TO "SORTWK".
004300     SELECT ACCOUNT-FILE   ASSIGN TO "ACCTMST"
004400                         ORGANIZATION IS INDEXED
004500                         ACCESS MODE IS RANDOM
004600                         RECORD KEY IS ACM-ACCOUNT-NUMBER
004700                         FILE STATUS IS WS-ACCT-FILE-STATUS.
004800     SELECT GL-FEE-FILE    ASSIGN TO "GLFEEIN"
004900                         ORGANIZATION IS SEQUENTIAL
005000                         FILE STATUS IS WS-GLF-FILE-STATUS.
005100     SELECT BILLING-FILE   ASSIGN TO "BILLOUT"
005200                         ORGANIZATION IS SEQUENTIAL
005300                         FILE STATUS IS WS-BIL-FILE-STATUS.
005400     SELECT INVOICE-FILE   ASSIGN TO "FIVRPT"
005500                         ORGANIZATION IS SEQUENTIAL
005600                         FILE STATUS IS WS-RPT-FILE-STATUS.
005700 DATA            DIVISION.
005800 FILE            SECTION.
005900 FD  PARM-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  PARM-RECORD                 PIC X(80).
006200 FD  ARCHIVE-FILE
006300     LABEL RECORDS ARE STANDARD.
006400           COPY AUDITREC REPLACING
006500               ==AUDIT-RECORD== BY ==ARCHIVE-RECORD==
006600               LEADING ==AUD-== BY ==AUA-==.
006700 FD  AUDIT-HISTORY-FILE
006800     LABEL RECORDS ARE STANDARD.
006900           COPY AUDITREC REPLACING
007000               ==AUDIT-RECORD== BY ==AUDIT-HIST-RECORD==
007100               LEADING ==AUD-== BY ==AUH-==.
007200 SD  SORT-FILE.
007300 01  SORT-FEE-RECORD.
007400     03  SRT-ACCOUNT-NUMBER      PIC X(08).
007500     03  SRT-TYPE-SUB            PIC 9(01).
007600     03  SRT-RUN-DATE            PIC 9(08).
007700     03  SRT-RUN-TIME            PIC 9(08).
007800     03  SRT-REFERENCE           PIC X(12).
007900     03  SRT-ORIG-REFERENCE      PIC X(12).
008000     03  SRT-FEE-GL-ACCT         PIC X(08).
008100     03  SRT-FEE-AMOUNT          PIC S9(09)V9(04).
008200 FD  ACCOUNT-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY ACCTREC.
008500 FD  GL-FEE-FILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY GLXREC.
008800 FD  BILLING-FILE
008900     LABEL RECORDS ARE STANDARD.
009000     COPY BILREC.
009100 FD  INVOICE-FILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 133 CHARACTERS.
009400 01  INVOICE-RECORD      PIC X(133).
009500 WORKING-STORAGE SECTION.
009600 01  WS-SWITCHES.
009700         03  WS-INPUT-EOF-SWITCH PIC X(01)   VALUE "N".
009800             88  END-OF-INPUT                 VALUE "Y".
009900             88  NOT-END-OF-INPUT             VALUE "N".
010000         03  WS-SORT-EOF-SWITCH  PIC X(01)   VALUE "N".
010100             88  END-OF-SORT                  VALUE "Y".
010200         03  WS-GLF-SUPPLIED-SWITCH
010300                                 PIC X(01)   VALUE "Y".
010400             88  GL-FEES-SUPPLIED             VALUE "Y".
010500             88  GL-FEES-NOT-SUPPLIED         VALUE "N".
010600         03  WS-PROOF-SWITCH     PIC X(01)   VALUE "Y".
010700             88  PROOF-AGREES                 VALUE "Y".
010800             88  PROOF-FAILED                 VALUE "N".
010900 01  WS-FILE-STATUS-FIELDS.
011000         03  WS-PARM-FILE-STATUS PIC X(02)   VALUE "00".
011100         03  WS-ARCH-FILE-STATUS PIC X(02)   VALUE "00".
011200         03  WS-AUDH-FILE-STATUS PIC X(02)   VALUE "00".
011300         03  WS-ACCT-FILE-STATUS PIC X(02)   VALUE "00".
011400         03  WS-GLF-FILE-STATUS  PIC X(02)   VALUE "00".
011500         03  WS-BIL-FILE-STATUS  PIC X(02)   VALUE "00".
011600         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
011700 01  WS-IO-ERROR-FIELDS.
011800         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
011900         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
012000 01  WS-PARM-CARD.
012100         03  PRM-BILLING-PERIOD  PIC X(06)   VALUE SPACES.
012200         03  PRM-BILLING-PERIOD-N REDEFINES PRM-BILLING-PERIOD.
012300             05  PRM-BP-YYYY     PIC 9(04).
012400             05  PRM-BP-MM       PIC 9(02).
012500         03  FILLER              PIC X(74)   VALUE SPACES.
012600*
012700*    THE AUDIT RECORD IN HAND, FROM WHICHEVER FILE IS BEING READ.
012800*
012900     COPY AUDITREC REPLACING
013000         ==AUDIT-RECORD== BY ==WS-IN-AUDIT-RECORD==
013100         LEADING ==AUD-== BY ==INA-==.
013200*
013300*    THE LAST BASE CALCULATION READ - ENZAN WRITES A FEE RECORD
013400*    DIRECTLY BEHIND THE CALCULATION IT WAS CHARGED ON, WITH THE
013500*    SAME ACCOUNT, REFERENCE, AND RUN DATE AND TIME.
013600*
013700 01  WS-BASE-ITEM.
013800         03  WS-BASE-OPERATION   PIC X(10)   VALUE SPACES.
013900         03  WS-BASE-ACCOUNT     PIC X(08)   VALUE SPACES.
014000         03  WS-BASE-REFERENCE   PIC X(12)   VALUE SPACES.
014100         03  WS-BASE-RUN-DATE    PIC 9(08)   VALUE ZERO.
014200         03  WS-BASE-RUN-TIME    PIC 9(08)   VALUE ZERO.
014300 01  WS-TYPE-NAME-TABLE-DATA.
014400         03  FILLER  PIC X(10)  VALUE "ADD".
014500         03  FILLER  PIC X(10)  VALUE "SUBTRACT".
014600         03  FILLER  PIC X(10)  VALUE "MULTIPLY".
014700         03  FILLER  PIC X(10)  VALUE "DIVIDE".
014800         03  FILLER  PIC X(10)  VALUE "UNMATCHED".
014900 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-TABLE-DATA.
015000         03  WS-TYPE-NAME        PIC X(10)  OCCURS 5 TIMES.
015100 01  WS-TYPE-CONTROLS.
015200         03  WS-TYPE-SUB         PIC 9(02) COMP  VALUE ZERO.
015300         03  WS-TYPE-FOUND-SUB   PIC 9(02) COMP  VALUE ZERO.
015400         03  WS-TYPE-MAX         PIC 9(02) COMP  VALUE 5.
015500*
015600*    ONE INVOICE LINE PER TRANSACTION TYPE FOR THE ACCOUNT IN
015700*    HAND - FEES CHARGED, FEES CREDITED BACK ON REVERSALS, AND THE
015800*    NET AMOUNT DUE.
015900*
016000 01  WS-INVOICE-LINE-TABLE.
016100         03  WS-INVOICE-LINE     OCCURS 5 TIMES.
016200             05  WS-IVL-CHARGED-COUNT
016300                                 PIC 9(07) COMP.
016400             05  WS-IVL-CHARGED-AMOUNT
016500                                 PIC S9(11)V9(04).
016600             05  WS-IVL-CREDIT-COUNT
016700                                 PIC 9(07) COMP.
016800             05  WS-IVL-CREDIT-AMOUNT
016900                                 PIC S9(11)V9(04).
017000 01  WS-INVOICE-FIELDS.
017100         03  WS-CUR-ACCOUNT      PIC X(08)   VALUE SPACES.
017200         03  WS-CUR-NAME         PIC X(30)   VALUE SPACES.
017300         03  WS-SORT-KEY         PIC X(08)   VALUE SPACES.
017400         03  WS-INVOICE-NUMBER.
017500             05  WS-INV-PERIOD   PIC 9(06).
017600             05  FILLER          PIC X(01)   VALUE "-".
017700             05  WS-INV-SEQUENCE PIC 9(05).
017800         03  WS-FIRST-INVOICE    PIC X(12)   VALUE SPACES.
017900         03  WS-LAST-INVOICE     PIC X(12)   VALUE SPACES.
018000         03  WS-INVOICE-LINES    PIC 9(03) COMP  VALUE ZERO.
018100         03  WS-INVOICE-LINE-NO  PIC 9(03) COMP  VALUE ZERO.
018200         03  WS-INVOICE-ITEMS    PIC 9(07) COMP  VALUE ZERO.
018300         03  WS-INVOICE-AMOUNT   PIC S9(11)V9(04) VALUE ZERO.
018400         03  WS-LINE-AMOUNT      PIC S9(11)V9(04) VALUE ZERO.
018500*
018600*    FEES BILLED AND FEES POSTED TO THE GL, BY GL FEE ACCOUNT.  A
018700*    FEE ACCOUNT BEYOND THE TABLE STILL COUNTS IN THE GRAND
018800*    TOTALS, WHICH MUST AGREE IN ANY CASE.
018900*
019000 01  WS-FEE-GL-TABLE.
019100         03  WS-FGL-ENTRY        OCCURS 50 TIMES.
019200             05  WS-FGL-ACCT     PIC X(08).
019300             05  WS-FGL-BILLED-COUNT
019400                                 PIC 9(09) COMP.
019500             05  WS-FGL-BILLED-AMOUNT
019600                                 PIC S9(13)V9(04).
019700             05  WS-FGL-POSTED-COUNT
019800                                 PIC 9(09) COMP.
019900             05  WS-FGL-POSTED-AMOUNT
020000                                 PIC S9(13)V9(04).
020100 01  WS-FEE-GL-CONTROLS.
020200         03  WS-FGL-COUNT        PIC 9(03) COMP  VALUE ZERO.
020300         03  WS-FGL-MAX          PIC 9(03) COMP  VALUE 50.
020400         03  WS-FGL-SUB          PIC 9(03) COMP  VALUE ZERO.
020500         03  WS-FGL-FOUND        PIC 9(03) COMP  VALUE ZERO.
020600         03  WS-FGL-KEY          PIC X(08)   VALUE SPACES.
020700 01  WS-PERIOD-FIELDS.
020800         03  WS-BILL-PERIOD      PIC 9(06)       VALUE ZERO.
020900         03  WS-BILL-PERIOD-X REDEFINES WS-BILL-PERIOD.
021000             05  WS-BP-YYYY      PIC 9(04).
021100             05  WS-BP-MM        PIC 9(02).
021200         03  WS-DATE-SPLIT.
021300             05  WS-DS-YYYYMM    PIC 9(06).
021400             05  WS-DS-DD        PIC 9(02).
021500 01  WS-WORK-COUNTS.
021600         03  WS-ARCH-READ-COUNT  PIC 9(09) COMP  VALUE ZERO.
021700         03  WS-HIST-READ-COUNT  PIC 9(09) COMP  VALUE ZERO.
021800         03  WS-FEE-READ-COUNT   PIC 9(09) COMP  VALUE ZERO.
021900         03  WS-FEE-PERIOD-COUNT PIC 9(09) COMP  VALUE ZERO.
022000         03  WS-CREDIT-COUNT     PIC 9(09) COMP  VALUE ZERO.
022100         03  WS-UNMATCHED-COUNT  PIC 9(09) COMP  VALUE ZERO.
022200         03  WS-INVOICE-COUNT    PIC 9(07) COMP  VALUE ZERO.
022300         03  WS-NOT-ON-MASTER-COUNT
022400                                 PIC 9(07) COMP  VALUE ZERO.
022500         03  WS-BILL-LINE-COUNT  PIC 9(07) COMP  VALUE ZERO.
022600         03  WS-BILL-ITEM-COUNT  PIC 9(09) COMP  VALUE ZERO.
022700         03  WS-BILL-RECORD-COUNT
022800                                 PIC 9(09) COMP  VALUE ZERO.
022900         03  WS-GLF-READ-COUNT   PIC 9(09) COMP  VALUE ZERO.
023000         03  WS-GLF-POSTING-COUNT
023100                                 PIC 9(09) COMP  VALUE ZERO.
023200         03  WS-GLF-ITEM-COUNT   PIC 9(09) COMP  VALUE ZERO.
023300         03  WS-FGL-OVERFLOW-COUNT
023400                                 PIC 9(07) COMP  VALUE ZERO.
023500         03  WS-PROOF-DIFF-COUNT PIC 9(07) COMP  VALUE ZERO.
023600 01  WS-AMOUNT-TOTALS.
023700         03  WS-AUDIT-FEE-TOTAL  PIC S9(13)V9(04) VALUE ZERO.
023800         03  WS-BILLED-TOTAL     PIC S9(13)V9(04) VALUE ZERO.
023900         03  WS-POSTED-TOTAL     PIC S9(13)V9(04) VALUE ZERO.
024000         03  WS-DIFF-AMOUNT      PIC S9(14)V9(04) VALUE ZERO.
024100 01  WS-REPORT-CONTROLS.
024200         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
024300         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
024400         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
024500 01  WS-PRINT-LINE.
024600         03  WS-PRINT-TEXT       PIC X(133).
024700 01  WS-RUN-DATE.
024800         03  WS-RUN-YYYY         PIC 9(04).
024900         03  WS-RUN-MM           PIC 9(02).
025000         03  WS-RUN-DD           PIC 9(02).
025100 01  WS-RUN-TIME.
025200         03  WS-RUN-HH           PIC 9(02).
025300         03  WS-RUN-MIN          PIC 9(02).
025400         03  WS-RUN-SS           PIC 9(02).
025500         03  WS-RUN-HUN          PIC 9(02).
025600 01  WS-HDG-DATE.
025700         03  WS-HD-YYYY          PIC 9(04).
025800         03  FILLER              PIC X(01)  VALUE "-".
025900         03  WS-HD-MM            PIC 9(02).
026000         03  FILLER              PIC X(01)  VALUE "-".
026100         03  WS-HD-DD            PIC 9(02).
026200 01  WS-HDG-TIME.
026300         03  WS-HT-HH            PIC 9(02).
026400         03  FILLER              PIC X(01)  VALUE ":".
026500         03  WS-HT-MIN           PIC 9(02).
026600         03  FILLER              PIC X(01)  VALUE ":".
026700         03  WS-HT-SS            PIC 9(02).
026800 01  WS-HDG-PERIOD.
026900         03  WS-HP-YYYY          PIC 9(04).
027000         03  FILLER              PIC X(01)  VALUE "-".
027100         03  WS-HP-MM            PIC 9(02).
027200 01  WS-DETAIL-FIELDS.
027300         03  WS-HDG-PAGE-DISP    PIC ZZ9.
027400         03  WS-HDG-TITLE        PIC X(40)  VALUE SPACES.
027500         03  WS-DTL-COUNT-1      PIC ZZZZZZ9.
027600         03  WS-DTL-COUNT-2      PIC ZZZZZZ9.
027700         03  WS-DTL-AMOUNT-1     PIC ZZZZZZZZZZ9.9999-.
027800         03  WS-DTL-AMOUNT-2     PIC ZZZZZZZZZZ9.9999-.
027900         03  WS-DTL-AMOUNT-3     PIC ZZZZZZZZZZ9.9999-.
028000         03  WS-DTL-STATUS       PIC X(08)  VALUE SPACES.
028100         03  WS-DSP-COUNT        PIC ZZZZZZZZ9.
028200         03  WS-DSP-AMOUNT       PIC ZZZZZZZZZZZZ9.9999-.
028300         03  WS-DSP-LABEL        PIC X(32)  VALUE SPACES.
028400 PROCEDURE       DIVISION.
028500******************************************************************
028600* 0000-MAIN-PROCEDURE                                           *
028700*     CONTROLS OVERALL FLOW - INITIALIZE, SORT THE BILLING      *
028800*     MONTH'S FEE RECORDS BY ACCOUNT AND ISSUE ONE INVOICE PER  *
028900*     ACCOUNT, READ THE MONTH'S GL FEE POSTINGS, PROVE THEM     *
029000*     AGAINST THE FEES BILLED, THEN TERMINATE.                  *
029100******************************************************************
029200 0000-MAIN-PROCEDURE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029400     SORT SORT-FILE
029500         ON ASCENDING KEY SRT-ACCOUNT-NUMBER
029600                          SRT-TYPE-SUB
029700                          SRT-RUN-DATE
029800                          SRT-RUN-TIME
029900         WITH DUPLICATES IN ORDER
030000         INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
030100         OUTPUT PROCEDURE IS 3000-ISSUE-INVOICES
030200             THRU 3000-EXIT.
030300     PERFORM 5000-LOAD-GL-POSTINGS THRU 5000-EXIT.
030400     PERFORM 6000-PROVE-FEES THRU 6000-EXIT.
030500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030600     STOP RUN.
030700 0000-MAIN-EXIT.
030800     EXIT.
030900******************************************************************
031000* 1000-INITIALIZE                                               *
031100*     CAPTURES THE RUN DATE/TIME, SETS THE BILLING MONTH FROM   *
031200*     THE PARAMETER CARD (COLUMNS 1-6, YYYYMM) OR, WITH NO      *
031300*     CARD, THE MONTH BEFORE THE RUN DATE, AND OPENS THE        *
031400*     ACCOUNT MASTER, THE BILLING FILE, AND THE INVOICE         *
031500*     REPORT.  A BILLING MONTH THAT IS NOT A VALID YYYYMM ENDS  *
031600*     THE RUN WITH RETURN CODE 16 BEFORE ANYTHING IS WRITTEN.   *
031700******************************************************************
031800 1000-INITIALIZE.
031900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
032000     ACCEPT WS-RUN-TIME FROM TIME.
032100     OPEN INPUT PARM-FILE.
032200     IF WS-PARM-FILE-STATUS = "00"
032300         READ PARM-FILE INTO WS-PARM-CARD
032400             AT END
032500                 MOVE SPACES TO PRM-BILLING-PERIOD
032600         END-READ
032700         IF WS-PARM-FILE-STATUS NOT = "00"
032800             AND WS-PARM-FILE-STATUS NOT = "10"
032900             MOVE "FIVPARM" TO WS-IOERR-FILE-NAME
033000             MOVE WS-PARM-FILE-STATUS TO WS-IOERR-STATUS
033100             PERFORM 9900-IO-ERROR THRU 9900-EXIT
033200         END-IF
033300         CLOSE PARM-FILE
033400     END-IF.
033500     IF PRM-BILLING-PERIOD = SPACES
033600         MOVE WS-RUN-YYYY TO WS-BP-YYYY
033700         MOVE WS-RUN-MM   TO WS-BP-MM
033800         IF WS-BP-MM = 1
033900             SUBTRACT 1 FROM WS-BP-YYYY
034000             MOVE 12 TO WS-BP-MM
034100         ELSE
034200             SUBTRACT 1 FROM WS-BP-MM
034300         END-IF
034400     ELSE
034500         IF PRM-BILLING-PERIOD NOT NUMERIC
034600             OR PRM-BP-MM < 1
034700             OR PRM-BP-MM > 12
034800             DISPLAY "FEEINV - BILLING MONTH ON FIVPARM IS NOT "
034900                 "A VALID YYYYMM: " PRM-BILLING-PERIOD
035000             MOVE 16 TO RETURN-CODE
035100             STOP RUN
035200         END-IF
035300         MOVE PRM-BILLING-PERIOD-N TO WS-BILL-PERIOD
035400     END-IF.
035500     MOVE WS-BILL-PERIOD TO WS-INV-PERIOD.
035600     MOVE ZERO TO WS-INV-SEQUENCE.
035700     MOVE WS-BP-YYYY TO WS-HP-YYYY.
035800     MOVE WS-BP-MM   TO WS-HP-MM.
035900     OPEN INPUT ACCOUNT-FILE.
036000     IF WS-ACCT-FILE-STATUS NOT = "00"
036100         MOVE "ACCTMST" TO WS-IOERR-FILE-NAME
036200         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
036300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
036400     END-IF.
036500     OPEN OUTPUT BILLING-FILE.
036600     IF WS-BIL-FILE-STATUS NOT = "00"
036700         MOVE "BILLOUT" TO WS-IOERR-FILE-NAME
036800         MOVE WS-BIL-FILE-STATUS TO WS-IOERR-STATUS
036900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
037000     END-IF.
037100     OPEN OUTPUT INVOICE-FILE.
037200     IF WS-RPT-FILE-STATUS NOT = "00"
037300         MOVE "FIVRPT" TO WS-IOERR-FILE-NAME
037400         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
037500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
037600     END-IF.
037700 1000-EXIT.
037800     EXIT.
037900******************************************************************
038000* 2000-FEED-SORT                                                *
038100*     SORT INPUT PROCEDURE - READS THE AUDIT ARCHIVE, THEN THE  *
038200*     AUDIT HISTORY, IN FILE ORDER AND RELEASES THE BILLING     *
038300*     MONTH'S FEE RECORDS TO THE SORT.  TOGETHER THE TWO FILES  *
038400*     HOLD EVERY AUDIT RECORD - AUDHROLL MOVES A RECORD FROM    *
038500*     ONE TO THE OTHER, NEVER INTO BOTH.  A FILE NOT YET        *
038600*     CREATED CONTRIBUTES NOTHING.                              *
038700******************************************************************
038800 2000-FEED-SORT.
038900     OPEN INPUT ARCHIVE-FILE.
039000     IF WS-ARCH-FILE-STATUS = "35"
039100         GO TO 2000-HISTORY
039200     END-IF.
039300     IF WS-ARCH-FILE-STATUS NOT = "00"
039400         MOVE "AUDARCH" TO WS-IOERR-FILE-NAME
039500         MOVE WS-ARCH-FILE-STATUS TO WS-IOERR-STATUS
039600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
039700     END-IF.
039800     SET NOT-END-OF-INPUT TO TRUE.
039900     INITIALIZE WS-BASE-ITEM.
040000     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
040100         UNTIL END-OF-INPUT.
040200     CLOSE ARCHIVE-FILE.
040300 2000-HISTORY.
040400     OPEN INPUT AUDIT-HISTORY-FILE.
040500     IF WS-AUDH-FILE-STATUS = "35"
040600         GO TO 2000-EXIT
040700     END-IF.
040800     IF WS-AUDH-FILE-STATUS NOT = "00"
040900         MOVE "AUDHIST" TO WS-IOERR-FILE-NAME
041000         MOVE WS-AUDH-FILE-STATUS TO WS-IOERR-STATUS
041100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
041200     END-IF.
041300     SET NOT-END-OF-INPUT TO TRUE.
041400     INITIALIZE WS-BASE-ITEM.
041500     PERFORM 2200-READ-HISTORY THRU 2200-EXIT
041600         UNTIL END-OF-INPUT.
041700     CLOSE AUDIT-HISTORY-FILE.
041800 2000-EXIT.
041900     EXIT.
042000******************************************************************
042100* 2100-READ-ARCHIVE                                             *
042200*     READS ONE ARCHIVED AUDIT RECORD AND SCREENS IT.           *
042300******************************************************************
042400 2100-READ-ARCHIVE.
042500     READ ARCHIVE-FILE INTO WS-IN-AUDIT-RECORD
042600         AT END
042700             SET END-OF-INPUT TO TRUE
042800         NOT AT END
042900             ADD 1 TO WS-ARCH-READ-COUNT
043000             PERFORM 2300-SCREEN-AUDIT-RECORD THRU 2300-EXIT
043100     END-READ.
043200     IF WS-ARCH-FILE-STATUS NOT = "00"
043300         AND WS-ARCH-FILE-STATUS NOT = "10"
043400         MOVE "AUDARCH" TO WS-IOERR-FILE-NAME
043500         MOVE WS-ARCH-FILE-STATUS TO WS-IOERR-STATUS
043600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
043700     END-IF.
043800 2100-EXIT.
043900     EXIT.
044000******************************************************************
044100* 2200-READ-HISTORY                                             *
044200*     READS ONE AUDIT HISTORY RECORD AND SCREENS IT.            *
044300******************************************************************
044400 2200-READ-HISTORY.
044500     READ AUDIT-HISTORY-FILE INTO WS-IN-AUDIT-RECORD
044600         AT END
044700             SET END-OF-INPUT TO TRUE
044800         NOT AT END
044900             ADD 1 TO WS-HIST-READ-COUNT
045000             PERFORM 2300-SCREEN-AUDIT-RECORD THRU 2300-EXIT
045100     END-READ.
045200     IF WS-AUDH-FILE-STATUS NOT = "00"
045300         AND WS-AUDH-FILE-STATUS NOT = "10"
045400         MOVE "AUDHIST" TO WS-IOERR-FILE-NAME
045500         MOVE WS-AUDH-FILE-STATUS TO WS-IOERR-STATUS
045600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
045700     END-IF.
045800 2200-EXIT.
045900     EXIT.
046000******************************************************************
046100* 2300-SCREEN-AUDIT-RECORD                                      *
046200*     A BASE CALCULATION IS REMEMBERED AS THE CANDIDATE FOR     *
046300*     THE FEE RECORD THAT MAY FOLLOW IT.  A FEE RECORD IN THE   *
046400*     BILLING MONTH TAKES ITS TRANSACTION TYPE FROM THAT BASE   *
046500*     CALCULATION WHEN THE ACCOUNT, REFERENCE, AND RUN DATE     *
046600*     AND TIME ALL AGREE - OTHERWISE IT IS BILLED AS UNMATCHED  *
046700*     - AND IS ADDED TO ITS GL FEE ACCOUNT'S BILLED TOTAL AND   *
046800*     RELEASED TO THE SORT.  A FEE RECORD CARRYING A REVERSED   *
046900*     ITEM'S REFERENCE IS THE FEE CREDITED BACK ON A REVERSAL.  *
047000******************************************************************
047100 2300-SCREEN-AUDIT-RECORD.
047200     IF INA-OPERATION NOT = "FEE"
047300         MOVE INA-OPERATION      TO WS-BASE-OPERATION
047400         MOVE INA-ACCOUNT-NUMBER TO WS-BASE-ACCOUNT
047500         MOVE INA-REFERENCE      TO WS-BASE-REFERENCE
047600         MOVE INA-RUN-DATE       TO WS-BASE-RUN-DATE
047700         MOVE INA-RUN-TIME       TO WS-BASE-RUN-TIME
047800         GO TO 2300-EXIT
047900     END-IF.
048000     ADD 1 TO WS-FEE-READ-COUNT.
048100     MOVE INA-RUN-DATE TO WS-DATE-SPLIT.
048200     IF WS-DS-YYYYMM NOT = WS-BILL-PERIOD
048300         GO TO 2300-CLEAR-BASE
048400     END-IF.
048500     ADD 1 TO WS-FEE-PERIOD-COUNT.
048600     ADD INA-NUM-SUM TO WS-AUDIT-FEE-TOTAL.
048700     MOVE WS-TYPE-MAX TO WS-TYPE-FOUND-SUB.
048800     IF WS-BASE-ACCOUNT = INA-ACCOUNT-NUMBER
048900         AND WS-BASE-REFERENCE = INA-REFERENCE
049000         AND WS-BASE-RUN-DATE = INA-RUN-DATE
049100         AND WS-BASE-RUN-TIME = INA-RUN-TIME
049200         PERFORM 2310-TEST-TYPE-NAME THRU 2310-EXIT
049300             VARYING WS-TYPE-SUB FROM 1 BY 1
049400             UNTIL WS-TYPE-SUB >= WS-TYPE-MAX
049500     END-IF.
049600     IF WS-TYPE-FOUND-SUB = WS-TYPE-MAX
049700         ADD 1 TO WS-UNMATCHED-COUNT
049800     END-IF.
049900     IF INA-ORIG-REFERENCE NOT = SPACES
050000         ADD 1 TO WS-CREDIT-COUNT
050100     END-IF.
050200     MOVE INA-GL-POSTING-ACCT TO WS-FGL-KEY.
050300     PERFORM 7000-FIND-FEE-GL THRU 7000-EXIT.
050400     IF WS-FGL-FOUND NOT = ZERO
050500         ADD 1 TO WS-FGL-BILLED-COUNT (WS-FGL-FOUND)
050600         ADD INA-NUM-SUM TO WS-FGL-BILLED-AMOUNT (WS-FGL-FOUND)
050700     END-IF.
050800     MOVE INA-ACCOUNT-NUMBER  TO SRT-ACCOUNT-NUMBER.
050900     MOVE WS-TYPE-FOUND-SUB   TO SRT-TYPE-SUB.
051000     MOVE INA-RUN-DATE        TO SRT-RUN-DATE.
051100     MOVE INA-RUN-TIME        TO SRT-RUN-TIME.
051200     MOVE INA-REFERENCE       TO SRT-REFERENCE.
051300     MOVE INA-ORIG-REFERENCE  TO SRT-ORIG-REFERENCE.
051400     MOVE INA-GL-POSTING-ACCT TO SRT-FEE-GL-ACCT.
051500     MOVE INA-NUM-SUM         TO SRT-FEE-AMOUNT.
051600     RELEASE SORT-FEE-RECORD.
051700 2300-CLEAR-BASE.
051800     INITIALIZE WS-BASE-ITEM.
051900 2300-EXIT.
052000     EXIT.
052100******************************************************************
052200* 2310-TEST-TYPE-NAME                                           *
052300*     TESTS ONE TRANSACTION TYPE NAME AGAINST THE BASE          *
052400*     CALCULATION'S OPERATION.                                  *
052500******************************************************************
052600 2310-TEST-TYPE-NAME.
052700     IF WS-BASE-OPERATION = WS-TYPE-NAME (WS-TYPE-SUB)
052800         MOVE WS-TYPE-SUB TO WS-TYPE-FOUND-SUB
052900     END-IF.
053000 2310-EXIT.
053100     EXIT.
053200******************************************************************
053300* 3000-ISSUE-INVOICES                                           *
053400*     SORT OUTPUT PROCEDURE - ISSUES ONE INVOICE FOR EACH       *
053500*     ACCOUNT IN THE SORTED FEE STREAM.                         *
053600******************************************************************
053700 3000-ISSUE-INVOICES.
053800     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
053900     PERFORM 3200-BILL-ONE-ACCOUNT THRU 3200-EXIT
054000         UNTIL END-OF-SORT.
054100 3000-EXIT.
054200     EXIT.
054300******************************************************************
054400* 3100-RETURN-SORT-RECORD                                       *
054500*     RETURNS ONE RECORD FROM THE SORTED STREAM.  AT THE END    *
054600*     OF THE STREAM THE SORT KEY GOES TO HIGH-VALUES SO THE     *
054700*     LAST ACCOUNT BREAKS.                                      *
054800******************************************************************
054900 3100-RETURN-SORT-RECORD.
055000     RETURN SORT-FILE
055100         AT END
055200             SET END-OF-SORT TO TRUE
055300     END-RETURN.
055400     IF END-OF-SORT
055500         MOVE HIGH-VALUES TO WS-SORT-KEY
055600     ELSE
055700         MOVE SRT-ACCOUNT-NUMBER TO WS-SORT-KEY
055800     END-IF.
055900 3100-EXIT.
056000     EXIT.
056100******************************************************************
056200* 3200-BILL-ONE-ACCOUNT                                         *
056300*     NUMBERS THE NEXT INVOICE, TAKES THE ACCOUNT NAME FROM     *
056400*     THE ACCOUNT MASTER, GATHERS THE ACCOUNT'S FEES INTO ONE   *
056500*     LINE PER TRANSACTION TYPE, THEN PRINTS THE INVOICE AND    *
056600*     WRITES IT TO THE BILLING FILE.  AN ACCOUNT NO LONGER ON   *
056700*     THE MASTER IS STILL BILLED - THE FEE WAS CHARGED - AND    *
056800*     IS COUNTED FOR FOLLOW-UP.                                 *
056900******************************************************************
057000 3200-BILL-ONE-ACCOUNT.
057100     MOVE WS-SORT-KEY TO WS-CUR-ACCOUNT.
057200     ADD 1 TO WS-INVOICE-COUNT.
057300     ADD 1 TO WS-INV-SEQUENCE.
057400     IF WS-INVOICE-COUNT = 1
057500         MOVE WS-INVOICE-NUMBER TO WS-FIRST-INVOICE
057600     END-IF.
057700     MOVE WS-INVOICE-NUMBER TO WS-LAST-INVOICE.
057800     MOVE WS-CUR-ACCOUNT TO ACM-ACCOUNT-NUMBER.
057900     READ ACCOUNT-FILE
058000         INVALID KEY
058100             MOVE "** NOT ON ACCOUNT MASTER **"
058200                 TO WS-CUR-NAME
058300             ADD 1 TO WS-NOT-ON-MASTER-COUNT
058400         NOT INVALID KEY
058500             MOVE ACM-ACCOUNT-NAME TO WS-CUR-NAME
058600     END-READ.
058700     IF WS-ACCT-FILE-STATUS NOT = "00"
058800         AND WS-ACCT-FILE-STATUS NOT = "23"
058900         MOVE "ACCTMST" TO WS-IOERR-FILE-NAME
059000         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
059100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
059200     END-IF.
059300     PERFORM 3210-ZERO-INVOICE-LINE THRU 3210-EXIT
059400         VARYING WS-TYPE-SUB FROM 1 BY 1
059500         UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
059600     PERFORM 3300-ADD-FEE-TO-LINE THRU 3300-EXIT
059700         UNTIL WS-SORT-KEY NOT = WS-CUR-ACCOUNT.
059800     MOVE ZERO TO WS-INVOICE-LINES.
059900     MOVE ZERO TO WS-INVOICE-ITEMS.
060000     MOVE ZERO TO WS-INVOICE-AMOUNT.
060100     PERFORM 3220-TOTAL-INVOICE-LINE THRU 3220-EXIT
060200         VARYING WS-TYPE-SUB FROM 1 BY 1
060300         UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
060400     PERFORM 4000-WRITE-INVOICE-HEADER THRU 4000-EXIT.
060500     MOVE ZERO TO WS-INVOICE-LINE-NO.
060600     PERFORM 4100-WRITE-INVOICE-LINE THRU 4100-EXIT
060700         VARYING WS-TYPE-SUB FROM 1 BY 1
060800         UNTIL WS-TYPE-SUB > WS-TYPE-MAX.
060900     PERFORM 4200-WRITE-INVOICE-TOTAL THRU 4200-EXIT.
061000 3200-EXIT.
061100     EXIT.
061200******************************************************************
061300* 3210-ZERO-INVOICE-LINE                                        *
061400*     ZEROES ONE TRANSACTION TYPE LINE OF THE INVOICE IN HAND.  *
061500******************************************************************
061600 3210-ZERO-INVOICE-LINE.
061700     MOVE ZERO TO WS-IVL-CHARGED-COUNT (WS-TYPE-SUB).
061800     MOVE ZERO TO WS-IVL-CHARGED-AMOUNT (WS-TYPE-SUB).
061900     MOVE ZERO TO WS-IVL-CREDIT-COUNT (WS-TYPE-SUB).
062000     MOVE ZERO TO WS-IVL-CREDIT-AMOUNT (WS-TYPE-SUB).
062100 3210-EXIT.
062200     EXIT.
062300******************************************************************
062400* 3220-TOTAL-INVOICE-LINE                                       *
062500*     ADDS ONE TRANSACTION TYPE LINE INTO THE INVOICE TOTALS -  *
062600*     A TYPE WITH NO FEES IS NOT A LINE ON THE INVOICE.         *
062700******************************************************************
062800 3220-TOTAL-INVOICE-LINE.
062900     IF WS-IVL-CHARGED-COUNT (WS-TYPE-SUB) = ZERO
063000         AND WS-IVL-CREDIT-COUNT (WS-TYPE-SUB) = ZERO
063100         GO TO 3220-EXIT
063200     END-IF.
063300     ADD 1 TO WS-INVOICE-LINES.
063400     ADD WS-IVL-CHARGED-COUNT (WS-TYPE-SUB) TO WS-INVOICE-ITEMS.
063500     ADD WS-IVL-CREDIT-COUNT (WS-TYPE-SUB)  TO WS-INVOICE-ITEMS.
063600     ADD WS-IVL-CHARGED-AMOUNT (WS-TYPE-SUB) TO WS-INVOICE-AMOUNT.
063700     ADD WS-IVL-CREDIT-AMOUNT (WS-TYPE-SUB)  TO WS-INVOICE-AMOUNT.
063800 3220-EXIT.
063900     EXIT.
064000******************************************************************
064100* 3300-ADD-FEE-TO-LINE                                          *
064200*     ADDS ONE SORTED FEE RECORD TO ITS TRANSACTION TYPE LINE   *
064300*     - AS A CHARGE, OR AS A CREDIT WHEN IT IS THE FEE          *
064400*     REVERSED WITH A REVERSED ITEM - AND RETURNS THE NEXT      *
064500*     RECORD.                                                   *
064600******************************************************************
064700 3300-ADD-FEE-TO-LINE.
064800     MOVE SRT-TYPE-SUB TO WS-TYPE-SUB.
064900     IF SRT-ORIG-REFERENCE = SPACES
065000         ADD 1 TO WS-IVL-CHARGED-COUNT (WS-TYPE-SUB)
065100         ADD SRT-FEE-AMOUNT TO WS-IVL-CHARGED-AMOUNT (WS-TYPE-SUB)
065200     ELSE
065300         ADD 1 TO WS-IVL-CREDIT-COUNT (WS-TYPE-SUB)
065400         ADD SRT-FEE-AMOUNT TO WS-IVL-CREDIT-AMOUNT (WS-TYPE-SUB)
065500     END-IF.
065600     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
065700 3300-EXIT.
065800     EXIT.
065900******************************************************************
066000* 4000-WRITE-INVOICE-HEADER                                     *
066100*     STARTS THE INVOICE ON A NEW PAGE - INVOICE NUMBER,        *
066200*     BILLING MONTH, ACCOUNT AND NAME - AND WRITES ITS HEADER   *
066300*     RECORD TO THE BILLING FILE.                               *
066400******************************************************************
066500 4000-WRITE-INVOICE-HEADER.
066600     MOVE "FEE INVOICE" TO WS-HDG-TITLE.
066700     PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT.
066800     MOVE SPACES TO WS-PRINT-LINE.
066900     STRING "INVOICE NUMBER: "    DELIMITED BY SIZE
067000            WS-INVOICE-NUMBER     DELIMITED BY SIZE
067100            "     INVOICE DATE: " DELIMITED BY SIZE
067200            WS-HDG-DATE           DELIMITED BY SIZE
067300         INTO WS-PRINT-TEXT.
067400     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
067500     MOVE SPACES TO WS-PRINT-LINE.
067600     STRING "ACCOUNT:        "    DELIMITED BY SIZE
067700            WS-CUR-ACCOUNT        DELIMITED BY SIZE
067800            "  "                  DELIMITED BY SIZE
067900            WS-CUR-NAME           DELIMITED BY SIZE
068000         INTO WS-PRINT-TEXT.
068100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
068200     MOVE SPACES TO WS-PRINT-LINE.
068300     STRING "TRANSACTION TYPE    ITEMS CHARGED"
068400                                  DELIMITED BY SIZE
068500            "       FEES CHARGED  ITEMS REVERSED"
068600                                  DELIMITED BY SIZE
068700            "      FEES CREDITED         AMOUNT DUE"
068800                                  DELIMITED BY SIZE
068900         INTO WS-PRINT-TEXT.
069000     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
069100     MOVE SPACES TO BILL-HEADER-RECORD.
069200     SET BIL-HEADER-TYPE TO TRUE.
069300     MOVE WS-INVOICE-NUMBER   TO BIH-INVOICE-NUMBER.
069400     MOVE WS-CUR-ACCOUNT      TO BIH-ACCOUNT-NUMBER.
069500     MOVE WS-CUR-NAME         TO BIH-ACCOUNT-NAME.
069600     MOVE WS-BILL-PERIOD      TO BIH-BILLING-PERIOD.
069700     MOVE WS-RUN-DATE         TO BIH-INVOICE-DATE.
069800     MOVE WS-INVOICE-LINES    TO BIH-LINE-COUNT.
069900     MOVE WS-INVOICE-ITEMS    TO BIH-ITEM-COUNT.
070000     MOVE WS-INVOICE-AMOUNT   TO BIH-INVOICE-AMOUNT.
070100     WRITE BILL-HEADER-RECORD.
070200     PERFORM 8800-CHECK-BILLING-STATUS THRU 8800-EXIT.
070300 4000-EXIT.
070400     EXIT.
070500******************************************************************
070600* 4100-WRITE-INVOICE-LINE                                       *
070700*     PRINTS ONE TRANSACTION TYPE LINE OF THE INVOICE AND       *
070800*     WRITES ITS DETAIL RECORD TO THE BILLING FILE.  A TYPE     *
070900*     WITH NO FEES IS SKIPPED.                                  *
071000******************************************************************
071100 4100-WRITE-INVOICE-LINE.
071200     IF WS-IVL-CHARGED-COUNT (WS-TYPE-SUB) = ZERO
071300         AND WS-IVL-CREDIT-COUNT (WS-TYPE-SUB) = ZERO
071400         GO TO 4100-EXIT
071500     END-IF.
071600     ADD 1 TO WS-BILL-LINE-COUNT.
071700     ADD 1 TO WS-INVOICE-LINE-NO.
071800     MOVE WS-IVL-CHARGED-AMOUNT (WS-TYPE-SUB) TO WS-LINE-AMOUNT.
071900     ADD WS-IVL-CREDIT-AMOUNT (WS-TYPE-SUB) TO WS-LINE-AMOUNT.
072000     MOVE WS-IVL-CHARGED-COUNT (WS-TYPE-SUB)  TO WS-DTL-COUNT-1.
072100     MOVE WS-IVL-CHARGED-AMOUNT (WS-TYPE-SUB) TO WS-DTL-AMOUNT-1.
072200     MOVE WS-IVL-CREDIT-COUNT (WS-TYPE-SUB)   TO WS-DTL-COUNT-2.
072300     MOVE WS-IVL-CREDIT-AMOUNT (WS-TYPE-SUB)  TO WS-DTL-AMOUNT-2.
072400     MOVE WS-LINE-AMOUNT                      TO WS-DTL-AMOUNT-3.
072500     MOVE SPACES TO WS-PRINT-LINE.
072600     STRING WS-TYPE-NAME (WS-TYPE-SUB) DELIMITED BY SIZE
072700            "              "     DELIMITED BY SIZE
072800            WS-DTL-COUNT-1       DELIMITED BY SIZE
072900            "  "                 DELIMITED BY SIZE
073000            WS-DTL-AMOUNT-1      DELIMITED BY SIZE
073100            "         "          DELIMITED BY SIZE
073200            WS-DTL-COUNT-2       DELIMITED BY SIZE
073300            "  "                 DELIMITED BY SIZE
073400            WS-DTL-AMOUNT-2      DELIMITED BY SIZE
073500            "  "                 DELIMITED BY SIZE
073600            WS-DTL-AMOUNT-3      DELIMITED BY SIZE
073700         INTO WS-PRINT-TEXT.
073800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
073900     MOVE SPACES TO BILL-DETAIL-RECORD.
074000     SET BIL-DETAIL-TYPE TO TRUE.
074100     MOVE WS-INVOICE-NUMBER   TO BID-INVOICE-NUMBER.
074200     MOVE WS-CUR-ACCOUNT      TO BID-ACCOUNT-NUMBER.
074300     MOVE WS-INVOICE-LINE-NO  TO BID-LINE-NUMBER.
074400     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO BID-TRAN-TYPE.
074500     MOVE WS-IVL-CHARGED-COUNT (WS-TYPE-SUB)
074600         TO BID-CHARGED-COUNT.
074700     MOVE WS-IVL-CHARGED-AMOUNT (WS-TYPE-SUB)
074800         TO BID-CHARGED-AMOUNT.
074900     MOVE WS-IVL-CREDIT-COUNT (WS-TYPE-SUB)
075000         TO BID-CREDIT-COUNT.
075100     MOVE WS-IVL-CREDIT-AMOUNT (WS-TYPE-SUB)
075200         TO BID-CREDIT-AMOUNT.
075300     MOVE WS-LINE-AMOUNT      TO BID-LINE-AMOUNT.
075400     WRITE BILL-DETAIL-RECORD.
075500     PERFORM 8800-CHECK-BILLING-STATUS THRU 8800-EXIT.
075600 4100-EXIT.
075700     EXIT.
075800******************************************************************
075900* 4200-WRITE-INVOICE-TOTAL                                      *
076000*     PRINTS THE INVOICE TOTAL AND ADDS THE INVOICE INTO THE    *
076100*     RUN'S BILLED TOTALS.                                      *
076200******************************************************************
076300 4200-WRITE-INVOICE-TOTAL.
076400     ADD WS-INVOICE-ITEMS  TO WS-BILL-ITEM-COUNT.
076500     ADD WS-INVOICE-AMOUNT TO WS-BILLED-TOTAL.
076600     MOVE WS-INVOICE-AMOUNT TO WS-DTL-AMOUNT-3.
076700     MOVE SPACES TO WS-PRINT-LINE.
076800     STRING "INVOICE TOTAL"      DELIMITED BY SIZE
076900         INTO WS-PRINT-TEXT.
077000     MOVE WS-DTL-AMOUNT-3 TO WS-PRINT-TEXT (89:17).
077100     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
077200     IF WS-INVOICE-AMOUNT < ZERO
077300         MOVE SPACES TO WS-PRINT-LINE
077400         STRING "CREDIT BALANCE - NOTHING IS DUE ON THIS INVOICE"
077500                                 DELIMITED BY SIZE
077600             INTO WS-PRINT-TEXT
077700         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
077800     END-IF.
077900 4200-EXIT.
078000     EXIT.
078100******************************************************************
078200* 5000-LOAD-GL-POSTINGS                                         *
078300*     READS THE BILLING MONTH'S GL EXTRACT GENERATIONS          *
078400*     (GLFEEIN) AND ADDS EVERY TRAN CODE F POSTING DATED IN     *
078500*     THE MONTH TO ITS GL FEE ACCOUNT - A DETAIL POSTING        *
078600*     COUNTS ONE ITEM, A SUMMARY POSTING ITS OWN ITEM COUNT.    *
078700*     WITH NO GL POSTINGS SUPPLIED THE PROOF CANNOT BE MADE     *
078800*     AND IS REPORTED AS NOT PERFORMED.                         *
078900******************************************************************
079000 5000-LOAD-GL-POSTINGS.
079100     OPEN INPUT GL-FEE-FILE.
079200     IF WS-GLF-FILE-STATUS = "35"
079300         SET GL-FEES-NOT-SUPPLIED TO TRUE
079400         GO TO 5000-EXIT
079500     END-IF.
079600     IF WS-GLF-FILE-STATUS NOT = "00"
079700         MOVE "GLFEEIN" TO WS-IOERR-FILE-NAME
079800         MOVE WS-GLF-FILE-STATUS TO WS-IOERR-STATUS
079900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
080000     END-IF.
080100     SET NOT-END-OF-INPUT TO TRUE.
080200     PERFORM 5100-READ-GL-POSTING THRU 5100-EXIT
080300         UNTIL END-OF-INPUT.
080400     CLOSE GL-FEE-FILE.
080500 5000-EXIT.
080600     EXIT.
080700******************************************************************
080800* 5100-READ-GL-POSTING                                          *
080900*     READS ONE GL EXTRACT RECORD AND, WHEN IT IS A FEE         *
081000*     POSTING IN THE BILLING MONTH, ADDS IT TO ITS GL FEE       *
081100*     ACCOUNT'S POSTED TOTAL.                                   *
081200******************************************************************
081300 5100-READ-GL-POSTING.
081400     READ GL-FEE-FILE
081500         AT END
081600             SET END-OF-INPUT TO TRUE
081700             GO TO 5100-EXIT
081800     END-READ.
081900     IF WS-GLF-FILE-STATUS NOT = "00"
082000         MOVE "GLFEEIN" TO WS-IOERR-FILE-NAME
082100         MOVE WS-GLF-FILE-STATUS TO WS-IOERR-STATUS
082200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
082300     END-IF.
082400     ADD 1 TO WS-GLF-READ-COUNT.
082500     IF GL-SUMMARY-TYPE
082600         IF GLS-TRAN-CODE NOT = "F"
082700             GO TO 5100-EXIT
082800         END-IF
082900         MOVE GLS-POSTING-DATE TO WS-DATE-SPLIT
083000         IF WS-DS-YYYYMM NOT = WS-BILL-PERIOD
083100             GO TO 5100-EXIT
083200         END-IF
083300         MOVE GLS-GL-POSTING-ACCT TO WS-FGL-KEY
083400         PERFORM 7000-FIND-FEE-GL THRU 7000-EXIT
083500         ADD GLS-ITEM-COUNT TO WS-GLF-ITEM-COUNT
083600         ADD GLS-AMOUNT TO WS-POSTED-TOTAL
083700         IF WS-FGL-FOUND NOT = ZERO
083800             ADD GLS-ITEM-COUNT
083900                 TO WS-FGL-POSTED-COUNT (WS-FGL-FOUND)
084000             ADD GLS-AMOUNT
084100                 TO WS-FGL-POSTED-AMOUNT (WS-FGL-FOUND)
084200         END-IF
084300     ELSE
084400         IF GLX-TRAN-CODE NOT = "F"
084500             GO TO 5100-EXIT
084600         END-IF
084700         MOVE GLX-POSTING-DATE TO WS-DATE-SPLIT
084800         IF WS-DS-YYYYMM NOT = WS-BILL-PERIOD
084900             GO TO 5100-EXIT
085000         END-IF
085100         MOVE GLX-GL-POSTING-ACCT TO WS-FGL-KEY
085200         PERFORM 7000-FIND-FEE-GL THRU 7000-EXIT
085300         ADD 1 TO WS-GLF-ITEM-COUNT
085400         ADD GLX-AMOUNT TO WS-POSTED-TOTAL
085500         IF WS-FGL-FOUND NOT = ZERO
085600             ADD 1 TO WS-FGL-POSTED-COUNT (WS-FGL-FOUND)
085700             ADD GLX-AMOUNT
085800                 TO WS-FGL-POSTED-AMOUNT (WS-FGL-FOUND)
085900         END-IF
086000     END-IF.
086100     ADD 1 TO WS-GLF-POSTING-COUNT.
086200 5100-EXIT.
086300     EXIT.
086400******************************************************************
086500* 6000-PROVE-FEES                                               *
086600*     PRINTS THE FEES-CHARGED TO FEES-BILLED PROOF - FOR EACH   *
086700*     GL FEE ACCOUNT THE ITEMS AND AMOUNT POSTED TO THE GL      *
086800*     UNDER TRAN CODE F AGAINST THE ITEMS AND AMOUNT BILLED,    *
086900*     THEN THE GRAND TOTALS.  THE PROOF FAILS ON ANY            *
087000*     DIFFERENCE, OR WHEN NO GL POSTINGS WERE SUPPLIED TO       *
087100*     PROVE AGAINST.                                            *
087200******************************************************************
087300 6000-PROVE-FEES.
087400     MOVE "FEES CHARGED TO FEES BILLED PROOF" TO WS-HDG-TITLE.
087500     PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT.
087600     IF GL-FEES-NOT-SUPPLIED
087700         SET PROOF-FAILED TO TRUE
087800         MOVE SPACES TO WS-PRINT-LINE
087900         STRING "NO GL EXTRACT GENERATIONS SUPPLIED ON GLFEEIN - "
088000                                 DELIMITED BY SIZE
088100                "PROOF NOT PERFORMED"
088200                                 DELIMITED BY SIZE
088300             INTO WS-PRINT-TEXT
088400         PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT
088500         GO TO 6000-EXIT
088600     END-IF.
088700     MOVE SPACES TO WS-PRINT-LINE.
088800     STRING "FEE GL      GL ITEMS  POSTED TO GL (F)"
088900                                 DELIMITED BY SIZE
089000            "  BILLED ITEMS        FEES BILLED"
089100                                 DELIMITED BY SIZE
089200            "         DIFFERENCE  PROOF"
089300                                 DELIMITED BY SIZE
089400         INTO WS-PRINT-TEXT.
089500     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
089600     PERFORM 6100-PROVE-FEE-GL THRU 6100-EXIT
089700         VARYING WS-FGL-SUB FROM 1 BY 1
089800         UNTIL WS-FGL-SUB > WS-FGL-COUNT.
089900     MOVE WS-GLF-ITEM-COUNT   TO WS-DTL-COUNT-1.
090000     MOVE WS-POSTED-TOTAL     TO WS-DTL-AMOUNT-1.
090100     MOVE WS-FEE-PERIOD-COUNT TO WS-DTL-COUNT-2.
090200     MOVE WS-BILLED-TOTAL     TO WS-DTL-AMOUNT-2.
090300     COMPUTE WS-DIFF-AMOUNT = WS-POSTED-TOTAL - WS-BILLED-TOTAL.
090400     MOVE WS-DIFF-AMOUNT      TO WS-DTL-AMOUNT-3.
090500     IF WS-DIFF-AMOUNT NOT = ZERO
090600         OR WS-GLF-ITEM-COUNT NOT = WS-FEE-PERIOD-COUNT
090700         SET PROOF-FAILED TO TRUE
090800     END-IF.
090900     IF PROOF-AGREES
091000         MOVE "AGREES"  TO WS-DTL-STATUS
091100     ELSE
091200         MOVE "FAILED"  TO WS-DTL-STATUS
091300     END-IF.
091400     MOVE SPACES TO WS-PRINT-LINE.
091500     STRING "TOTAL     "         DELIMITED BY SIZE
091600            WS-DTL-COUNT-1       DELIMITED BY SIZE
091700            "  "                 DELIMITED BY SIZE
091800            WS-DTL-AMOUNT-1      DELIMITED BY SIZE
091900            "       "            DELIMITED BY SIZE
092000            WS-DTL-COUNT-2       DELIMITED BY SIZE
092100            "  "                 DELIMITED BY SIZE
092200            WS-DTL-AMOUNT-2      DELIMITED BY SIZE
092300            "  "                 DELIMITED BY SIZE
092400            WS-DTL-AMOUNT-3      DELIMITED BY SIZE
092500            "  "                 DELIMITED BY SIZE
092600            WS-DTL-STATUS        DELIMITED BY SIZE
092700         INTO WS-PRINT-TEXT.
092800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
092900 6000-EXIT.
093000     EXIT.
093100******************************************************************
093200* 6100-PROVE-FEE-GL                                             *
093300*     PRINTS THE PROOF LINE FOR ONE GL FEE ACCOUNT AND COUNTS   *
093400*     IT WHEN POSTED AND BILLED DISAGREE.                       *
093500******************************************************************
093600 6100-PROVE-FEE-GL.
093700     MOVE WS-FGL-POSTED-COUNT (WS-FGL-SUB)  TO WS-DTL-COUNT-1.
093800     MOVE WS-FGL-POSTED-AMOUNT (WS-FGL-SUB) TO WS-DTL-AMOUNT-1.
093900     MOVE WS-FGL-BILLED-COUNT (WS-FGL-SUB)  TO WS-DTL-COUNT-2.
094000     MOVE WS-FGL-BILLED-AMOUNT (WS-FGL-SUB) TO WS-DTL-AMOUNT-2.
094100     COMPUTE WS-DIFF-AMOUNT = WS-FGL-POSTED-AMOUNT (WS-FGL-SUB)
094200                            - WS-FGL-BILLED-AMOUNT (WS-FGL-SUB).
094300     MOVE WS-DIFF-AMOUNT TO WS-DTL-AMOUNT-3.
094400     IF WS-DIFF-AMOUNT = ZERO
094500         AND WS-FGL-POSTED-COUNT (WS-FGL-SUB)
094600             = WS-FGL-BILLED-COUNT (WS-FGL-SUB)
094700         MOVE "AGREES" TO WS-DTL-STATUS
094800     ELSE
094900         MOVE "DIFFERS" TO WS-DTL-STATUS
095000         ADD 1 TO WS-PROOF-DIFF-COUNT
095100         SET PROOF-FAILED TO TRUE
095200     END-IF.
095300     MOVE SPACES TO WS-PRINT-LINE.
095400     STRING WS-FGL-ACCT (WS-FGL-SUB) DELIMITED BY SIZE
095500            "  "                 DELIMITED BY SIZE
095600            WS-DTL-COUNT-1       DELIMITED BY SIZE
095700            "  "                 DELIMITED BY SIZE
095800            WS-DTL-AMOUNT-1      DELIMITED BY SIZE
095900            "       "            DELIMITED BY SIZE
096000            WS-DTL-COUNT-2       DELIMITED BY SIZE
096100            "  "                 DELIMITED BY SIZE
096200            WS-DTL-AMOUNT-2      DELIMITED BY SIZE
096300            "  "                 DELIMITED BY SIZE
096400            WS-DTL-AMOUNT-3      DELIMITED BY SIZE
096500            "  "                 DELIMITED BY SIZE
096600            WS-DTL-STATUS        DELIMITED BY SIZE
096700         INTO WS-PRINT-TEXT.
096800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
096900 6100-EXIT.
097000     EXIT.
097100******************************************************************
097200* 7000-FIND-FEE-GL                                              *
097300*     FINDS THE PROOF TABLE ROW FOR THE GL FEE ACCOUNT IN WS-   *
097400*     FGL-KEY, ADDING A ZEROED ROW FOR AN ACCOUNT NOT YET       *
097500*     SEEN.  WHEN THE TABLE IS FULL THE ROW SUBSCRIPT IS LEFT   *
097600*     AT ZERO AND THE OVERFLOW IS COUNTED - THE GRAND TOTALS    *
097700*     STILL CARRY THE AMOUNT.                                   *
097800******************************************************************
097900 7000-FIND-FEE-GL.
098000     MOVE ZERO TO WS-FGL-FOUND.
098100     PERFORM 7010-TEST-FEE-GL THRU 7010-EXIT
098200         VARYING WS-FGL-SUB FROM 1 BY 1
098300         UNTIL WS-FGL-FOUND NOT = ZERO
098400             OR WS-FGL-SUB > WS-FGL-COUNT.
098500     IF WS-FGL-FOUND NOT = ZERO
098600         GO TO 7000-EXIT
098700     END-IF.
098800     IF WS-FGL-COUNT >= WS-FGL-MAX
098900         ADD 1 TO WS-FGL-OVERFLOW-COUNT
099000         GO TO 7000-EXIT
099100     END-IF.
099200     ADD 1 TO WS-FGL-COUNT.
099300     MOVE WS-FGL-COUNT TO WS-FGL-FOUND.
099400     MOVE WS-FGL-KEY TO WS-FGL-ACCT (WS-FGL-FOUND).
099500     MOVE ZERO TO WS-FGL-BILLED-COUNT (WS-FGL-FOUND).
099600     MOVE ZERO TO WS-FGL-BILLED-AMOUNT (WS-FGL-FOUND).
099700     MOVE ZERO TO WS-FGL-POSTED-COUNT (WS-FGL-FOUND).
099800     MOVE ZERO TO WS-FGL-POSTED-AMOUNT (WS-FGL-FOUND).
099900 7000-EXIT.
100000     EXIT.
100100******************************************************************
100200* 7010-TEST-FEE-GL                                              *
100300*     TESTS ONE PROOF TABLE ROW AGAINST THE GL FEE ACCOUNT      *
100400*     SOUGHT.                                                   *
100500******************************************************************
100600 7010-TEST-FEE-GL.
100700     IF WS-FGL-ACCT (WS-FGL-SUB) = WS-FGL-KEY
100800         MOVE WS-FGL-SUB TO WS-FGL-FOUND
100900     END-IF.
101000 7010-EXIT.
101100     EXIT.
101200******************************************************************
101300* 8000-WRITE-PAGE-HEADING                                       *
101400*     WRITES THE REPORT PAGE HEADING - PROGRAM, TITLE, BILLING  *
101500*     MONTH, RUN DATE AND TIME - AND RESETS THE LINE COUNTER    *
101600*     FOR THE NEW PAGE.                                         *
101700******************************************************************
101800 8000-WRITE-PAGE-HEADING.
101900     ADD 1 TO WS-PAGE-NUMBER.
102000     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
102100     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
102200     MOVE WS-RUN-MM   TO WS-HD-MM.
102300     MOVE WS-RUN-DD   TO WS-HD-DD.
102400     MOVE WS-RUN-HH   TO WS-HT-HH.
102500     MOVE WS-RUN-MIN  TO WS-HT-MIN.
102600     MOVE WS-RUN-SS   TO WS-HT-SS.
102700     MOVE SPACES TO WS-PRINT-LINE.
102800     STRING "FEEINV "            DELIMITED BY SIZE
102900            WS-HDG-TITLE         DELIMITED BY SIZE
103000            "     PAGE "         DELIMITED BY SIZE
103100            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
103200         INTO WS-PRINT-TEXT.
103300     WRITE INVOICE-RECORD FROM WS-PRINT-LINE
103400         AFTER ADVANCING PAGE.
103500     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
103600     MOVE SPACES TO WS-PRINT-LINE.
103700     STRING "BILLING MONTH: "    DELIMITED BY SIZE
103800            WS-HDG-PERIOD        DELIMITED BY SIZE
103900            "     RUN DATE: "    DELIMITED BY SIZE
104000            WS-HDG-DATE          DELIMITED BY SIZE
104100            "     RUN TIME: "    DELIMITED BY SIZE
104200            WS-HDG-TIME          DELIMITED BY SIZE
104300         INTO WS-PRINT-TEXT.
104400     WRITE INVOICE-RECORD FROM WS-PRINT-LINE
104500         AFTER ADVANCING 2 LINES.
104600     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
104700     MOVE ZERO TO WS-LINE-COUNT.
104800 8000-EXIT.
104900     EXIT.
105000******************************************************************
105100* 8100-WRITE-REPORT-LINE                                        *
105200*     WRITES ONE REPORT LINE AND FORCES A PAGE BREAK WHEN THE   *
105300*     PAGE IS FULL.                                             *
105400******************************************************************
105500 8100-WRITE-REPORT-LINE.
105600     WRITE INVOICE-RECORD FROM WS-PRINT-LINE
105700         AFTER ADVANCING 1 LINE.
105800     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
105900     ADD 1 TO WS-LINE-COUNT.
106000     IF WS-LINE-COUNT >= WS-MAX-LINES
106100         PERFORM 8000-WRITE-PAGE-HEADING THRU 8000-EXIT
106200     END-IF.
106300 8100-EXIT.
106400     EXIT.
106500******************************************************************
106600* 8200-WRITE-SUMMARY-LINE                                       *
106700*     WRITES ONE REPORT LINE, SPACED AWAY FROM THE PRECEDING    *
106800*     LINE.                                                     *
106900******************************************************************
107000 8200-WRITE-SUMMARY-LINE.
107100     WRITE INVOICE-RECORD FROM WS-PRINT-LINE
107200         AFTER ADVANCING 2 LINES.
107300     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
107400     ADD 2 TO WS-LINE-COUNT.
107500 8200-EXIT.
107600     EXIT.
107700******************************************************************
107800* 8300-PRINT-COUNT                                              *
107900*     PRINTS ONE LABELLED CONTROL SUMMARY COUNT.                *
108000******************************************************************
108100 8300-PRINT-COUNT.
108200     MOVE SPACES TO WS-PRINT-LINE.
108300     STRING WS-DSP-LABEL   DELIMITED BY SIZE
108400            WS-DSP-COUNT   DELIMITED BY SIZE
108500         INTO WS-PRINT-TEXT.
108600     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
108700 8300-EXIT.
108800     EXIT.
108900******************************************************************
109000* 8400-PRINT-AMOUNT                                             *
109100*     PRINTS ONE LABELLED CONTROL SUMMARY AMOUNT.               *
109200******************************************************************
109300 8400-PRINT-AMOUNT.
109400     MOVE SPACES TO WS-PRINT-LINE.
109500     STRING WS-DSP-LABEL   DELIMITED BY SIZE
109600            WS-DSP-AMOUNT  DELIMITED BY SIZE
109700         INTO WS-PRINT-TEXT.
109800     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
109900 8400-EXIT.
110000     EXIT.
110100******************************************************************
110200* 8700-CHECK-REPORT-STATUS                                      *
110300*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
110400******************************************************************
110500 8700-CHECK-REPORT-STATUS.
110600     IF WS-RPT-FILE-STATUS NOT = "00"
110700         MOVE "FIVRPT" TO WS-IOERR-FILE-NAME
110800         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
110900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
111000     END-IF.
111100 8700-EXIT.
111200     EXIT.
111300******************************************************************
111400* 8800-CHECK-BILLING-STATUS                                     *
111500*     COMMON STATUS CHECK PERFORMED AFTER EVERY BILLING FILE    *
111600*     WRITE.                                                    *
111700******************************************************************
111800 8800-CHECK-BILLING-STATUS.
111900     IF WS-BIL-FILE-STATUS NOT = "00"
112000         MOVE "BILLOUT" TO WS-IOERR-FILE-NAME
112100         MOVE WS-BIL-FILE-STATUS TO WS-IOERR-STATUS
112200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
112300     END-IF.
112400     ADD 1 TO WS-BILL-RECORD-COUNT.
112500 8800-EXIT.
112600     EXIT.
112700******************************************************************
112800* 9000-TERMINATE                                                *
112900*     WRITES THE BILLING FILE TRAILER AND THE CONTROL SUMMARY   *
113000*     - AUDIT RECORDS READ, FEE RECORDS IN THE MONTH, CREDITS   *
113100*     AND UNMATCHED FEES, INVOICES ISSUED, BILLED TOTAL, GL     *
113200*     FEE POSTINGS AND THEIR TOTAL - SETS THE RETURN CODE, AND  *
113300*     CLOSES THE FILES.  RETURN CODE 0 WHEN FEES CHARGED EQUAL  *
113400*     FEES BILLED, 4 WHEN THE PROOF AGREES BUT A FEE COULD NOT  *
113500*     BE MATCHED TO ITS BASE CALCULATION OR AN ACCOUNT IS NOT   *
113600*     ON THE MASTER, 8 WHEN THE PROOF FAILED OR COULD NOT BE    *
113700*     MADE - THE BILLING FILE MUST NOT GO TO RECEIVABLES UNTIL  *
113800*     THE DIFFERENCE IS EXPLAINED.                              *
113900******************************************************************
114000 9000-TERMINATE.
114100     MOVE SPACES TO BILL-TRAILER-RECORD.
114200     SET BIL-TRAILER-TYPE TO TRUE.
114300     MOVE WS-BILL-PERIOD      TO BIT-BILLING-PERIOD.
114400     MOVE WS-RUN-DATE         TO BIT-CREATED-DATE.
114500     MOVE WS-INVOICE-COUNT    TO BIT-INVOICE-COUNT.
114600     MOVE WS-BILL-LINE-COUNT  TO BIT-LINE-COUNT.
114700     MOVE WS-BILL-ITEM-COUNT  TO BIT-ITEM-COUNT.
114800     MOVE WS-BILLED-TOTAL     TO BIT-BILLED-AMOUNT.
114900     MOVE WS-FIRST-INVOICE    TO BIT-FIRST-INVOICE.
115000     MOVE WS-LAST-INVOICE     TO BIT-LAST-INVOICE.
115100     WRITE BILL-TRAILER-RECORD.
115200     PERFORM 8800-CHECK-BILLING-STATUS THRU 8800-EXIT.
115300     MOVE SPACES TO WS-PRINT-LINE.
115400     STRING "FEEINV CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
115500         INTO WS-PRINT-TEXT.
115600     WRITE INVOICE-RECORD FROM WS-PRINT-LINE
115700         AFTER ADVANCING PAGE.
115800     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
115900     MOVE "ARCHIVED AUDIT RECORDS READ . . " TO WS-DSP-LABEL.
116000     MOVE WS-ARCH-READ-COUNT TO WS-DSP-COUNT.
116100     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
116200     MOVE "AUDIT HISTORY RECORDS READ  . . " TO WS-DSP-LABEL.
116300     MOVE WS-HIST-READ-COUNT TO WS-DSP-COUNT.
116400     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
116500     MOVE "FEE RECORDS READ  . . . . . . . " TO WS-DSP-LABEL.
116600     MOVE WS-FEE-READ-COUNT TO WS-DSP-COUNT.
116700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
116800     MOVE "  IN THE BILLING MONTH  . . . . " TO WS-DSP-LABEL.
116900     MOVE WS-FEE-PERIOD-COUNT TO WS-DSP-COUNT.
117000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
117100     MOVE "  CREDITED ON REVERSALS . . . . " TO WS-DSP-LABEL.
117200     MOVE WS-CREDIT-COUNT TO WS-DSP-COUNT.
117300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
117400     MOVE "  NO BASE CALCULATION FOUND . . " TO WS-DSP-LABEL.
117500     MOVE WS-UNMATCHED-COUNT TO WS-DSP-COUNT.
117600     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
117700     MOVE "FEES CHARGED PER AUDIT TRAIL  . " TO WS-DSP-LABEL.
117800     MOVE WS-AUDIT-FEE-TOTAL TO WS-DSP-AMOUNT.
117900     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
118000     MOVE "INVOICES ISSUED . . . . . . . . " TO WS-DSP-LABEL.
118100     MOVE WS-INVOICE-COUNT TO WS-DSP-COUNT.
118200     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
118300     MOVE "  ACCOUNT NOT ON MASTER . . . . " TO WS-DSP-LABEL.
118400     MOVE WS-NOT-ON-MASTER-COUNT TO WS-DSP-COUNT.
118500     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
118600     MOVE "INVOICE LINES . . . . . . . . . " TO WS-DSP-LABEL.
118700     MOVE WS-BILL-LINE-COUNT TO WS-DSP-COUNT.
118800     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
118900     MOVE "ITEMS BILLED  . . . . . . . . . " TO WS-DSP-LABEL.
119000     MOVE WS-BILL-ITEM-COUNT TO WS-DSP-COUNT.
119100     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
119200     MOVE "TOTAL BILLED  . . . . . . . . . " TO WS-DSP-LABEL.
119300     MOVE WS-BILLED-TOTAL TO WS-DSP-AMOUNT.
119400     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
119500     MOVE "BILLING FILE RECORDS WRITTEN  . " TO WS-DSP-LABEL.
119600     MOVE WS-BILL-RECORD-COUNT TO WS-DSP-COUNT.
119700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
119800     MOVE "GL EXTRACT RECORDS READ . . . . " TO WS-DSP-LABEL.
119900     MOVE WS-GLF-READ-COUNT TO WS-DSP-COUNT.
120000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
120100     MOVE "  F POSTINGS IN BILLING MONTH . " TO WS-DSP-LABEL.
120200     MOVE WS-GLF-POSTING-COUNT TO WS-DSP-COUNT.
120300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
120400     MOVE "  ITEMS IN THOSE POSTINGS . . . " TO WS-DSP-LABEL.
120500     MOVE WS-GLF-ITEM-COUNT TO WS-DSP-COUNT.
120600     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
120700     MOVE "FEES POSTED TO GL (F) . . . . . " TO WS-DSP-LABEL.
120800     MOVE WS-POSTED-TOTAL TO WS-DSP-AMOUNT.
120900     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
121000     MOVE "FEE GL ACCOUNTS DIFFERING . . . " TO WS-DSP-LABEL.
121100     MOVE WS-PROOF-DIFF-COUNT TO WS-DSP-COUNT.
121200     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
121300     IF WS-FGL-OVERFLOW-COUNT > ZERO
121400         MOVE "FEE GL ACCOUNTS OVER TABLE SIZE " TO WS-DSP-LABEL
121500         MOVE WS-FGL-OVERFLOW-COUNT TO WS-DSP-COUNT
121600         PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
121700     END-IF.
121800     MOVE SPACES TO WS-PRINT-LINE.
121900     IF PROOF-AGREES
122000         STRING "FEES CHARGED EQUAL FEES BILLED - PROOF AGREES"
122100                                 DELIMITED BY SIZE
122200             INTO WS-PRINT-TEXT
122300     ELSE
122400         STRING "FEES CHARGED DO NOT EQUAL FEES BILLED - "
122500                                 DELIMITED BY SIZE
122600                "PROOF FAILED"   DELIMITED BY SIZE
122700             INTO WS-PRINT-TEXT
122800     END-IF.
122900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
123000     CLOSE ACCOUNT-FILE.
123100     CLOSE BILLING-FILE.
123200     CLOSE INVOICE-FILE.
123300     EVALUATE TRUE
123400         WHEN PROOF-FAILED
123500             DISPLAY "FEEINV - FEES CHARGED NOT PROVED EQUAL TO "
123600                 "FEES BILLED - RETURN CODE 8 - SEE FIVRPT"
123700             MOVE 8 TO RETURN-CODE
123800         WHEN WS-UNMATCHED-COUNT > ZERO
123900           OR WS-NOT-ON-MASTER-COUNT > ZERO
124000             DISPLAY "FEEINV - " WS-UNMATCHED-COUNT
124100                 " FEE(S) WITH NO BASE CALCULATION, "
124200                 WS-NOT-ON-MASTER-COUNT
124300                 " ACCOUNT(S) NOT ON MASTER - SEE FIVRPT"
124400             MOVE 4 TO RETURN-CODE
124500         WHEN OTHER
124600             MOVE ZERO TO RETURN-CODE
124700     END-EVALUATE.
124800 9000-EXIT.
124900     EXIT.
125000******************************************************************
125100* 9900-IO-ERROR                                                 *
125200*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
125300*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
125400*     CODE 16.                                                  *
125500******************************************************************
125600 9900-IO-ERROR.
125700     DISPLAY "FEEINV - I/O ERROR ON " WS-IOERR-FILE-NAME
125800         " STATUS " WS-IOERR-STATUS.
125900     MOVE 16 TO RETURN-CODE.
126000     STOP RUN.
126100 9900-EXIT.
126200     EXIT.
126300 END PROGRAM FEEINV.
