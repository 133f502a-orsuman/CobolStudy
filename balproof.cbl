000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     BALPROOF.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-08 KT   ORIGINAL PROGRAM - MONTH-END BALANCE MASTER    *
001200*                 PROOF.  REBUILDS EVERY ACCOUNT'S MONTH-TO-DATE *
001300*                 AND YEAR-TO-DATE COUNTS AND TOTALS PER         *
001400*                 OPERATION (A/S/M/D/FEE) INDEPENDENTLY FROM THE *
001500*                 AUDIT ARCHIVE (AUDARCH) AND THE AUDIT HISTORY  *
001600*                 (AUDHIST), SORTED BY ACCOUNT, RUN DATE, AND    *
001700*                 RUN TIME AND REPLAYED UNDER THE SAME RULES     *
001800*                 BALUPDT APPLIES - MONTH ROLLOVER ON AN         *
001900*                 ACCOUNT'S FIRST ACTIVITY OF A NEW MONTH, YTD   *
002000*                 RESET ON A NEW YEAR, AND A REVERSAL TAKING ONE *
002100*                 OFF THE MTD ITEM COUNT (NEVER BELOW ZERO).     *
002200*                 THE REBUILT RECORDS ARE MATCHED AGAINST THE    *
002300*                 BALANCE MASTER (ACCTBAL) IN ACCOUNT ORDER AND  *
002400*                 EVERY BUCKET THAT DISAGREES PRINTS ON AN       *
002500*                 EXCEPTION REPORT, SO AN AUDIT FILE APPLIED     *
002600*                 TWICE (OR NOT AT ALL) IS CAUGHT BEFORE         *
002700*                 STATEMENTS GO OUT.  A PARAMETER CARD (BPFPARM) *
002800*                 WITH C IN COLUMN 1 ALSO WRITES A CORRECTED     *
002900*                 BALANCE MASTER (BALNEW) FOR OPERATIONS TO SWAP *
003000*                 IN AFTER REVIEW.                               *
003100******************************************************************
003200 ENVIRONMENT     DIVISION.
003300 INPUT-OUTPUT    SECTION.
003400 FILE-CONTROL.
003500     SELECT PARM-FILE      ASSIGN TO "BPFPARM"
003600                         ORGANIZATION IS SEQUENTIAL
003700                         FILE STATUS IS WS-PARM-FILE-STATUS.
003800     SELECT ARCHIVE-FILE   ASSIGN TO "AUDARCH"
003900                         ORGANIZATION IS SEQUENTIAL
004000                         FILE STATUS IS WS-ARCH-FILE-STATUS.
004100     SELECT AUDIT-HISTORY-FILE ASSIGN TO "AUDHIST"
004200                         ORGANIZATION IS SEQUENTIAL
004300                         FILE STATUS IS WS-AUDH-FILE-STATUS.
004400     SELECT SORT-FILE      ASSIGN TO "SORTWK".
004500     SELECT BALANCE-FILE   ASSIGN TO "ACCTBAL"
004600                         ORGANIZATION IS INDEXED
004700                         ACCESS MODE IS SEQUENTIAL
004800                         RECORD KEY IS BAL-ACCOUNT-NUMBER
004900                         FILE STATUS IS WS-BAL-FILE-STATUS.
005000     SELECT BALANCE-NEW-FILE ASSIGN TO "BALNEW"
005100                         ORGANIZATION IS INDEXED
005200                         ACCESS MODE IS SEQUENTIAL
005300                         RECORD KEY IS BNW-ACCOUNT-NUMBER
005400                         FILE STATUS IS WS-BNW-FILE-STATUS.
005500     SELECT PROOF-FILE     ASSIGN TO "BPFRPT"
005600                         ORGANIZATION IS SEQUENTIAL
005700                         FILE STATUS IS WS-RPT-FILE-STATUS.
005800 DATA            DIVISION.
005900 FILE            SECTION.
006000 FD  PARM-FILE
006100     LABEL RECORDS ARE STANDARD.
006200 01  PARM-RECORD                 PIC X(80).
006300 FD  ARCHIVE-FILE
006400     LABEL RECORDS ARE STANDARD.
006500           COPY AUDITREC REPLACING
006600               ==AUDIT-RECORD== BY ==ARCHIVE-RECORD==
006700               LEADING ==AUD-== BY ==AUA-==.
006800 FD  AUDIT-HISTORY-FILE
006900     LABEL RECORDS ARE STANDARD.
007000           COPY AUDITREC REPLACING
007100               ==AUDIT-RECORD== BY ==AUDIT-HIST-RECORD==
007200               LEADING ==AUD-== BY ==AUH-==.
007300 SD  SORT-FILE.
007400           COPY AUDITREC REPLACING
007500               ==AUDIT-RECORD== BY ==SORT-AUDIT-RECORD==
007600               LEADING ==AUD-== BY ==SRT-==.
007700 FD  BALANCE-FILE
007800     LABEL RECORDS ARE STANDARD.
007900           COPY BALREC.
008000 FD  BALANCE-NEW-FILE
008100     LABEL RECORDS ARE STANDARD.
008200           COPY BALREC REPLACING
008300               ==BALANCE-RECORD== BY ==BALANCE-NEW-RECORD==
008400               LEADING ==BAL-== BY ==BNW-==.
008500 FD  PROOF-FILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 133 CHARACTERS.
008800 01  PROOF-RECORD        PIC X(133).
008900 WORKING-STORAGE SECTION.
009000 01  WS-SWITCHES.
009100         03  WS-INPUT-EOF-SWITCH PIC X(01)   VALUE "N".
009200             88  END-OF-INPUT                 VALUE "Y".
009300             88  NOT-END-OF-INPUT             VALUE "N".
009400         03  WS-SORT-EOF-SWITCH  PIC X(01)   VALUE "N".
009500             88  END-OF-SORT                  VALUE "Y".
009600         03  WS-BAL-EOF-SWITCH   PIC X(01)   VALUE "N".
009700             88  END-OF-BALANCES              VALUE "Y".
009800         03  WS-REBUILT-SWITCH   PIC X(01)   VALUE "N".
009900             88  REBUILT-FROM-AUDIT           VALUE "Y".
010000             88  NOT-REBUILT-FROM-AUDIT       VALUE "N".
010100         03  WS-ACCT-EXCP-SWITCH PIC X(01)   VALUE "N".
010200             88  ACCOUNT-HAS-EXCEPTION        VALUE "Y".
010300             88  ACCOUNT-IN-AGREEMENT         VALUE "N".
010400 01  WS-FILE-STATUS-FIELDS.
010500         03  WS-PARM-FILE-STATUS PIC X(02)   VALUE "00".
010600         03  WS-ARCH-FILE-STATUS PIC X(02)   VALUE "00".
010700         03  WS-AUDH-FILE-STATUS PIC X(02)   VALUE "00".
010800         03  WS-BAL-FILE-STATUS  PIC X(02)   VALUE "00".
010900         03  WS-BNW-FILE-STATUS  PIC X(02)   VALUE "00".
011000         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
011100 01  WS-IO-ERROR-FIELDS.
011200         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
011300         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
011400 01  WS-PARM-CARD.
011500         03  PRM-MODE            PIC X(01)   VALUE SPACE.
011600             88  PRM-WRITE-CORRECTED          VALUE "C".
011700         03  FILLER              PIC X(79)   VALUE SPACES.
011800 01  WS-OP-NAME-TABLE-DATA.
011900         03  FILLER  PIC X(10)  VALUE "ADD".
012000         03  FILLER  PIC X(10)  VALUE "SUBTRACT".
012100         03  FILLER  PIC X(10)  VALUE "MULTIPLY".
012200         03  FILLER  PIC X(10)  VALUE "DIVIDE".
012300         03  FILLER  PIC X(10)  VALUE "FEE".
012400 01  WS-OP-NAME-TABLE REDEFINES WS-OP-NAME-TABLE-DATA.
012500         03  WS-OP-NAME          PIC X(10)  OCCURS 5 TIMES.
012600 01  WS-OP-CONTROLS.
012700         03  WS-OP-SUB           PIC 9(02) COMP  VALUE ZERO.
012800         03  WS-OP-FOUND-SUB     PIC 9(02) COMP  VALUE ZERO.
012900*
013000*    THE BALANCE RECORD REBUILT FROM THE AUDIT TRAIL FOR THE
013100*    ACCOUNT IN HAND, IN THE BALANCE MASTER'S OWN LAYOUT.
013200*
013300     COPY BALREC REPLACING
013400         ==BALANCE-RECORD== BY ==WS-REBUILT-RECORD==
013500         LEADING ==BAL-== BY ==RBL-==.
013600 01  WS-MATCH-CONTROLS.
013700         03  WS-SORT-KEY         PIC X(08)   VALUE SPACES.
013800         03  WS-MASTER-KEY       PIC X(08)   VALUE SPACES.
013900         03  WS-MATCH-KEY        PIC X(08)   VALUE SPACES.
014000 01  WS-MONTH-FIELDS.
014100         03  WS-AUD-YYYYMM       PIC 9(06)       VALUE ZERO.
014200         03  WS-AUD-YYYYMM-X REDEFINES WS-AUD-YYYYMM.
014300             05  WS-AUD-YYYY     PIC 9(04).
014400             05  WS-AUD-MM       PIC 9(02).
014500         03  WS-BAL-YYYYMM       PIC 9(06)       VALUE ZERO.
014600         03  WS-BAL-YYYYMM-X REDEFINES WS-BAL-YYYYMM.
014700             05  WS-BAL-YYYY     PIC 9(04).
014800             05  WS-BAL-MM       PIC 9(02).
014900         03  WS-DATE-SPLIT.
015000             05  WS-DS-YYYYMM    PIC 9(06).
015100             05  WS-DS-DD        PIC 9(02).
015200 01  WS-COMPARE-FIELDS.
015300         03  WS-BUCKET-NAME      PIC X(10)       VALUE SPACES.
015400         03  WS-ACCOUNT-MESSAGE  PIC X(50)       VALUE SPACES.
015500         03  WS-MASTER-AMOUNT    PIC S9(13)V9(04) VALUE ZERO.
015600         03  WS-REBUILT-AMOUNT   PIC S9(13)V9(04) VALUE ZERO.
015700         03  WS-DIFF-AMOUNT      PIC S9(14)V9(04) VALUE ZERO.
015800 01  WS-WORK-COUNTS.
015900         03  WS-ARCH-READ-COUNT  PIC 9(09) COMP  VALUE ZERO.
016000         03  WS-HIST-READ-COUNT  PIC 9(09) COMP  VALUE ZERO.
016100         03  WS-APPLIED-COUNT    PIC 9(09) COMP  VALUE ZERO.
016200         03  WS-REVERSAL-COUNT   PIC 9(09) COMP  VALUE ZERO.
016300         03  WS-BAD-OP-COUNT     PIC 9(09) COMP  VALUE ZERO.
016400         03  WS-MASTER-COUNT     PIC 9(07) COMP  VALUE ZERO.
016500         03  WS-ACCOUNT-COUNT    PIC 9(07) COMP  VALUE ZERO.
016600         03  WS-AGREE-COUNT      PIC 9(07) COMP  VALUE ZERO.
016700         03  WS-DISAGREE-COUNT   PIC 9(07) COMP  VALUE ZERO.
016800         03  WS-NOT-ON-MASTER-COUNT
016900                                 PIC 9(07) COMP  VALUE ZERO.
017000         03  WS-NO-AUDIT-COUNT   PIC 9(07) COMP  VALUE ZERO.
017100         03  WS-EXCEPTION-COUNT  PIC 9(07) COMP  VALUE ZERO.
017200         03  WS-CORRECTED-COUNT  PIC 9(07) COMP  VALUE ZERO.
017300 01  WS-REPORT-CONTROLS.
017400         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
017500         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
017600         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
017700 01  WS-PRINT-LINE.
017800         03  WS-PRINT-TEXT       PIC X(133).
017900 01  WS-RUN-DATE.
018000         03  WS-RUN-YYYY         PIC 9(04).
018100         03  WS-RUN-MM           PIC 9(02).
018200         03  WS-RUN-DD           PIC 9(02).
018300 01  WS-RUN-TIME.
018400         03  WS-RUN-HH           PIC 9(02).
018500         03  WS-RUN-MIN          PIC 9(02).
018600         03  WS-RUN-SS           PIC 9(02).
018700         03  WS-RUN-HUN          PIC 9(02).
018800 01  WS-HDG-DATE.
018900         03  WS-HD-YYYY          PIC 9(04).
019000         03  FILLER              PIC X(01)  VALUE "-".
019100         03  WS-HD-MM            PIC 9(02).
019200         03  FILLER              PIC X(01)  VALUE "-".
019300         03  WS-HD-DD            PIC 9(02).
019400 01  WS-HDG-TIME.
019500         03  WS-HT-HH            PIC 9(02).
019600         03  FILLER              PIC X(01)  VALUE ":".
019700         03  WS-HT-MIN           PIC 9(02).
019800         03  FILLER              PIC X(01)  VALUE ":".
019900         03  WS-HT-SS            PIC 9(02).
020000 01  WS-DETAIL-FIELDS.
020100         03  WS-HDG-PAGE-DISP    PIC ZZ9.
020200         03  WS-HDG-MODE         PIC X(30)  VALUE SPACES.
020300         03  WS-DTL-MASTER       PIC ZZZZZZZZZZZZ9.9999-.
020400         03  WS-DTL-REBUILT      PIC ZZZZZZZZZZZZ9.9999-.
020500         03  WS-DTL-DIFF         PIC ZZZZZZZZZZZZZ9.9999-.
020600         03  WS-DTL-DATE-MASTER  PIC 9(08).
020700         03  WS-DTL-DATE-REBUILT PIC 9(08).
020800         03  WS-DSP-COUNT        PIC ZZZZZZZZ9.
020900         03  WS-DSP-LABEL        PIC X(32)  VALUE SPACES.
021000 PROCEDURE       DIVISION.
021100******************************************************************
021200* 0000-MAIN-PROCEDURE                                           *
021300*     CONTROLS OVERALL FLOW - INITIALIZE, SORT THE ARCHIVED     *
021400*     AND RECENT AUDIT RECORDS BY ACCOUNT, DATE, AND TIME,      *
021500*     PROVE THE BALANCE MASTER FROM THE SORTED STREAM, THEN     *
021600*     TERMINATE.  RECORDS WITH THE SAME ACCOUNT, DATE, AND      *
021700*     TIME KEEP THEIR FILE ORDER SO AN ITEM AND ITS REVERSAL    *
021800*     REPLAY IN THE ORDER THEY POSTED.                          *
021900******************************************************************
022000 0000-MAIN-PROCEDURE.
022100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022200     SORT SORT-FILE
022300         ON ASCENDING KEY SRT-ACCOUNT-NUMBER
022400                          SRT-RUN-DATE
022500                          SRT-RUN-TIME
022600         WITH DUPLICATES IN ORDER
022700         INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
022800         OUTPUT PROCEDURE IS 3000-PROVE-BALANCES
022900             THRU 3000-EXIT.
023000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023100     STOP RUN.
023200 0000-MAIN-EXIT.
023300     EXIT.
023400******************************************************************
023500* 1000-INITIALIZE                                               *
023600*     CAPTURES THE RUN DATE/TIME, READS THE OPTIONAL PARAMETER  *
023700*     CARD, AND OPENS THE BALANCE MASTER, THE CORRECTED MASTER  *
023800*     WHEN ONE IS WANTED, AND THE PROOF REPORT.                 *
023900******************************************************************
024000 1000-INITIALIZE.
024100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024200     ACCEPT WS-RUN-TIME FROM TIME.
024300     OPEN INPUT PARM-FILE.
024400     IF WS-PARM-FILE-STATUS = "00"
024500         READ PARM-FILE INTO WS-PARM-CARD
024600             AT END
024700                 MOVE SPACE TO PRM-MODE
024800         END-READ
024900         IF WS-PARM-FILE-STATUS NOT = "00"
025000             AND WS-PARM-FILE-STATUS NOT = "10"
025100             MOVE "BPFPARM" TO WS-IOERR-FILE-NAME
025200             MOVE WS-PARM-FILE-STATUS TO WS-IOERR-STATUS
025300             PERFORM 9900-IO-ERROR THRU 9900-EXIT
025400         END-IF
025500         CLOSE PARM-FILE
025600     END-IF.
025700     IF PRM-WRITE-CORRECTED
025800         MOVE "PROOF AND CORRECTED MASTER" TO WS-HDG-MODE
025900     ELSE
026000         MOVE "PROOF ONLY" TO WS-HDG-MODE
026100     END-IF.
026200     OPEN OUTPUT PROOF-FILE.
026300     IF WS-RPT-FILE-STATUS NOT = "00"
026400         MOVE "BPFRPT" TO WS-IOERR-FILE-NAME
026500         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
026600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026700     END-IF.
026800     PERFORM 8000-WRITE-PROOF-HEADING THRU 8000-EXIT.
026900     OPEN INPUT BALANCE-FILE.
027000     IF WS-BAL-FILE-STATUS NOT = "00"
027100         MOVE "ACCTBAL" TO WS-IOERR-FILE-NAME
027200         MOVE WS-BAL-FILE-STATUS TO WS-IOERR-STATUS
027300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
027400     END-IF.
027500     IF PRM-WRITE-CORRECTED
027600         OPEN OUTPUT BALANCE-NEW-FILE
027700         IF WS-BNW-FILE-STATUS NOT = "00"
027800             MOVE "BALNEW" TO WS-IOERR-FILE-NAME
027900             MOVE WS-BNW-FILE-STATUS TO WS-IOERR-STATUS
028000             PERFORM 9900-IO-ERROR THRU 9900-EXIT
028100         END-IF
028200     END-IF.
028300 1000-EXIT.
028400     EXIT.
028500******************************************************************
028600* 2000-FEED-SORT                                                *
028700*     SORT INPUT PROCEDURE - RELEASES THE AUDIT ARCHIVE, THEN   *
028800*     THE AUDIT HISTORY, TO THE SORT.  TOGETHER THEY HOLD       *
028900*     EVERY AUDIT RECORD BALUPDT HAS APPLIED - AUDHROLL MOVES   *
029000*     A RECORD FROM ONE TO THE OTHER, NEVER INTO BOTH.  A FILE  *
029100*     NOT YET CREATED CONTRIBUTES NOTHING.                      *
029200******************************************************************
029300 2000-FEED-SORT.
029400     OPEN INPUT ARCHIVE-FILE.
029500     IF WS-ARCH-FILE-STATUS = "35"
029600         GO TO 2000-HISTORY
029700     END-IF.
029800     IF WS-ARCH-FILE-STATUS NOT = "00"
029900         MOVE "AUDARCH" TO WS-IOERR-FILE-NAME
030000         MOVE WS-ARCH-FILE-STATUS TO WS-IOERR-STATUS
030100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
030200     END-IF.
030300     SET NOT-END-OF-INPUT TO TRUE.
030400     PERFORM 2100-RELEASE-ARCHIVE THRU 2100-EXIT
030500         UNTIL END-OF-INPUT.
030600     CLOSE ARCHIVE-FILE.
030700 2000-HISTORY.
030800     OPEN INPUT AUDIT-HISTORY-FILE.
030900     IF WS-AUDH-FILE-STATUS = "35"
031000         GO TO 2000-EXIT
031100     END-IF.
031200     IF WS-AUDH-FILE-STATUS NOT = "00"
031300         MOVE "AUDHIST" TO WS-IOERR-FILE-NAME
031400         MOVE WS-AUDH-FILE-STATUS TO WS-IOERR-STATUS
031500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
031600     END-IF.
031700     SET NOT-END-OF-INPUT TO TRUE.
031800     PERFORM 2200-RELEASE-HISTORY THRU 2200-EXIT
031900         UNTIL END-OF-INPUT.
032000     CLOSE AUDIT-HISTORY-FILE.
032100 2000-EXIT.
032200     EXIT.
032300******************************************************************
032400* 2100-RELEASE-ARCHIVE                                          *
032500*     READS ONE ARCHIVED AUDIT RECORD AND RELEASES IT TO THE    *
032600*     SORT.                                                     *
032700******************************************************************
032800 2100-RELEASE-ARCHIVE.
032900     READ ARCHIVE-FILE
033000         AT END
033100             SET END-OF-INPUT TO TRUE
033200         NOT AT END
033300             ADD 1 TO WS-ARCH-READ-COUNT
033400             RELEASE SORT-AUDIT-RECORD FROM ARCHIVE-RECORD
033500     END-READ.
033600     IF WS-ARCH-FILE-STATUS NOT = "00"
033700         AND WS-ARCH-FILE-STATUS NOT = "10"
033800         MOVE "AUDARCH" TO WS-IOERR-FILE-NAME
033900         MOVE WS-ARCH-FILE-STATUS TO WS-IOERR-STATUS
034000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
034100     END-IF.
034200 2100-EXIT.
034300     EXIT.
034400******************************************************************
034500* 2200-RELEASE-HISTORY                                          *
034600*     READS ONE AUDIT HISTORY RECORD AND RELEASES IT TO THE     *
034700*     SORT.                                                     *
034800******************************************************************
034900 2200-RELEASE-HISTORY.
035000     READ AUDIT-HISTORY-FILE
035100         AT END
035200             SET END-OF-INPUT TO TRUE
035300         NOT AT END
035400             ADD 1 TO WS-HIST-READ-COUNT
035500             RELEASE SORT-AUDIT-RECORD FROM AUDIT-HIST-RECORD
035600     END-READ.
035700     IF WS-AUDH-FILE-STATUS NOT = "00"
035800         AND WS-AUDH-FILE-STATUS NOT = "10"
035900         MOVE "AUDHIST" TO WS-IOERR-FILE-NAME
036000         MOVE WS-AUDH-FILE-STATUS TO WS-IOERR-STATUS
036100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
036200     END-IF.
036300 2200-EXIT.
036400     EXIT.
036500******************************************************************
036600* 3000-PROVE-BALANCES                                           *
036700*     SORT OUTPUT PROCEDURE - MATCHES THE SORTED AUDIT STREAM   *
036800*     AGAINST THE BALANCE MASTER IN ACCOUNT ORDER.  EACH PASS   *
036900*     TAKES THE LOWER OF THE TWO ACCOUNT NUMBERS IN HAND,       *
037000*     REBUILDS THAT ACCOUNT FROM ITS AUDIT RECORDS (IF ANY),    *
037100*     AND PROVES IT AGAINST ITS MASTER RECORD (IF ANY).         *
037200******************************************************************
037300 3000-PROVE-BALANCES.
037400     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
037500     PERFORM 3200-READ-BALANCE THRU 3200-EXIT.
037600     PERFORM 3300-PROVE-ONE-ACCOUNT THRU 3300-EXIT
037700         UNTIL END-OF-SORT AND END-OF-BALANCES.
037800 3000-EXIT.
037900     EXIT.
038000******************************************************************
038100* 3100-RETURN-SORT-RECORD                                       *
038200*     RETURNS ONE RECORD FROM THE SORTED STREAM.  AT THE END    *
038300*     OF THE STREAM THE SORT KEY GOES TO HIGH-VALUES SO EVERY   *
038400*     REMAINING MASTER RECORD SORTS AHEAD OF IT.                *
038500******************************************************************
038600 3100-RETURN-SORT-RECORD.
038700     RETURN SORT-FILE
038800         AT END
038900             SET END-OF-SORT TO TRUE
039000     END-RETURN.
039100     IF END-OF-SORT
039200         MOVE HIGH-VALUES TO WS-SORT-KEY
039300     ELSE
039400         MOVE SRT-ACCOUNT-NUMBER TO WS-SORT-KEY
039500     END-IF.
039600 3100-EXIT.
039700     EXIT.
039800******************************************************************
039900* 3200-READ-BALANCE                                             *
040000*     READS THE NEXT BALANCE MASTER RECORD IN ACCOUNT ORDER.    *
040100*     AT THE END OF THE MASTER THE MASTER KEY GOES TO HIGH-     *
040200*     VALUES.                                                   *
040300******************************************************************
040400 3200-READ-BALANCE.
040500     READ BALANCE-FILE
040600         AT END
040700             SET END-OF-BALANCES TO TRUE
040800     END-READ.
040900     IF WS-BAL-FILE-STATUS NOT = "00"
041000         AND WS-BAL-FILE-STATUS NOT = "10"
041100         MOVE "ACCTBAL" TO WS-IOERR-FILE-NAME
041200         MOVE WS-BAL-FILE-STATUS TO WS-IOERR-STATUS
041300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
041400     END-IF.
041500     IF END-OF-BALANCES
041600         MOVE HIGH-VALUES TO WS-MASTER-KEY
041700     ELSE
041800         ADD 1 TO WS-MASTER-COUNT
041900         MOVE BAL-ACCOUNT-NUMBER TO WS-MASTER-KEY
042000     END-IF.
042100 3200-EXIT.
042200     EXIT.
042300******************************************************************
042400* 3300-PROVE-ONE-ACCOUNT                                        *
042500*     PROVES THE LOWER ACCOUNT IN HAND.  AN ACCOUNT WITH AUDIT  *
042600*     RECORDS BUT NO MASTER RECORD, OR A MASTER RECORD BUT NO   *
042700*     AUDIT RECORDS, IS ITSELF AN EXCEPTION; ONE WITH BOTH IS   *
042800*     COMPARED BUCKET BY BUCKET.  THE CORRECTED MASTER TAKES    *
042900*     THE REBUILT RECORD FOR EVERY ACCOUNT WITH AUDIT RECORDS;  *
043000*     A MASTER RECORD WITH NO AUDIT BEHIND IT IS CARRIED        *
043100*     UNCHANGED FOR OPERATIONS TO RESOLVE.                      *
043200******************************************************************
043300 3300-PROVE-ONE-ACCOUNT.
043400     IF WS-SORT-KEY < WS-MASTER-KEY
043500         MOVE WS-SORT-KEY TO WS-MATCH-KEY
043600     ELSE
043700         MOVE WS-MASTER-KEY TO WS-MATCH-KEY
043800     END-IF.
043900     ADD 1 TO WS-ACCOUNT-COUNT.
044000     SET ACCOUNT-IN-AGREEMENT TO TRUE.
044100     SET NOT-REBUILT-FROM-AUDIT TO TRUE.
044200     IF WS-SORT-KEY = WS-MATCH-KEY
044300         PERFORM 4000-REBUILD-ACCOUNT THRU 4000-EXIT
044400     END-IF.
044500     EVALUATE TRUE
044600         WHEN WS-MASTER-KEY NOT = WS-MATCH-KEY
044700             MOVE "AUDIT RECORDS BUT NO BALANCE MASTER RECORD"
044800                 TO WS-ACCOUNT-MESSAGE
044900             PERFORM 5500-ACCOUNT-EXCEPTION THRU 5500-EXIT
045000             ADD 1 TO WS-NOT-ON-MASTER-COUNT
045100         WHEN NOT-REBUILT-FROM-AUDIT
045200             MOVE "BALANCE MASTER RECORD WITH NO AUDIT RECORDS"
045300                 TO WS-ACCOUNT-MESSAGE
045400             PERFORM 5500-ACCOUNT-EXCEPTION THRU 5500-EXIT
045500             ADD 1 TO WS-NO-AUDIT-COUNT
045600         WHEN OTHER
045700             PERFORM 5000-COMPARE-ACCOUNT THRU 5000-EXIT
045800     END-EVALUATE.
045900     IF ACCOUNT-HAS-EXCEPTION
046000         ADD 1 TO WS-DISAGREE-COUNT
046100     ELSE
046200         ADD 1 TO WS-AGREE-COUNT
046300     END-IF.
046400     IF PRM-WRITE-CORRECTED
046500         PERFORM 6000-WRITE-CORRECTED THRU 6000-EXIT
046600     END-IF.
046700     IF WS-MASTER-KEY = WS-MATCH-KEY
046800         PERFORM 3200-READ-BALANCE THRU 3200-EXIT
046900     END-IF.
047000 3300-EXIT.
047100     EXIT.
047200******************************************************************
047300* 4000-REBUILD-ACCOUNT                                          *
047400*     REBUILDS THE ACCOUNT'S BALANCE RECORD FROM A ZEROED       *
047500*     START BY APPLYING ITS AUDIT RECORDS IN DATE AND TIME      *
047600*     ORDER, EXACTLY AS BALUPDT WOULD HAVE APPLIED THEM DAY BY  *
047700*     DAY.  LEAVES THE NEXT ACCOUNT'S FIRST RECORD IN HAND.     *
047800******************************************************************
047900 4000-REBUILD-ACCOUNT.
048000     SET REBUILT-FROM-AUDIT TO TRUE.
048100     MOVE SPACES TO WS-REBUILT-RECORD.
048200     MOVE WS-MATCH-KEY TO RBL-ACCOUNT-NUMBER.
048300     MOVE ZERO TO RBL-LAST-UPDATE-DATE.
048400     PERFORM 4010-ZERO-OP-BUCKET THRU 4010-EXIT
048500         VARYING WS-OP-SUB FROM 1 BY 1
048600         UNTIL WS-OP-SUB > 5.
048700     PERFORM 4100-APPLY-AUDIT-RECORD THRU 4100-EXIT
048800         UNTIL WS-SORT-KEY NOT = WS-MATCH-KEY.
048900 4000-EXIT.
049000     EXIT.
049100******************************************************************
049200* 4010-ZERO-OP-BUCKET                                           *
049300*     ZEROES ONE OPERATION BUCKET OF THE REBUILT RECORD.        *
049400******************************************************************
049500 4010-ZERO-OP-BUCKET.
049600     MOVE ZERO TO RBL-MTD-COUNT (WS-OP-SUB).
049700     MOVE ZERO TO RBL-MTD-TOTAL (WS-OP-SUB).
049800     MOVE ZERO TO RBL-YTD-COUNT (WS-OP-SUB).
049900     MOVE ZERO TO RBL-YTD-TOTAL (WS-OP-SUB).
050000 4010-EXIT.
050100     EXIT.
050200******************************************************************
050300* 4100-APPLY-AUDIT-RECORD                                       *
050400*     APPLIES ONE SORTED AUDIT RECORD TO THE REBUILT RECORD     *
050500*     UNDER BALUPDT'S RULES - ROLL THE MONTH WHEN THE RECORD    *
050600*     OPENS A NEW ONE (NOT ON THE ACCOUNT'S FIRST RECORD), ADD  *
050700*     ONE TO THE OPERATION'S MTD COUNT (A REVERSAL TAKES ONE    *
050800*     OFF, NEVER BELOW ZERO), AND NET THE RESULT INTO ITS MTD   *
050900*     TOTAL.  AN UNKNOWN OPERATION IS COUNTED AND SKIPPED, AS   *
051000*     BALUPDT SKIPS IT.                                         *
051100******************************************************************
051200 4100-APPLY-AUDIT-RECORD.
051300     PERFORM 4200-FIND-OPERATION THRU 4200-EXIT.
051400     IF WS-OP-FOUND-SUB = ZERO
051500         ADD 1 TO WS-BAD-OP-COUNT
051600         GO TO 4100-NEXT
051700     END-IF.
051800     IF RBL-LAST-UPDATE-DATE NOT = ZERO
051900         PERFORM 4300-CHECK-MONTH-ROLLOVER THRU 4300-EXIT
052000     END-IF.
052100     IF SRT-ORIG-REFERENCE = SPACES
052200         ADD 1 TO RBL-MTD-COUNT (WS-OP-FOUND-SUB)
052300     ELSE
052400         IF RBL-MTD-COUNT (WS-OP-FOUND-SUB) > ZERO
052500             SUBTRACT 1 FROM RBL-MTD-COUNT (WS-OP-FOUND-SUB)
052600         END-IF
052700         ADD 1 TO WS-REVERSAL-COUNT
052800     END-IF.
052900     ADD SRT-NUM-SUM TO RBL-MTD-TOTAL (WS-OP-FOUND-SUB).
053000     MOVE SRT-RUN-DATE TO RBL-LAST-UPDATE-DATE.
053100     ADD 1 TO WS-APPLIED-COUNT.
053200 4100-NEXT.
053300     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
053400 4100-EXIT.
053500     EXIT.
053600******************************************************************
053700* 4200-FIND-OPERATION                                           *
053800*     FINDS THE OPERATION TABLE ROW FOR THE SORTED RECORD'S     *
053900*     OPERATION NAME.  A NAME NOT IN THE TABLE LEAVES THE       *
054000*     SUBSCRIPT AT ZERO.                                        *
054100******************************************************************
054200 4200-FIND-OPERATION.
054300     MOVE ZERO TO WS-OP-FOUND-SUB.
054400     PERFORM 4210-TEST-OPERATION THRU 4210-EXIT
054500         VARYING WS-OP-SUB FROM 1 BY 1
054600         UNTIL WS-OP-SUB > 5.
054700 4200-EXIT.
054800     EXIT.
054900******************************************************************
055000* 4210-TEST-OPERATION                                           *
055100*     TESTS ONE OPERATION TABLE ROW AGAINST THE SORTED          *
055200*     RECORD'S OPERATION NAME.                                  *
055300******************************************************************
055400 4210-TEST-OPERATION.
055500     IF SRT-OPERATION = WS-OP-NAME (WS-OP-SUB)
055600         MOVE WS-OP-SUB TO WS-OP-FOUND-SUB
055700     END-IF.
055800 4210-EXIT.
055900     EXIT.
056000******************************************************************
056100* 4300-CHECK-MONTH-ROLLOVER                                     *
056200*     WHEN THE SORTED RECORD'S RUN DATE OPENS A NEW MONTH FOR   *
056300*     THE ACCOUNT, ROLLS EVERY OPERATION'S MTD INTO ITS YTD     *
056400*     AND ZEROES MTD; A NEW YEAR RESETS YTD INSTEAD - THE SAME  *
056500*     ROLLOVER BALUPDT PERFORMS.                                *
056600******************************************************************
056700 4300-CHECK-MONTH-ROLLOVER.
056800     MOVE SRT-RUN-DATE TO WS-DATE-SPLIT.
056900     MOVE WS-DS-YYYYMM TO WS-AUD-YYYYMM.
057000     MOVE RBL-LAST-UPDATE-DATE TO WS-DATE-SPLIT.
057100     MOVE WS-DS-YYYYMM TO WS-BAL-YYYYMM.
057200     IF WS-AUD-YYYYMM = WS-BAL-YYYYMM
057300         GO TO 4300-EXIT
057400     END-IF.
057500     PERFORM 4310-ROLL-OP-BUCKET THRU 4310-EXIT
057600         VARYING WS-OP-SUB FROM 1 BY 1
057700         UNTIL WS-OP-SUB > 5.
057800 4300-EXIT.
057900     EXIT.
058000******************************************************************
058100* 4310-ROLL-OP-BUCKET                                           *
058200*     ROLLS ONE OPERATION'S MTD INTO ITS YTD, OR ON A NEW YEAR  *
058300*     STARTS THE YTD AGAIN AT ZERO.                             *
058400******************************************************************
058500 4310-ROLL-OP-BUCKET.
058600     IF WS-AUD-YYYY = WS-BAL-YYYY
058700         ADD RBL-MTD-COUNT (WS-OP-SUB)
058800             TO RBL-YTD-COUNT (WS-OP-SUB)
058900         ADD RBL-MTD-TOTAL (WS-OP-SUB)
059000             TO RBL-YTD-TOTAL (WS-OP-SUB)
059100     ELSE
059200         MOVE ZERO TO RBL-YTD-COUNT (WS-OP-SUB)
059300         MOVE ZERO TO RBL-YTD-TOTAL (WS-OP-SUB)
059400     END-IF.
059500     MOVE ZERO TO RBL-MTD-COUNT (WS-OP-SUB).
059600     MOVE ZERO TO RBL-MTD-TOTAL (WS-OP-SUB).
059700 4310-EXIT.
059800     EXIT.
059900******************************************************************
060000* 5000-COMPARE-ACCOUNT                                          *
060100*     COMPARES THE REBUILT RECORD WITH THE MASTER RECORD - THE  *
060200*     LAST UPDATE DATE, THEN EVERY OPERATION'S MTD AND YTD      *
060300*     COUNT AND TOTAL.                                          *
060400******************************************************************
060500 5000-COMPARE-ACCOUNT.
060600     IF RBL-LAST-UPDATE-DATE NOT = BAL-LAST-UPDATE-DATE
060700         MOVE BAL-LAST-UPDATE-DATE TO WS-DTL-DATE-MASTER
060800         MOVE RBL-LAST-UPDATE-DATE TO WS-DTL-DATE-REBUILT
060900         MOVE SPACES TO WS-PRINT-LINE
061000         STRING WS-MATCH-KEY         DELIMITED BY SIZE
061100                "  LAST UPDATE DATE    MASTER "
061200                                     DELIMITED BY SIZE
061300                WS-DTL-DATE-MASTER   DELIMITED BY SIZE
061400                "  REBUILT "         DELIMITED BY SIZE
061500                WS-DTL-DATE-REBUILT  DELIMITED BY SIZE
061600             INTO WS-PRINT-TEXT
061700         PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT
061800     END-IF.
061900     PERFORM 5100-COMPARE-OPERATION THRU 5100-EXIT
062000         VARYING WS-OP-SUB FROM 1 BY 1
062100         UNTIL WS-OP-SUB > 5.
062200 5000-EXIT.
062300     EXIT.
062400******************************************************************
062500* 5100-COMPARE-OPERATION                                        *
062600*     COMPARES THE FOUR BUCKETS OF ONE OPERATION AND LISTS      *
062700*     EACH ONE THAT DISAGREES.                                  *
062800******************************************************************
062900 5100-COMPARE-OPERATION.
063000     IF RBL-MTD-COUNT (WS-OP-SUB) NOT = BAL-MTD-COUNT (WS-OP-SUB)
063100         MOVE "MTD COUNT" TO WS-BUCKET-NAME
063200         MOVE BAL-MTD-COUNT (WS-OP-SUB) TO WS-MASTER-AMOUNT
063300         MOVE RBL-MTD-COUNT (WS-OP-SUB) TO WS-REBUILT-AMOUNT
063400         PERFORM 5200-LIST-BUCKET THRU 5200-EXIT
063500     END-IF.
063600     IF RBL-MTD-TOTAL (WS-OP-SUB) NOT = BAL-MTD-TOTAL (WS-OP-SUB)
063700         MOVE "MTD TOTAL" TO WS-BUCKET-NAME
063800         MOVE BAL-MTD-TOTAL (WS-OP-SUB) TO WS-MASTER-AMOUNT
063900         MOVE RBL-MTD-TOTAL (WS-OP-SUB) TO WS-REBUILT-AMOUNT
064000         PERFORM 5200-LIST-BUCKET THRU 5200-EXIT
064100     END-IF.
064200     IF RBL-YTD-COUNT (WS-OP-SUB) NOT = BAL-YTD-COUNT (WS-OP-SUB)
064300         MOVE "YTD COUNT" TO WS-BUCKET-NAME
064400         MOVE BAL-YTD-COUNT (WS-OP-SUB) TO WS-MASTER-AMOUNT
064500         MOVE RBL-YTD-COUNT (WS-OP-SUB) TO WS-REBUILT-AMOUNT
064600         PERFORM 5200-LIST-BUCKET THRU 5200-EXIT
064700     END-IF.
064800     IF RBL-YTD-TOTAL (WS-OP-SUB) NOT = BAL-YTD-TOTAL (WS-OP-SUB)
064900         MOVE "YTD TOTAL" TO WS-BUCKET-NAME
065000         MOVE BAL-YTD-TOTAL (WS-OP-SUB) TO WS-MASTER-AMOUNT
065100         MOVE RBL-YTD-TOTAL (WS-OP-SUB) TO WS-REBUILT-AMOUNT
065200         PERFORM 5200-LIST-BUCKET THRU 5200-EXIT
065300     END-IF.
065400 5100-EXIT.
065500     EXIT.
065600******************************************************************
065700* 5200-LIST-BUCKET                                              *
065800*     LISTS ONE DISAGREEING BUCKET - ACCOUNT, OPERATION,        *
065900*     BUCKET, THE MASTER AND REBUILT VALUES, AND THE            *
066000*     DIFFERENCE (MASTER LESS REBUILT).                         *
066100******************************************************************
066200 5200-LIST-BUCKET.
066300     COMPUTE WS-DIFF-AMOUNT =
066400         WS-MASTER-AMOUNT - WS-REBUILT-AMOUNT.
066500     MOVE WS-MASTER-AMOUNT  TO WS-DTL-MASTER.
066600     MOVE WS-REBUILT-AMOUNT TO WS-DTL-REBUILT.
066700     MOVE WS-DIFF-AMOUNT    TO WS-DTL-DIFF.
066800     MOVE SPACES TO WS-PRINT-LINE.
066900     STRING WS-MATCH-KEY             DELIMITED BY SIZE
067000            "  "                     DELIMITED BY SIZE
067100            WS-OP-NAME (WS-OP-SUB)   DELIMITED BY SIZE
067200            WS-BUCKET-NAME           DELIMITED BY SIZE
067300            WS-DTL-MASTER            DELIMITED BY SIZE
067400            WS-DTL-REBUILT           DELIMITED BY SIZE
067500            WS-DTL-DIFF              DELIMITED BY SIZE
067600         INTO WS-PRINT-TEXT.
067700     PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT.
067800 5200-EXIT.
067900     EXIT.
068000******************************************************************
068100* 5400-WRITE-EXCEPTION                                          *
068200*     WRITES ONE EXCEPTION LINE AND MARKS THE ACCOUNT AS        *
068300*     DISAGREEING.                                              *
068400******************************************************************
068500 5400-WRITE-EXCEPTION.
068600     SET ACCOUNT-HAS-EXCEPTION TO TRUE.
068700     ADD 1 TO WS-EXCEPTION-COUNT.
068800     PERFORM 8100-WRITE-PROOF-LINE THRU 8100-EXIT.
068900 5400-EXIT.
069000     EXIT.
069100******************************************************************
069200* 5500-ACCOUNT-EXCEPTION                                        *
069300*     LISTS A WHOLE-ACCOUNT EXCEPTION - THE ACCOUNT NUMBER AND  *
069400*     THE MESSAGE SET BY THE CALLER.                            *
069500******************************************************************
069600 5500-ACCOUNT-EXCEPTION.
069700     MOVE SPACES TO WS-PRINT-LINE.
069800     STRING WS-MATCH-KEY       DELIMITED BY SIZE
069900            "  "               DELIMITED BY SIZE
070000            WS-ACCOUNT-MESSAGE DELIMITED BY SIZE
070100         INTO WS-PRINT-TEXT.
070200     PERFORM 5400-WRITE-EXCEPTION THRU 5400-EXIT.
070300 5500-EXIT.
070400     EXIT.
070500******************************************************************
070600* 6000-WRITE-CORRECTED                                          *
070700*     WRITES THE ACCOUNT TO THE CORRECTED MASTER - THE REBUILT  *
070800*     RECORD WHEN THERE WAS AUDIT BEHIND IT, OTHERWISE THE      *
070900*     MASTER RECORD AS IT STANDS.                               *
071000******************************************************************
071100 6000-WRITE-CORRECTED.
071200     IF REBUILT-FROM-AUDIT
071300         MOVE WS-REBUILT-RECORD TO BALANCE-NEW-RECORD
071400     ELSE
071500         MOVE BALANCE-RECORD TO BALANCE-NEW-RECORD
071600     END-IF.
071700     WRITE BALANCE-NEW-RECORD.
071800     IF WS-BNW-FILE-STATUS NOT = "00"
071900         MOVE "BALNEW" TO WS-IOERR-FILE-NAME
072000         MOVE WS-BNW-FILE-STATUS TO WS-IOERR-STATUS
072100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
072200     END-IF.
072300     ADD 1 TO WS-CORRECTED-COUNT.
072400 6000-EXIT.
072500     EXIT.
072600******************************************************************
072700* 8000-WRITE-PROOF-HEADING                                      *
072800*     WRITES THE PROOF REPORT PAGE HEADING AND COLUMN HEADINGS  *
072900*     AND RESETS THE LINE COUNTER FOR THE NEW PAGE.             *
073000******************************************************************
073100 8000-WRITE-PROOF-HEADING.
073200     ADD 1 TO WS-PAGE-NUMBER.
073300     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
073400     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
073500     MOVE WS-RUN-MM   TO WS-HD-MM.
073600     MOVE WS-RUN-DD   TO WS-HD-DD.
073700     MOVE WS-RUN-HH   TO WS-HT-HH.
073800     MOVE WS-RUN-MIN  TO WS-HT-MIN.
073900     MOVE WS-RUN-SS   TO WS-HT-SS.
074000     MOVE SPACES TO WS-PRINT-LINE.
074100     STRING "BALPROOF BALANCE MASTER PROOF FROM THE AUDIT TRAIL"
074200                                 DELIMITED BY SIZE
074300            "     PAGE "         DELIMITED BY SIZE
074400            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
074500         INTO WS-PRINT-TEXT.
074600     WRITE PROOF-RECORD FROM WS-PRINT-LINE
074700         AFTER ADVANCING PAGE.
074800     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
074900     MOVE SPACES TO WS-PRINT-LINE.
075000     STRING "RUN DATE: "    DELIMITED BY SIZE
075100            WS-HDG-DATE     DELIMITED BY SIZE
075200            "     RUN TIME: " DELIMITED BY SIZE
075300            WS-HDG-TIME     DELIMITED BY SIZE
075400            "     MODE: "   DELIMITED BY SIZE
075500            WS-HDG-MODE     DELIMITED BY SIZE
075600         INTO WS-PRINT-TEXT.
075700     WRITE PROOF-RECORD FROM WS-PRINT-LINE
075800         AFTER ADVANCING 2 LINES.
075900     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
076000     MOVE SPACES TO WS-PRINT-LINE.
076100     STRING "ACCOUNT   OPERATION BUCKET    "
076200                                 DELIMITED BY SIZE
076300            "         ON MASTER            REBUILT"
076400                                 DELIMITED BY SIZE
076500            "     MASTER LESS REBUILT"
076600                                 DELIMITED BY SIZE
076700         INTO WS-PRINT-TEXT.
076800     WRITE PROOF-RECORD FROM WS-PRINT-LINE
076900         AFTER ADVANCING 2 LINES.
077000     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
077100     MOVE ZERO TO WS-LINE-COUNT.
077200 8000-EXIT.
077300     EXIT.
077400******************************************************************
077500* 8100-WRITE-PROOF-LINE                                         *
077600*     WRITES ONE PROOF REPORT LINE AND FORCES A PAGE BREAK      *
077700*     WHEN THE PAGE IS FULL.                                    *
077800******************************************************************
077900 8100-WRITE-PROOF-LINE.
078000     WRITE PROOF-RECORD FROM WS-PRINT-LINE
078100         AFTER ADVANCING 1 LINE.
078200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
078300     ADD 1 TO WS-LINE-COUNT.
078400     IF WS-LINE-COUNT >= WS-MAX-LINES
078500         PERFORM 8000-WRITE-PROOF-HEADING THRU 8000-EXIT
078600     END-IF.
078700 8100-EXIT.
078800     EXIT.
078900******************************************************************
079000* 8200-WRITE-SUMMARY-LINE                                       *
079100*     WRITES ONE CONTROL SUMMARY LINE, SPACED AWAY FROM THE     *
079200*     PRECEDING LINE.                                           *
079300******************************************************************
079400 8200-WRITE-SUMMARY-LINE.
079500     WRITE PROOF-RECORD FROM WS-PRINT-LINE
079600         AFTER ADVANCING 2 LINES.
079700     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
079800 8200-EXIT.
079900     EXIT.
080000******************************************************************
080100* 8300-PRINT-COUNT                                              *
080200*     PRINTS ONE LABELLED CONTROL SUMMARY COUNT.                *
080300******************************************************************
080400 8300-PRINT-COUNT.
080500     MOVE SPACES TO WS-PRINT-LINE.
080600     STRING WS-DSP-LABEL   DELIMITED BY SIZE
080700            WS-DSP-COUNT   DELIMITED BY SIZE
080800         INTO WS-PRINT-TEXT.
080900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
081000 8300-EXIT.
081100     EXIT.
081200******************************************************************
081300* 8700-CHECK-REPORT-STATUS                                      *
081400*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
081500******************************************************************
081600 8700-CHECK-REPORT-STATUS.
081700     IF WS-RPT-FILE-STATUS NOT = "00"
081800         MOVE "BPFRPT" TO WS-IOERR-FILE-NAME
081900         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
082000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
082100     END-IF.
082200 8700-EXIT.
082300     EXIT.
082400******************************************************************
082500* 9000-TERMINATE                                                *
082600*     WRITES THE CONTROL SUMMARY - AUDIT RECORDS READ AND       *
082700*     APPLIED, ACCOUNTS PROVED, IN AGREEMENT, AND DISAGREEING,  *
082800*     EXCEPTIONS LISTED, AND CORRECTED RECORDS WRITTEN - SETS   *
082900*     THE RETURN CODE, AND CLOSES THE FILES.  RETURN CODE 0     *
083000*     WHEN THE MASTER AGREES WITH THE AUDIT TRAIL, 4 WHEN ANY   *
083100*     ACCOUNT DISAGREES, 8 WHEN ANY OPERATION NAME WAS NOT      *
083200*     RECOGNIZED.                                               *
083300******************************************************************
083400 9000-TERMINATE.
083500     MOVE SPACES TO WS-PRINT-LINE.
083600     STRING "BALPROOF CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
083700         INTO WS-PRINT-TEXT.
083800     WRITE PROOF-RECORD FROM WS-PRINT-LINE
083900         AFTER ADVANCING PAGE.
084000     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
084100     MOVE "ARCHIVED AUDIT RECORDS READ . . " TO WS-DSP-LABEL.
084200     MOVE WS-ARCH-READ-COUNT TO WS-DSP-COUNT.
084300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
084400     MOVE "AUDIT HISTORY RECORDS READ  . . " TO WS-DSP-LABEL.
084500     MOVE WS-HIST-READ-COUNT TO WS-DSP-COUNT.
084600     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
084700     MOVE "AUDIT RECORDS APPLIED . . . . . " TO WS-DSP-LABEL.
084800     MOVE WS-APPLIED-COUNT TO WS-DSP-COUNT.
084900     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
085000     MOVE "  OF WHICH REVERSALS  . . . . . " TO WS-DSP-LABEL.
085100     MOVE WS-REVERSAL-COUNT TO WS-DSP-COUNT.
085200     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
085300     MOVE "UNRECOGNIZED OPERATIONS . . . . " TO WS-DSP-LABEL.
085400     MOVE WS-BAD-OP-COUNT TO WS-DSP-COUNT.
085500     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
085600     MOVE "BALANCE MASTER RECORDS READ . . " TO WS-DSP-LABEL.
085700     MOVE WS-MASTER-COUNT TO WS-DSP-COUNT.
085800     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
085900     MOVE "ACCOUNTS PROVED . . . . . . . . " TO WS-DSP-LABEL.
086000     MOVE WS-ACCOUNT-COUNT TO WS-DSP-COUNT.
086100     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
086200     MOVE "  IN AGREEMENT  . . . . . . . . " TO WS-DSP-LABEL.
086300     MOVE WS-AGREE-COUNT TO WS-DSP-COUNT.
086400     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
086500     MOVE "  DISAGREEING . . . . . . . . . " TO WS-DSP-LABEL.
086600     MOVE WS-DISAGREE-COUNT TO WS-DSP-COUNT.
086700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
086800     MOVE "  NOT ON BALANCE MASTER . . . . " TO WS-DSP-LABEL.
086900     MOVE WS-NOT-ON-MASTER-COUNT TO WS-DSP-COUNT.
087000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
087100     MOVE "  NO AUDIT RECORDS BEHIND . . . " TO WS-DSP-LABEL.
087200     MOVE WS-NO-AUDIT-COUNT TO WS-DSP-COUNT.
087300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
087400     MOVE "EXCEPTION LINES LISTED  . . . . " TO WS-DSP-LABEL.
087500     MOVE WS-EXCEPTION-COUNT TO WS-DSP-COUNT.
087600     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
087700     IF PRM-WRITE-CORRECTED
087800         MOVE "CORRECTED MASTER RECORDS  . . . " TO WS-DSP-LABEL
087900         MOVE WS-CORRECTED-COUNT TO WS-DSP-COUNT
088000         PERFORM 8300-PRINT-COUNT THRU 8300-EXIT
088100         CLOSE BALANCE-NEW-FILE
088200     END-IF.
088300     CLOSE BALANCE-FILE.
088400     CLOSE PROOF-FILE.
088500     EVALUATE TRUE
088600         WHEN WS-BAD-OP-COUNT > ZERO
088700             DISPLAY "BALPROOF - " WS-BAD-OP-COUNT
088800                 " AUDIT RECORD(S) WITH UNRECOGNIZED OPERATION - "
088900                 "RETURN CODE 8"
089000             MOVE 8 TO RETURN-CODE
089100         WHEN WS-DISAGREE-COUNT > ZERO
089200             DISPLAY "BALPROOF - " WS-DISAGREE-COUNT
089300                 " ACCOUNT(S) DISAGREE WITH THE AUDIT TRAIL - "
089400                 "SEE BPFRPT"
089500             MOVE 4 TO RETURN-CODE
089600         WHEN OTHER
089700             MOVE ZERO TO RETURN-CODE
089800     END-EVALUATE.
089900 9000-EXIT.
090000     EXIT.
090100******************************************************************
090200* 9900-IO-ERROR                                                 *
090300*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
090400*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
090500*     CODE 16.                                                  *
090600******************************************************************
090700 9900-IO-ERROR.
090800     DISPLAY "BALPROOF - I/O ERROR ON " WS-IOERR-FILE-NAME
090900         " STATUS " WS-IOERR-STATUS.
091000     MOVE 16 TO RETURN-CODE.
091100     STOP RUN.
091200 9900-EXIT.
091300     EXIT.
091400 END PROGRAM BALPROOF.
