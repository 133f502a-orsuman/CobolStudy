000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     GLTBAL.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-12.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-12 KT   ORIGINAL PROGRAM - DAILY GL TRIAL BALANCE.     *
001200*                 READS THE DAY'S GL EXTRACT (GLEXTRCT), DETAIL  *
001300*                 AND SUMMARIZED RECORDS ALIKE, SORTS THE        *
001400*                 POSTINGS BY GL POSTING ACCOUNT AND TRANSACTION *
001500*                 CODE, AND PRINTS THE DEBITS (POSITIVE AMOUNTS) *
001600*                 AND CREDITS (NEGATIVE AMOUNTS) FOR EACH CODE   *
001700*                 AND EACH ACCOUNT, NAMED FROM THE GL CHART OF   *
001800*                 ACCOUNTS (GLCHART), WITH AN ACCOUNT NOT ON THE *
001900*                 CHART OR CLOSED ON IT FLAGGED.  A ZERO PROOF   *
002000*                 CLOSES THE REPORT - THE TRIAL BALANCE DEBITS   *
002100*                 LESS CREDITS LESS THE NET OF THE FEED AS READ  *
002200*                 MUST BE ZERO AND THE ITEM COUNTS MUST AGREE -  *
002300*                 BEFORE THE FEED IS RELEASED TO THE GL SYSTEM.  *
002400******************************************************************
002500 ENVIRONMENT     DIVISION.
002600 INPUT-OUTPUT    SECTION.
002700 FILE-CONTROL.
002800     SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTRCT"
002900                         ORGANIZATION IS SEQUENTIAL
003000                         FILE STATUS IS WS-GLX-FILE-STATUS.
003100     SELECT GL-CHART-FILE  ASSIGN TO "GLCHART"
003200                         ORGANIZATION IS INDEXED
003300                         ACCESS MODE IS RANDOM
003400                         RECORD KEY IS GLA-GL-ACCOUNT
003500                         FILE STATUS IS WS-GLA-FILE-STATUS.
003600     SELECT SORT-FILE      ASSIGN TO "SORTWK".
003700     SELECT REPORT-FILE    ASSIGN TO "GLTRPT"
003800                         ORGANIZATION IS SEQUENTIAL
003900                         FILE STATUS IS WS-RPT-FILE-STATUS.
004000 DATA            DIVISION.
004100 FILE            SECTION.
004200 FD  GL-EXTRACT-FILE
004300     LABEL RECORDS ARE STANDARD.
004400           COPY GLXREC.
004500 FD  GL-CHART-FILE
004600     LABEL RECORDS ARE STANDARD.
004700           COPY GLAREC.
004800 SD  SORT-FILE.
004900 01  SORT-POSTING-RECORD.
005000     03  SRT-GL-ACCOUNT          PIC X(08).
005100     03  SRT-TRAN-CODE           PIC X(01).
005200     03  SRT-AMOUNT              PIC S9(13)V9(04).
005300     03  SRT-ITEM-COUNT          PIC 9(07).
005400 FD  REPORT-FILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 133 CHARACTERS.
005700 01  REPORT-RECORD       PIC X(133).
005800 WORKING-STORAGE SECTION.
005900 01  WS-SWITCHES.
006000         03  WS-GLX-EOF-SWITCH   PIC X(01)   VALUE "N".
006100             88  END-OF-EXTRACT               VALUE "Y".
006200         03  WS-SORT-EOF-SWITCH  PIC X(01)   VALUE "N".
006300             88  END-OF-SORT                  VALUE "Y".
006400         03  WS-CHART-SWITCH     PIC X(01)   VALUE "O".
006500             88  CHART-ACCOUNT-OPEN           VALUE "O".
006600             88  CHART-ACCOUNT-CLOSED         VALUE "C".
006700             88  CHART-ACCOUNT-MISSING        VALUE "N".
006800         03  WS-PROOF-SWITCH     PIC X(01)   VALUE "Y".
006900             88  ZERO-PROOF-PASSED            VALUE "Y".
007000             88  ZERO-PROOF-FAILED            VALUE "N".
007100 01  WS-FILE-STATUS-FIELDS.
007200         03  WS-GLX-FILE-STATUS  PIC X(02)   VALUE "00".
007300         03  WS-GLA-FILE-STATUS  PIC X(02)   VALUE "00".
007400         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
007500 01  WS-IO-ERROR-FIELDS.
007600         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
007700         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
007800 01  WS-OP-NAME-TABLE-DATA.
007900         03  FILLER  PIC X(11)  VALUE "AADD".
008000         03  FILLER  PIC X(11)  VALUE "SSUBTRACT".
008100         03  FILLER  PIC X(11)  VALUE "MMULTIPLY".
008200         03  FILLER  PIC X(11)  VALUE "DDIVIDE".
008300         03  FILLER  PIC X(11)  VALUE "FFEE".
008400 01  WS-OP-NAME-TABLE REDEFINES WS-OP-NAME-TABLE-DATA.
008500         03  WS-OP-ENTRY         OCCURS 5 TIMES.
008600             05  WS-OP-CODE      PIC X(01).
008700             05  WS-OP-NAME      PIC X(10).
008800 01  WS-TYPE-NAME-TABLE-DATA.
008900         03  FILLER  PIC X(10)  VALUE "AASSET".
009000         03  FILLER  PIC X(10)  VALUE "LLIABILITY".
009100         03  FILLER  PIC X(10)  VALUE "QEQUITY".
009200         03  FILLER  PIC X(10)  VALUE "IINCOME".
009300         03  FILLER  PIC X(10)  VALUE "EEXPENSE".
009400 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAME-TABLE-DATA.
009500         03  WS-TYPE-ENTRY       OCCURS 5 TIMES.
009600             05  WS-TYPE-CODE    PIC X(01).
009700             05  WS-TYPE-NAME    PIC X(09).
009800 01  WS-TABLE-CONTROLS.
009900         03  WS-OP-SUB           PIC 9(02) COMP  VALUE ZERO.
010000         03  WS-TYPE-SUB         PIC 9(02) COMP  VALUE ZERO.
010100 01  WS-BREAK-FIELDS.
010200         03  WS-CUR-GL-ACCT      PIC X(08)   VALUE SPACES.
010300         03  WS-CUR-TRAN-CODE    PIC X(01)   VALUE SPACE.
010400         03  WS-CUR-ACCT-NAME    PIC X(30)   VALUE SPACES.
010500         03  WS-CUR-TYPE-NAME    PIC X(09)   VALUE SPACES.
010600         03  WS-CUR-OP-NAME      PIC X(10)   VALUE SPACES.
010700         03  WS-CUR-CHART-FLAG   PIC X(15)   VALUE SPACES.
010800*
010900*    FEED TOTALS - TAKEN AS THE EXTRACT IS READ, BEFORE THE SORT,
011000*    FOR THE ZERO PROOF AGAINST THE TRIAL BALANCE TOTALS.
011100*
011200 01  WS-FEED-TOTALS.
011300         03  WS-FEED-RECORD-COUNT
011400                                 PIC 9(09) COMP  VALUE ZERO.
011500         03  WS-FEED-DETAIL-COUNT
011600                                 PIC 9(09) COMP  VALUE ZERO.
011700         03  WS-FEED-SUMMARY-COUNT
011800                                 PIC 9(09) COMP  VALUE ZERO.
011900         03  WS-FEED-ITEM-COUNT  PIC 9(09) COMP  VALUE ZERO.
012000         03  WS-FEED-NET-TOTAL   PIC S9(15)V9(04) VALUE ZERO.
012100         03  WS-FEED-LOW-DATE    PIC 9(08)       VALUE 99999999.
012200         03  WS-FEED-HIGH-DATE   PIC 9(08)       VALUE ZERO.
012300         03  WS-FEED-POST-DATE   PIC 9(08)       VALUE ZERO.
012400 01  WS-CODE-TOTALS.
012500         03  WS-CODE-ITEM-COUNT  PIC 9(09) COMP  VALUE ZERO.
012600         03  WS-CODE-DEBITS      PIC S9(15)V9(04) VALUE ZERO.
012700         03  WS-CODE-CREDITS     PIC S9(15)V9(04) VALUE ZERO.
012800 01  WS-ACCOUNT-TOTALS.
012900         03  WS-ACCT-ITEM-COUNT  PIC 9(09) COMP  VALUE ZERO.
013000         03  WS-ACCT-DEBITS      PIC S9(15)V9(04) VALUE ZERO.
013100         03  WS-ACCT-CREDITS     PIC S9(15)V9(04) VALUE ZERO.
013200 01  WS-TRIAL-BALANCE-TOTALS.
013300         03  WS-TB-RECORD-COUNT  PIC 9(09) COMP  VALUE ZERO.
013400         03  WS-TB-ITEM-COUNT    PIC 9(09) COMP  VALUE ZERO.
013500         03  WS-TB-DEBITS        PIC S9(15)V9(04) VALUE ZERO.
013600         03  WS-TB-CREDITS       PIC S9(15)V9(04) VALUE ZERO.
013700         03  WS-TB-NET           PIC S9(15)V9(04) VALUE ZERO.
013800         03  WS-PROOF-DIFF       PIC S9(15)V9(04) VALUE ZERO.
013900 01  WS-WORK-COUNTS.
014000         03  WS-ACCOUNT-COUNT    PIC 9(07) COMP  VALUE ZERO.
014100         03  WS-NOT-ON-CHART-COUNT
014200                                 PIC 9(07) COMP  VALUE ZERO.
014300         03  WS-CLOSED-COUNT     PIC 9(07) COMP  VALUE ZERO.
014400 01  WS-REPORT-CONTROLS.
014500         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
014600         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
014700         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
014800 01  WS-PRINT-LINE.
014900         03  WS-PRINT-TEXT       PIC X(133).
015000 01  WS-RUN-DATE.
015100         03  WS-RUN-YYYY         PIC 9(04).
015200         03  WS-RUN-MM           PIC 9(02).
015300         03  WS-RUN-DD           PIC 9(02).
015400 01  WS-RUN-TIME.
015500         03  WS-RUN-HH           PIC 9(02).
015600         03  WS-RUN-MIN          PIC 9(02).
015700         03  WS-RUN-SS           PIC 9(02).
015800         03  WS-RUN-HUN          PIC 9(02).
015900 01  WS-HDG-DATE.
016000         03  WS-HD-YYYY          PIC 9(04).
016100         03  FILLER              PIC X(01)  VALUE "-".
016200         03  WS-HD-MM            PIC 9(02).
016300         03  FILLER              PIC X(01)  VALUE "-".
016400         03  WS-HD-DD            PIC 9(02).
016500 01  WS-HDG-TIME.
016600         03  WS-HT-HH            PIC 9(02).
016700         03  FILLER              PIC X(01)  VALUE ":".
016800         03  WS-HT-MIN           PIC 9(02).
016900         03  FILLER              PIC X(01)  VALUE ":".
017000         03  WS-HT-SS            PIC 9(02).
017100 01  WS-DETAIL-FIELDS.
017200         03  WS-HDG-PAGE-DISP    PIC ZZ9.
017300         03  WS-DTL-ITEMS        PIC ZZZZZZZZ9.
017400         03  WS-DTL-DEBITS       PIC ZZZZZZZZZZZZZZ9.9999.
017500         03  WS-DTL-CREDITS      PIC ZZZZZZZZZZZZZZ9.9999.
017600         03  WS-DTL-NET          PIC ZZZZZZZZZZZZZZ9.9999-.
017700         03  WS-DSP-COUNT        PIC ZZZZZZZZ9.
017800         03  WS-DSP-AMOUNT       PIC ZZZZZZZZZZZZZZ9.9999-.
017900         03  WS-DSP-LABEL        PIC X(32)  VALUE SPACES.
018000 PROCEDURE       DIVISION.
018100******************************************************************
018200* 0000-MAIN-PROCEDURE                                           *
018300*     CONTROLS OVERALL FLOW - INITIALIZE, SORT THE DAY'S GL     *
018400*     EXTRACT BY GL POSTING ACCOUNT AND TRANSACTION CODE,       *
018500*     PRINT THE TRIAL BALANCE FROM THE SORTED POSTINGS, THEN    *
018600*     PROVE IT AND TERMINATE.                                   *
018700******************************************************************
018800 0000-MAIN-PROCEDURE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     SORT SORT-FILE
019100         ON ASCENDING KEY SRT-GL-ACCOUNT
019200                          SRT-TRAN-CODE
019300         INPUT PROCEDURE IS 2000-FEED-SORT THRU 2000-EXIT
019400         OUTPUT PROCEDURE IS 3000-PRINT-TRIAL-BALANCE
019500             THRU 3000-EXIT.
019600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019700     STOP RUN.
019800 0000-MAIN-EXIT.
019900     EXIT.
020000******************************************************************
020100* 1000-INITIALIZE                                               *
020200*     CAPTURES THE RUN DATE/TIME AND OPENS THE GL CHART OF      *
020300*     ACCOUNTS AND THE TRIAL BALANCE REPORT.  THE CHART IS NOT  *
020400*     OPTIONAL - WITHOUT IT NO POSTING ACCOUNT CAN BE PROVED.   *
020500******************************************************************
020600 1000-INITIALIZE.
020700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020800     ACCEPT WS-RUN-TIME FROM TIME.
020900     OPEN INPUT GL-CHART-FILE.
021000     IF WS-GLA-FILE-STATUS NOT = "00"
021100         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
021200         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
021300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
021400     END-IF.
021500     OPEN OUTPUT REPORT-FILE.
021600     IF WS-RPT-FILE-STATUS NOT = "00"
021700         MOVE "GLTRPT" TO WS-IOERR-FILE-NAME
021800         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
021900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
022000     END-IF.
022100     PERFORM 8000-WRITE-HEADING THRU 8000-EXIT.
022200 1000-EXIT.
022300     EXIT.
022400******************************************************************
022500* 2000-FEED-SORT                                                *
022600*     SORT INPUT PROCEDURE - READS THE GL EXTRACT AND RELEASES  *
022700*     ONE POSTING PER RECORD TO THE SORT, TAKING THE FEED'S     *
022800*     OWN RECORD, ITEM, AND NET AMOUNT TOTALS ON THE WAY FOR    *
022900*     THE ZERO PROOF.                                           *
023000******************************************************************
023100 2000-FEED-SORT.
023200     OPEN INPUT GL-EXTRACT-FILE.
023300     IF WS-GLX-FILE-STATUS NOT = "00"
023400         MOVE "GLEXTRCT" TO WS-IOERR-FILE-NAME
023500         MOVE WS-GLX-FILE-STATUS TO WS-IOERR-STATUS
023600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
023700     END-IF.
023800     PERFORM 2100-RELEASE-POSTING THRU 2100-EXIT
023900         UNTIL END-OF-EXTRACT.
024000     CLOSE GL-EXTRACT-FILE.
024100 2000-EXIT.
024200     EXIT.
024300******************************************************************
024400* 2100-RELEASE-POSTING                                          *
024500*     READS ONE GL EXTRACT RECORD.  A SUMMARIZED RECORD ("S"    *
024600*     IN BYTE 1) CARRIES ITS OWN ITEM COUNT; A DETAIL RECORD    *
024700*     IS ONE ITEM.  EITHER WAY THE GL POSTING ACCOUNT,          *
024800*     TRANSACTION CODE, AMOUNT, AND ITEM COUNT ARE RELEASED TO  *
024900*     THE SORT.                                                 *
025000******************************************************************
025100 2100-RELEASE-POSTING.
025200     READ GL-EXTRACT-FILE
025300         AT END
025400             SET END-OF-EXTRACT TO TRUE
025500             GO TO 2100-EXIT
025600     END-READ.
025700     IF WS-GLX-FILE-STATUS NOT = "00"
025800         MOVE "GLEXTRCT" TO WS-IOERR-FILE-NAME
025900         MOVE WS-GLX-FILE-STATUS TO WS-IOERR-STATUS
026000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026100     END-IF.
026200     ADD 1 TO WS-FEED-RECORD-COUNT.
026300     IF GL-SUMMARY-TYPE
026400         ADD 1 TO WS-FEED-SUMMARY-COUNT
026500         MOVE GLS-GL-POSTING-ACCT TO SRT-GL-ACCOUNT
026600         MOVE GLS-TRAN-CODE       TO SRT-TRAN-CODE
026700         MOVE GLS-AMOUNT          TO SRT-AMOUNT
026800         MOVE GLS-ITEM-COUNT      TO SRT-ITEM-COUNT
026900         MOVE GLS-POSTING-DATE    TO WS-FEED-POST-DATE
027000     ELSE
027100         ADD 1 TO WS-FEED-DETAIL-COUNT
027200         MOVE GLX-GL-POSTING-ACCT TO SRT-GL-ACCOUNT
027300         MOVE GLX-TRAN-CODE       TO SRT-TRAN-CODE
027400         MOVE GLX-AMOUNT          TO SRT-AMOUNT
027500         MOVE 1                   TO SRT-ITEM-COUNT
027600         MOVE GLX-POSTING-DATE    TO WS-FEED-POST-DATE
027700     END-IF.
027800     ADD SRT-ITEM-COUNT TO WS-FEED-ITEM-COUNT.
027900     ADD SRT-AMOUNT     TO WS-FEED-NET-TOTAL.
028000     IF WS-FEED-POST-DATE < WS-FEED-LOW-DATE
028100         MOVE WS-FEED-POST-DATE TO WS-FEED-LOW-DATE
028200     END-IF.
028300     IF WS-FEED-POST-DATE > WS-FEED-HIGH-DATE
028400         MOVE WS-FEED-POST-DATE TO WS-FEED-HIGH-DATE
028500     END-IF.
028600     RELEASE SORT-POSTING-RECORD.
028700 2100-EXIT.
028800     EXIT.
028900******************************************************************
029000* 3000-PRINT-TRIAL-BALANCE                                      *
029100*     SORT OUTPUT PROCEDURE - TAKES THE SORTED POSTINGS ONE GL  *
029200*     POSTING ACCOUNT AT A TIME AND PRINTS THE ACCOUNT'S TRIAL  *
029300*     BALANCE LINES.                                            *
029400******************************************************************
029500 3000-PRINT-TRIAL-BALANCE.
029600     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
029700     PERFORM 3200-PROCESS-ACCOUNT THRU 3200-EXIT
029800         UNTIL END-OF-SORT.
029900 3000-EXIT.
030000     EXIT.
030100******************************************************************
030200* 3100-RETURN-SORT-RECORD                                       *
030300*     RETURNS THE NEXT POSTING FROM THE SORTED STREAM.          *
030400******************************************************************
030500 3100-RETURN-SORT-RECORD.
030600     RETURN SORT-FILE
030700         AT END
030800             SET END-OF-SORT TO TRUE
030900     END-RETURN.
031000 3100-EXIT.
031100     EXIT.
031200******************************************************************
031300* 3200-PROCESS-ACCOUNT                                          *
031400*     CONTROL BREAK ON GL POSTING ACCOUNT - LOOKS THE ACCOUNT   *
031500*     UP ON THE GL CHART, PRINTS ONE LINE PER TRANSACTION CODE  *
031600*     POSTED TO IT, THEN THE ACCOUNT TOTAL LINE WITH THE        *
031700*     ACCOUNT'S NAME AND TYPE, OR A FLAG WHEN IT IS NOT ON THE  *
031800*     CHART OR IS CLOSED ON IT.                                 *
031900******************************************************************
032000 3200-PROCESS-ACCOUNT.
032100     MOVE SRT-GL-ACCOUNT TO WS-CUR-GL-ACCT.
032200     MOVE ZERO TO WS-ACCT-ITEM-COUNT.
032300     MOVE ZERO TO WS-ACCT-DEBITS.
032400     MOVE ZERO TO WS-ACCT-CREDITS.
032500     ADD 1 TO WS-ACCOUNT-COUNT.
032600     PERFORM 3300-LOOKUP-CHART THRU 3300-EXIT.
032700     PERFORM 3400-PROCESS-TRAN-CODE THRU 3400-EXIT
032800         UNTIL END-OF-SORT
032900            OR SRT-GL-ACCOUNT NOT = WS-CUR-GL-ACCT.
033000     PERFORM 3700-PRINT-ACCOUNT-TOTAL THRU 3700-EXIT.
033100 3200-EXIT.
033200     EXIT.
033300******************************************************************
033400* 3300-LOOKUP-CHART                                             *
033500*     READS THE CURRENT GL POSTING ACCOUNT FROM THE GL CHART    *
033600*     OF ACCOUNTS FOR ITS NAME AND TYPE.  AN ACCOUNT NOT ON     *
033700*     THE CHART, OR CLOSED ON IT, IS COUNTED AND FLAGGED - THE  *
033800*     GL SYSTEM WILL REFUSE ITS POSTINGS.                       *
033900******************************************************************
034000 3300-LOOKUP-CHART.
034100     SET CHART-ACCOUNT-OPEN TO TRUE.
034200     MOVE SPACES TO WS-CUR-ACCT-NAME.
034300     MOVE SPACES TO WS-CUR-TYPE-NAME.
034400     MOVE SPACES TO WS-CUR-CHART-FLAG.
034500     MOVE WS-CUR-GL-ACCT TO GLA-GL-ACCOUNT.
034600     READ GL-CHART-FILE
034700         INVALID KEY
034800             SET CHART-ACCOUNT-MISSING TO TRUE
034900     END-READ.
035000     IF WS-GLA-FILE-STATUS NOT = "00"
035100         AND WS-GLA-FILE-STATUS NOT = "23"
035200         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
035300         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
035400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
035500     END-IF.
035600     IF CHART-ACCOUNT-MISSING
035700         ADD 1 TO WS-NOT-ON-CHART-COUNT
035800         MOVE "** NOT ON GL CHART" TO WS-CUR-ACCT-NAME
035900         MOVE "NOT ON CHART" TO WS-CUR-CHART-FLAG
036000         GO TO 3300-EXIT
036100     END-IF.
036200     MOVE GLA-ACCOUNT-NAME TO WS-CUR-ACCT-NAME.
036300     PERFORM 3310-FIND-TYPE-NAME THRU 3310-EXIT
036400         VARYING WS-TYPE-SUB FROM 1 BY 1
036500         UNTIL WS-TYPE-SUB > 5.
036600     IF GLA-ACCOUNT-CLOSED
036700         SET CHART-ACCOUNT-CLOSED TO TRUE
036800         ADD 1 TO WS-CLOSED-COUNT
036900         MOVE "CLOSED ON CHART" TO WS-CUR-CHART-FLAG
037000     END-IF.
037100 3300-EXIT.
037200     EXIT.
037300******************************************************************
037400* 3310-FIND-TYPE-NAME                                           *
037500*     TESTS ONE ENTRY OF THE ACCOUNT TYPE TABLE AGAINST THE     *
037600*     CHART RECORD'S TYPE CODE.                                 *
037700******************************************************************
037800 3310-FIND-TYPE-NAME.
037900     IF WS-TYPE-CODE (WS-TYPE-SUB) = GLA-ACCOUNT-TYPE
038000         MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WS-CUR-TYPE-NAME
038100     END-IF.
038200 3310-EXIT.
038300     EXIT.
038400******************************************************************
038500* 3400-PROCESS-TRAN-CODE                                        *
038600*     CONTROL BREAK ON TRANSACTION CODE WITHIN THE ACCOUNT -    *
038700*     TOTALS THE CODE'S POSTINGS, PRINTS THE CODE LINE, AND     *
038800*     ROLLS THE CODE TOTALS INTO THE ACCOUNT.                   *
038900******************************************************************
039000 3400-PROCESS-TRAN-CODE.
039100     MOVE SRT-TRAN-CODE TO WS-CUR-TRAN-CODE.
039200     MOVE ZERO TO WS-CODE-ITEM-COUNT.
039300     MOVE ZERO TO WS-CODE-DEBITS.
039400     MOVE ZERO TO WS-CODE-CREDITS.
039500     PERFORM 3500-ACCUMULATE-POSTING THRU 3500-EXIT
039600         UNTIL END-OF-SORT
039700            OR SRT-GL-ACCOUNT NOT = WS-CUR-GL-ACCT
039800            OR SRT-TRAN-CODE NOT = WS-CUR-TRAN-CODE.
039900     PERFORM 3600-PRINT-CODE-LINE THRU 3600-EXIT.
040000     ADD WS-CODE-ITEM-COUNT TO WS-ACCT-ITEM-COUNT.
040100     ADD WS-CODE-DEBITS     TO WS-ACCT-DEBITS.
040200     ADD WS-CODE-CREDITS    TO WS-ACCT-CREDITS.
040300 3400-EXIT.
040400     EXIT.
040500******************************************************************
040600* 3500-ACCUMULATE-POSTING                                       *
040700*     ADDS ONE SORTED POSTING TO THE CODE TOTALS - A POSITIVE   *
040800*     AMOUNT IS A DEBIT, A NEGATIVE AMOUNT A CREDIT (CARRIED    *
040900*     AS A POSITIVE FIGURE) - AND RETURNS THE NEXT POSTING.     *
041000******************************************************************
041100 3500-ACCUMULATE-POSTING.
041200     ADD 1 TO WS-TB-RECORD-COUNT.
041300     ADD SRT-ITEM-COUNT TO WS-CODE-ITEM-COUNT.
041400     IF SRT-AMOUNT < ZERO
041500         SUBTRACT SRT-AMOUNT FROM WS-CODE-CREDITS
041600     ELSE
041700         ADD SRT-AMOUNT TO WS-CODE-DEBITS
041800     END-IF.
041900     PERFORM 3100-RETURN-SORT-RECORD THRU 3100-EXIT.
042000 3500-EXIT.
042100     EXIT.
042200******************************************************************
042300* 3600-PRINT-CODE-LINE                                          *
042400*     PRINTS ONE TRANSACTION CODE LINE - CODE, OPERATION NAME,  *
042500*     ITEMS, DEBITS, AND CREDITS.                               *
042600******************************************************************
042700 3600-PRINT-CODE-LINE.
042800     MOVE "OTHER" TO WS-CUR-OP-NAME.
042900     PERFORM 3610-FIND-OP-NAME THRU 3610-EXIT
043000         VARYING WS-OP-SUB FROM 1 BY 1
043100         UNTIL WS-OP-SUB > 5.
043200     MOVE WS-CODE-ITEM-COUNT TO WS-DTL-ITEMS.
043300     MOVE WS-CODE-DEBITS     TO WS-DTL-DEBITS.
043400     MOVE WS-CODE-CREDITS    TO WS-DTL-CREDITS.
043500     MOVE SPACES TO WS-PRINT-LINE.
043600     STRING WS-CUR-GL-ACCT    DELIMITED BY SIZE
043700            "  "              DELIMITED BY SIZE
043800            WS-CUR-TRAN-CODE  DELIMITED BY SIZE
043900            " "               DELIMITED BY SIZE
044000            WS-CUR-OP-NAME    DELIMITED BY SIZE
044100            "    "            DELIMITED BY SIZE
044200            WS-DTL-ITEMS      DELIMITED BY SIZE
044300            "  "              DELIMITED BY SIZE
044400            WS-DTL-DEBITS     DELIMITED BY SIZE
044500            "  "              DELIMITED BY SIZE
044600            WS-DTL-CREDITS    DELIMITED BY SIZE
044700         INTO WS-PRINT-TEXT.
044800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
044900 3600-EXIT.
045000     EXIT.
045100******************************************************************
045200* 3610-FIND-OP-NAME                                             *
045300*     TESTS ONE ENTRY OF THE OPERATION NAME TABLE AGAINST THE   *
045400*     CURRENT TRANSACTION CODE.                                 *
045500******************************************************************
045600 3610-FIND-OP-NAME.
045700     IF WS-OP-CODE (WS-OP-SUB) = WS-CUR-TRAN-CODE
045800         MOVE WS-OP-NAME (WS-OP-SUB) TO WS-CUR-OP-NAME
045900     END-IF.
046000 3610-EXIT.
046100     EXIT.
046200******************************************************************
046300* 3700-PRINT-ACCOUNT-TOTAL                                      *
046400*     PRINTS THE ACCOUNT TOTAL LINE - ITEMS, DEBITS, CREDITS,   *
046500*     AND NET - UNDER THE ACCOUNT'S CHART NAME AND TYPE AND     *
046600*     ANY CHART FLAG, AND ADDS THE ACCOUNT INTO THE TRIAL       *
046700*     BALANCE TOTALS.                                           *
046800******************************************************************
046900 3700-PRINT-ACCOUNT-TOTAL.
047000     MOVE WS-ACCT-ITEM-COUNT TO WS-DTL-ITEMS.
047100     MOVE WS-ACCT-DEBITS     TO WS-DTL-DEBITS.
047200     MOVE WS-ACCT-CREDITS    TO WS-DTL-CREDITS.
047300     COMPUTE WS-DTL-NET = WS-ACCT-DEBITS - WS-ACCT-CREDITS.
047400     MOVE SPACES TO WS-PRINT-LINE.
047500     STRING "  ACCOUNT TOTAL"  DELIMITED BY SIZE
047600            "           "     DELIMITED BY SIZE
047700            WS-DTL-ITEMS      DELIMITED BY SIZE
047800            "  "              DELIMITED BY SIZE
047900            WS-DTL-DEBITS     DELIMITED BY SIZE
048000            "  "              DELIMITED BY SIZE
048100            WS-DTL-CREDITS    DELIMITED BY SIZE
048200            "  "              DELIMITED BY SIZE
048300            WS-DTL-NET        DELIMITED BY SIZE
048400            "  "              DELIMITED BY SIZE
048500            WS-CUR-CHART-FLAG DELIMITED BY SIZE
048600         INTO WS-PRINT-TEXT.
048700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
048800     MOVE SPACES TO WS-PRINT-LINE.
048900     STRING "  "              DELIMITED BY SIZE
049000            WS-CUR-ACCT-NAME  DELIMITED BY SIZE
049100            "  "              DELIMITED BY SIZE
049200            WS-CUR-TYPE-NAME  DELIMITED BY SIZE
049300         INTO WS-PRINT-TEXT.
049400     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
049500     MOVE SPACES TO WS-PRINT-LINE.
049600     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
049700     ADD WS-ACCT-ITEM-COUNT TO WS-TB-ITEM-COUNT.
049800     ADD WS-ACCT-DEBITS     TO WS-TB-DEBITS.
049900     ADD WS-ACCT-CREDITS    TO WS-TB-CREDITS.
050000 3700-EXIT.
050100     EXIT.
050200******************************************************************
050300* 8000-WRITE-HEADING                                            *
050400*     ADVANCES TO A NEW PAGE AND WRITES THE REPORT TITLE, RUN   *
050500*     DATE AND TIME, AND THE COLUMN HEADINGS.                   *
050600******************************************************************
050700 8000-WRITE-HEADING.
050800     ADD 1 TO WS-PAGE-NUMBER.
050900     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
051000     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
051100     MOVE WS-RUN-MM   TO WS-HD-MM.
051200     MOVE WS-RUN-DD   TO WS-HD-DD.
051300     MOVE WS-RUN-HH   TO WS-HT-HH.
051400     MOVE WS-RUN-MIN  TO WS-HT-MIN.
051500     MOVE WS-RUN-SS   TO WS-HT-SS.
051600     MOVE SPACES TO WS-PRINT-LINE.
051700     STRING "GLTBAL DAILY GL TRIAL BALANCE"
051800                                 DELIMITED BY SIZE
051900            "     PAGE "         DELIMITED BY SIZE
052000            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
052100         INTO WS-PRINT-TEXT.
052200     WRITE REPORT-RECORD FROM WS-PRINT-LINE
052300         AFTER ADVANCING PAGE.
052400     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
052500     MOVE SPACES TO WS-PRINT-LINE.
052600     STRING "RUN DATE: "    DELIMITED BY SIZE
052700            WS-HDG-DATE     DELIMITED BY SIZE
052800            "     RUN TIME: " DELIMITED BY SIZE
052900            WS-HDG-TIME     DELIMITED BY SIZE
053000         INTO WS-PRINT-TEXT.
053100     WRITE REPORT-RECORD FROM WS-PRINT-LINE
053200         AFTER ADVANCING 2 LINES.
053300     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
053400     MOVE SPACES TO WS-PRINT-LINE.
053500     STRING "GL ACCT   CODE OPERATION      ITEMS"
053600                                 DELIMITED BY SIZE
053700            "                DEBITS"
053800                                 DELIMITED BY SIZE
053900            "               CREDITS"
054000                                 DELIMITED BY SIZE
054100            "                   NET"
054200                                 DELIMITED BY SIZE
054300         INTO WS-PRINT-TEXT.
054400     WRITE REPORT-RECORD FROM WS-PRINT-LINE
054500         AFTER ADVANCING 2 LINES.
054600     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
054700     MOVE SPACES TO WS-PRINT-LINE.
054800     WRITE REPORT-RECORD FROM WS-PRINT-LINE
054900         AFTER ADVANCING 1 LINE.
055000     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
055100     MOVE ZERO TO WS-LINE-COUNT.
055200 8000-EXIT.
055300     EXIT.
055400******************************************************************
055500* 8100-WRITE-REPORT-LINE                                        *
055600*     WRITES ONE REPORT LINE AND FORCES A PAGE BREAK WHEN THE   *
055700*     PAGE IS FULL.                                             *
055800******************************************************************
055900 8100-WRITE-REPORT-LINE.
056000     WRITE REPORT-RECORD FROM WS-PRINT-LINE
056100         AFTER ADVANCING 1 LINE.
056200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
056300     ADD 1 TO WS-LINE-COUNT.
056400     IF WS-LINE-COUNT >= WS-MAX-LINES
056500         PERFORM 8000-WRITE-HEADING THRU 8000-EXIT
056600     END-IF.
056700 8100-EXIT.
056800     EXIT.
056900******************************************************************
057000* 8200-WRITE-SUMMARY-LINE                                       *
057100*     WRITES ONE CONTROL SUMMARY LINE, SPACED AWAY FROM THE     *
057200*     PRECEDING LINE.                                           *
057300******************************************************************
057400 8200-WRITE-SUMMARY-LINE.
057500     WRITE REPORT-RECORD FROM WS-PRINT-LINE
057600         AFTER ADVANCING 2 LINES.
057700     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
057800 8200-EXIT.
057900     EXIT.
058000******************************************************************
058100* 8300-PRINT-COUNT                                              *
058200*     PRINTS ONE LABELLED CONTROL SUMMARY COUNT.                *
058300******************************************************************
058400 8300-PRINT-COUNT.
058500     MOVE SPACES TO WS-PRINT-LINE.
058600     STRING WS-DSP-LABEL   DELIMITED BY SIZE
058700            WS-DSP-COUNT   DELIMITED BY SIZE
058800         INTO WS-PRINT-TEXT.
058900     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
059000 8300-EXIT.
059100     EXIT.
059200******************************************************************
059300* 8400-PRINT-AMOUNT                                             *
059400*     PRINTS ONE LABELLED CONTROL SUMMARY AMOUNT.               *
059500******************************************************************
059600 8400-PRINT-AMOUNT.
059700     MOVE SPACES TO WS-PRINT-LINE.
059800     STRING WS-DSP-LABEL   DELIMITED BY SIZE
059900            WS-DSP-AMOUNT  DELIMITED BY SIZE
060000         INTO WS-PRINT-TEXT.
060100     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
060200 8400-EXIT.
060300     EXIT.
060400******************************************************************
060500* 8700-CHECK-REPORT-STATUS                                      *
060600*     COMMON STATUS CHECK PERFORMED AFTER EVERY REPORT WRITE.   *
060700******************************************************************
060800 8700-CHECK-REPORT-STATUS.
060900     IF WS-RPT-FILE-STATUS NOT = "00"
061000         MOVE "GLTRPT" TO WS-IOERR-FILE-NAME
061100         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
061200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
061300     END-IF.
061400 8700-EXIT.
061500     EXIT.
061600******************************************************************
061700* 9000-TERMINATE                                                *
061800*     PRINTS THE TRIAL BALANCE TOTALS AND THE ZERO PROOF, SETS  *
061900*     THE RETURN CODE, AND CLOSES THE FILES.  THE PROOF PASSES  *
062000*     WHEN THE TRIAL BALANCE DEBITS LESS CREDITS LESS THE       *
062100*     FEED'S OWN NET IS ZERO AND THE RECORD AND ITEM COUNTS     *
062200*     AGREE.  RETURN CODE 0 WHEN THE PROOF PASSES AND EVERY     *
062300*     ACCOUNT IS OPEN ON THE CHART (THE FEED MAY BE RELEASED),  *
062400*     8 WHEN ANY ACCOUNT IS NOT ON THE CHART OR IS CLOSED ON    *
062500*     IT, 16 WHEN THE PROOF FAILS.                              *
062600******************************************************************
062700 9000-TERMINATE.
062800     COMPUTE WS-TB-NET = WS-TB-DEBITS - WS-TB-CREDITS.
062900     COMPUTE WS-PROOF-DIFF = WS-TB-NET - WS-FEED-NET-TOTAL.
063000     IF WS-PROOF-DIFF NOT = ZERO
063100         OR WS-TB-RECORD-COUNT NOT = WS-FEED-RECORD-COUNT
063200         OR WS-TB-ITEM-COUNT NOT = WS-FEED-ITEM-COUNT
063300         SET ZERO-PROOF-FAILED TO TRUE
063400     END-IF.
063500     IF WS-FEED-RECORD-COUNT = ZERO
063600         MOVE ZERO TO WS-FEED-LOW-DATE
063700     END-IF.
063800     MOVE SPACES TO WS-PRINT-LINE.
063900     STRING "GLTBAL TRIAL BALANCE TOTALS AND ZERO PROOF"
064000                                 DELIMITED BY SIZE
064100         INTO WS-PRINT-TEXT.
064200     WRITE REPORT-RECORD FROM WS-PRINT-LINE
064300         AFTER ADVANCING PAGE.
064400     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
064500     MOVE SPACES TO WS-PRINT-LINE.
064600     STRING "POSTING DATES IN FEED . . . . . " DELIMITED BY SIZE
064700            WS-FEED-LOW-DATE                   DELIMITED BY SIZE
064800            " TO "                             DELIMITED BY SIZE
064900            WS-FEED-HIGH-DATE                  DELIMITED BY SIZE
065000         INTO WS-PRINT-TEXT.
065100     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
065200     MOVE "GL EXTRACT RECORDS READ . . . . " TO WS-DSP-LABEL.
065300     MOVE WS-FEED-RECORD-COUNT TO WS-DSP-COUNT.
065400     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
065500     MOVE "  DETAIL POSTINGS . . . . . . . " TO WS-DSP-LABEL.
065600     MOVE WS-FEED-DETAIL-COUNT TO WS-DSP-COUNT.
065700     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
065800     MOVE "  SUMMARIZED POSTINGS . . . . . " TO WS-DSP-LABEL.
065900     MOVE WS-FEED-SUMMARY-COUNT TO WS-DSP-COUNT.
066000     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
066100     MOVE "SOURCE ITEMS IN FEED  . . . . . " TO WS-DSP-LABEL.
066200     MOVE WS-FEED-ITEM-COUNT TO WS-DSP-COUNT.
066300     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
066400     MOVE "POSTINGS ON TRIAL BALANCE . . . " TO WS-DSP-LABEL.
066500     MOVE WS-TB-RECORD-COUNT TO WS-DSP-COUNT.
066600     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
066700     MOVE "SOURCE ITEMS ON TRIAL BALANCE . " TO WS-DSP-LABEL.
066800     MOVE WS-TB-ITEM-COUNT TO WS-DSP-COUNT.
066900     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
067000     MOVE "GL POSTING ACCOUNTS . . . . . . " TO WS-DSP-LABEL.
067100     MOVE WS-ACCOUNT-COUNT TO WS-DSP-COUNT.
067200     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
067300     MOVE "  NOT ON GL CHART . . . . . . . " TO WS-DSP-LABEL.
067400     MOVE WS-NOT-ON-CHART-COUNT TO WS-DSP-COUNT.
067500     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
067600     MOVE "  CLOSED ON GL CHART  . . . . . " TO WS-DSP-LABEL.
067700     MOVE WS-CLOSED-COUNT TO WS-DSP-COUNT.
067800     PERFORM 8300-PRINT-COUNT THRU 8300-EXIT.
067900     MOVE "TRIAL BALANCE DEBITS  . . . . . " TO WS-DSP-LABEL.
068000     MOVE WS-TB-DEBITS TO WS-DSP-AMOUNT.
068100     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
068200     MOVE "TRIAL BALANCE CREDITS . . . . . " TO WS-DSP-LABEL.
068300     MOVE WS-TB-CREDITS TO WS-DSP-AMOUNT.
068400     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
068500     MOVE "DEBITS LESS CREDITS . . . . . . " TO WS-DSP-LABEL.
068600     MOVE WS-TB-NET TO WS-DSP-AMOUNT.
068700     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
068800     MOVE "LESS NET OF FEED AS READ  . . . " TO WS-DSP-LABEL.
068900     MOVE WS-FEED-NET-TOTAL TO WS-DSP-AMOUNT.
069000     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
069100     MOVE "ZERO PROOF DIFFERENCE . . . . . " TO WS-DSP-LABEL.
069200     MOVE WS-PROOF-DIFF TO WS-DSP-AMOUNT.
069300     PERFORM 8400-PRINT-AMOUNT THRU 8400-EXIT.
069400     MOVE SPACES TO WS-PRINT-LINE.
069500     EVALUATE TRUE
069600         WHEN ZERO-PROOF-FAILED
069700             STRING "*** ZERO PROOF FAILED - "
069800                                 DELIMITED BY SIZE
069900                    "DO NOT RELEASE THE FEED"
070000                                 DELIMITED BY SIZE
070100                 INTO WS-PRINT-TEXT
070200         WHEN WS-NOT-ON-CHART-COUNT > ZERO
070300           OR WS-CLOSED-COUNT > ZERO
070400             STRING "*** ZERO PROOF PASSED - POSTINGS TO "
070500                                 DELIMITED BY SIZE
070600                    "ACCOUNTS NOT OPEN ON THE GL CHART - "
070700                                 DELIMITED BY SIZE
070800                    "RESOLVE BEFORE RELEASE"
070900                                 DELIMITED BY SIZE
071000                 INTO WS-PRINT-TEXT
071100         WHEN OTHER
071200             STRING "ZERO PROOF PASSED - FEED MAY BE RELEASED"
071300                                 DELIMITED BY SIZE
071400                 INTO WS-PRINT-TEXT
071500     END-EVALUATE.
071600     PERFORM 8200-WRITE-SUMMARY-LINE THRU 8200-EXIT.
071700     CLOSE GL-CHART-FILE.
071800     CLOSE REPORT-FILE.
071900     EVALUATE TRUE
072000         WHEN ZERO-PROOF-FAILED
072100             DISPLAY "GLTBAL - ZERO PROOF FAILED - GL EXTRACT "
072200                 "NOT TO BE RELEASED - RETURN CODE 16"
072300             MOVE 16 TO RETURN-CODE
072400         WHEN WS-NOT-ON-CHART-COUNT > ZERO
072500           OR WS-CLOSED-COUNT > ZERO
072600             DISPLAY "GLTBAL - POSTINGS TO GL ACCOUNTS NOT OPEN "
072700                 "ON THE CHART - SEE GLTRPT - RETURN CODE 8"
072800             MOVE 8 TO RETURN-CODE
072900         WHEN OTHER
073000             MOVE ZERO TO RETURN-CODE
073100     END-EVALUATE.
073200 9000-EXIT.
073300     EXIT.
073400******************************************************************
073500* 9900-IO-ERROR                                                 *
073600*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
073700*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
073800*     CODE 16.                                                  *
073900******************************************************************
074000 9900-IO-ERROR.
074100     DISPLAY "GLTBAL - I/O ERROR ON " WS-IOERR-FILE-NAME
074200         " STATUS " WS-IOERR-STATUS.
074300     MOVE 16 TO RETURN-CODE.
074400     STOP RUN.
074500 9900-EXIT.
074600     EXIT.
074700 END PROGRAM GLTBAL.
