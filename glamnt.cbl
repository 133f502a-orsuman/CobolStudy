000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     GLAMNT.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-12.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-12 KT   ORIGINAL PROGRAM - GL CHART OF ACCOUNTS        *
001200*                 MAINTENANCE.  READS KEYED MAINTENANCE CARDS    *
001300*                 (ADD, CHANGE, CLOSE, REOPEN), EDITS EACH CARD  *
001400*                 - A BLANK GL ACCOUNT, A DUPLICATE ADD, AN ADD  *
001500*                 WITH NO NAME, AN ACCOUNT TYPE OTHER THAN       *
001600*                 A/L/Q/I/E, A CHANGE/CLOSE/REOPEN OF AN ACCOUNT *
001700*                 NOT ON THE CHART, A CLOSE OF A CLOSED ACCOUNT, *
001800*                 A REOPEN OF AN OPEN ACCOUNT, OR AN             *
001900*                 UNRECOGNIZED ACTION CODE IS REJECTED - AND     *
002000*                 APPLIES THE GOOD CARDS TO THE INDEXED CHART    *
002100*                 (GLCHART).  PRINTS A BEFORE/AFTER MAINTENANCE  *
002200*                 REGISTER, A REJECT LISTING, AND A CONTROL      *
002300*                 SUMMARY PROVING CARDS READ EQUALS CARDS        *
002400*                 APPLIED PLUS CARDS REJECTED.  THE FIRST        *
002500*                 MAINTENANCE RUN EVER CREATES THE CHART.        *
002600******************************************************************
002700 ENVIRONMENT     DIVISION.
002800 INPUT-OUTPUT    SECTION.
002900 FILE-CONTROL.
003000     SELECT MAINT-FILE     ASSIGN TO "GLACARD"
003100                         ORGANIZATION IS SEQUENTIAL
003200                         FILE STATUS IS WS-MNT-FILE-STATUS.
003300     SELECT GL-CHART-FILE  ASSIGN TO "GLCHART"
003400                         ORGANIZATION IS INDEXED
003500                         ACCESS MODE IS RANDOM
003600                         RECORD KEY IS GLA-GL-ACCOUNT
003700                         FILE STATUS IS WS-GLA-FILE-STATUS.
003800     SELECT REGISTER-FILE  ASSIGN TO "GLARPT"
003900                         ORGANIZATION IS SEQUENTIAL
004000                         FILE STATUS IS WS-REG-FILE-STATUS.
004100     SELECT REJECT-FILE    ASSIGN TO "GLAREJ"
004200                         ORGANIZATION IS SEQUENTIAL
004300                         FILE STATUS IS WS-REJ-FILE-STATUS.
004400 DATA            DIVISION.
004500 FILE            SECTION.
004600 FD  MAINT-FILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY GLAMREC.
004900 FD  GL-CHART-FILE
005000     LABEL RECORDS ARE STANDARD.
005100           COPY GLAREC.
005200 FD  REGISTER-FILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORD CONTAINS 133 CHARACTERS.
005500 01  REGISTER-RECORD     PIC X(133).
005600 FD  REJECT-FILE
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 133 CHARACTERS.
005900 01  REJECT-RECORD       PIC X(133).
006000 WORKING-STORAGE SECTION.
006100 01  WS-SWITCHES.
006200         03  WS-CARD-EOF-SWITCH  PIC X(01)   VALUE "N".
006300             88  END-OF-CARDS                 VALUE "Y".
006400             88  NOT-END-OF-CARDS             VALUE "N".
006500         03  WS-GLA-FOUND-SWITCH PIC X(01)   VALUE "N".
006600             88  GL-ACCOUNT-ON-CHART          VALUE "Y".
006700             88  GL-ACCOUNT-NOT-ON-CHART      VALUE "N".
006800         03  WS-REJECT-REASON    PIC X(02)   VALUE SPACES.
006900             88  REJECT-BAD-ACTION            VALUE "41".
007000             88  REJECT-DUPLICATE-ADD         VALUE "42".
007100             88  REJECT-GL-UNKNOWN            VALUE "43".
007200             88  REJECT-ALREADY-CLOSED        VALUE "44".
007300             88  REJECT-ALREADY-OPEN          VALUE "45".
007400             88  REJECT-NAME-MISSING          VALUE "46".
007500             88  REJECT-BAD-TYPE              VALUE "47".
007600             88  REJECT-GL-MISSING            VALUE "48".
007700 01  WS-FILE-STATUS-FIELDS.
007800         03  WS-MNT-FILE-STATUS  PIC X(02)   VALUE "00".
007900         03  WS-GLA-FILE-STATUS  PIC X(02)   VALUE "00".
008000         03  WS-REG-FILE-STATUS  PIC X(02)   VALUE "00".
008100         03  WS-REJ-FILE-STATUS  PIC X(02)   VALUE "00".
008200 01  WS-IO-ERROR-FIELDS.
008300         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
008400         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
008500 01  WS-REASON-TABLE-DATA.
008600         03  FILLER  PIC X(37)
008700             VALUE "41ACTION CODE NOT A/C/X/R".
008800         03  FILLER  PIC X(37)
008900             VALUE "42ADD - GL ACCOUNT ALREADY ON CHART".
009000         03  FILLER  PIC X(37)
009100             VALUE "43GL ACCOUNT NOT ON CHART".
009200         03  FILLER  PIC X(37)
009300             VALUE "44CLOSE - GL ACCOUNT ALREADY CLOSED".
009400         03  FILLER  PIC X(37)
009500             VALUE "45REOPEN - GL ACCOUNT ALREADY OPEN".
009600         03  FILLER  PIC X(37)
009700             VALUE "46ADD - ACCOUNT NAME IS BLANK".
009800         03  FILLER  PIC X(37)
009900             VALUE "47ACCOUNT TYPE NOT A/L/Q/I/E".
010000         03  FILLER  PIC X(37)
010100             VALUE "48GL ACCOUNT NUMBER IS BLANK".
010200 01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
010300         03  WS-REASON-ENTRY     OCCURS 8 TIMES.
010400             05  WS-REASON-CODE  PIC X(02).
010500             05  WS-REASON-DESC  PIC X(35).
010600 01  WS-REASON-CONTROLS.
010700         03  WS-REASON-LOOKUP    PIC 9(02)       VALUE ZERO.
010800 01  WS-BEFORE-IMAGE.
010900         03  WS-BEF-GL-ACCOUNT   PIC X(08).
011000         03  WS-BEF-NAME         PIC X(30).
011100         03  WS-BEF-TYPE         PIC X(01).
011200         03  WS-BEF-STATUS       PIC X(01).
011300 01  WS-WORK-COUNTS.
011400         03  WS-CARD-READ-COUNT  PIC 9(05) COMP  VALUE ZERO.
011500         03  WS-APPLIED-COUNT    PIC 9(05) COMP  VALUE ZERO.
011600         03  WS-REJECTED-COUNT   PIC 9(05) COMP  VALUE ZERO.
011700         03  WS-ADD-COUNT        PIC 9(05) COMP  VALUE ZERO.
011800         03  WS-CHANGE-COUNT     PIC 9(05) COMP  VALUE ZERO.
011900         03  WS-CLOSE-COUNT      PIC 9(05) COMP  VALUE ZERO.
012000         03  WS-REOPEN-COUNT     PIC 9(05) COMP  VALUE ZERO.
012100         03  WS-PROOF-COUNT      PIC 9(05) COMP  VALUE ZERO.
012200 01  WS-REPORT-CONTROLS.
012300         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
012400         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
012500         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
012600 01  WS-PRINT-LINE.
012700         03  WS-PRINT-TEXT       PIC X(133).
012800 01  WS-RUN-DATE.
012900         03  WS-RUN-YYYY         PIC 9(04).
013000         03  WS-RUN-MM           PIC 9(02).
013100         03  WS-RUN-DD           PIC 9(02).
013200 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
013300                                 PIC 9(08).
013400 01  WS-RUN-TIME.
013500         03  WS-RUN-HH           PIC 9(02).
013600         03  WS-RUN-MIN          PIC 9(02).
013700         03  WS-RUN-SS           PIC 9(02).
013800         03  WS-RUN-HUN          PIC 9(02).
013900 01  WS-HDG-DATE.
014000         03  WS-HD-YYYY          PIC 9(04).
014100         03  FILLER              PIC X(01)  VALUE "-".
014200         03  WS-HD-MM            PIC 9(02).
014300         03  FILLER              PIC X(01)  VALUE "-".
014400         03  WS-HD-DD            PIC 9(02).
014500 01  WS-HDG-TIME.
014600         03  WS-HT-HH            PIC 9(02).
014700         03  FILLER              PIC X(01)  VALUE ":".
014800         03  WS-HT-MIN           PIC 9(02).
014900         03  FILLER              PIC X(01)  VALUE ":".
015000         03  WS-HT-SS            PIC 9(02).
015100 01  WS-DETAIL-FIELDS.
015200         03  WS-HDG-PAGE-DISP    PIC ZZ9.
015300         03  WS-ACTION-NAME      PIC X(06).
015400         03  WS-DSP-CARD-READ    PIC ZZZZ9.
015500         03  WS-DSP-APPLIED      PIC ZZZZ9.
015600         03  WS-DSP-REJECTED     PIC ZZZZ9.
015700         03  WS-DSP-ADDS         PIC ZZZZ9.
015800         03  WS-DSP-CHANGES      PIC ZZZZ9.
015900         03  WS-DSP-CLOSES       PIC ZZZZ9.
016000         03  WS-DSP-REOPENS      PIC ZZZZ9.
016100 PROCEDURE       DIVISION.
016200******************************************************************
016300* 0000-MAIN-PROCEDURE                                           *
016400*     CONTROLS OVERALL FLOW - INITIALIZE, PROCESS EACH          *
016500*     MAINTENANCE CARD UNTIL END OF FILE, THEN TERMINATE.       *
016600******************************************************************
016700 0000-MAIN-PROCEDURE.
016800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016900     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
017000         UNTIL END-OF-CARDS.
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017200     STOP RUN.
017300 0000-MAIN-EXIT.
017400     EXIT.
017500******************************************************************
017600* 1000-INITIALIZE                                               *
017700*     CAPTURES THE RUN DATE/TIME, OPENS THE CARD, CHART, AND    *
017800*     PRINT FILES, AND WRITES THE REGISTER AND REJECT LISTING   *
017900*     HEADINGS.                                                 *
018000******************************************************************
018100 1000-INITIALIZE.
018200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018300     ACCEPT WS-RUN-TIME FROM TIME.
018400     OPEN INPUT MAINT-FILE.
018500     IF WS-MNT-FILE-STATUS NOT = "00"
018600         MOVE "GLACARD" TO WS-IOERR-FILE-NAME
018700         MOVE WS-MNT-FILE-STATUS TO WS-IOERR-STATUS
018800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
018900     END-IF.
019000     PERFORM 1600-OPEN-GL-CHART THRU 1600-EXIT.
019100     OPEN OUTPUT REGISTER-FILE.
019200     IF WS-REG-FILE-STATUS NOT = "00"
019300         MOVE "GLARPT" TO WS-IOERR-FILE-NAME
019400         MOVE WS-REG-FILE-STATUS TO WS-IOERR-STATUS
019500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
019600     END-IF.
019700     OPEN OUTPUT REJECT-FILE.
019800     IF WS-REJ-FILE-STATUS NOT = "00"
019900         MOVE "GLAREJ" TO WS-IOERR-FILE-NAME
020000         MOVE WS-REJ-FILE-STATUS TO WS-IOERR-STATUS
020100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
020200     END-IF.
020300     PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT.
020400     PERFORM 8300-WRITE-REJECT-HEADING THRU 8300-EXIT.
020500 1000-EXIT.
020600     EXIT.
020700******************************************************************
020800* 1600-OPEN-GL-CHART                                            *
020900*     OPENS THE GL CHART OF ACCOUNTS FOR UPDATE.  THE FIRST     *
021000*     MAINTENANCE RUN EVER FINDS NO CHART (STATUS 35) AND       *
021100*     CREATES AN EMPTY ONE BEFORE REOPENING IT FOR UPDATE.      *
021200******************************************************************
021300 1600-OPEN-GL-CHART.
021400     OPEN I-O GL-CHART-FILE.
021500     IF WS-GLA-FILE-STATUS = "35"
021600         OPEN OUTPUT GL-CHART-FILE
021700         CLOSE GL-CHART-FILE
021800         OPEN I-O GL-CHART-FILE
021900     END-IF.
022000     IF WS-GLA-FILE-STATUS NOT = "00"
022100         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
022200         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
022300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
022400     END-IF.
022500 1600-EXIT.
022600     EXIT.
022700******************************************************************
022800* 2000-PROCESS-CARD                                             *
022900*     READS ONE MAINTENANCE CARD AND HANDS IT TO THE EDIT.      *
023000******************************************************************
023100 2000-PROCESS-CARD.
023200     READ MAINT-FILE
023300         AT END
023400             SET END-OF-CARDS TO TRUE
023500         NOT AT END
023600             ADD 1 TO WS-CARD-READ-COUNT
023700             PERFORM 2100-EDIT-AND-APPLY THRU 2100-EXIT
023800     END-READ.
023900     IF WS-MNT-FILE-STATUS NOT = "00"
024000         AND WS-MNT-FILE-STATUS NOT = "10"
024100         MOVE "GLACARD" TO WS-IOERR-FILE-NAME
024200         MOVE WS-MNT-FILE-STATUS TO WS-IOERR-STATUS
024300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
024400     END-IF.
024500 2000-EXIT.
024600     EXIT.
024700******************************************************************
024800* 2100-EDIT-AND-APPLY                                           *
024900*     EDITS THE CARD JUST READ AND ROUTES IT TO THE ACTION      *
025000*     PARAGRAPH.  THE CHART IS READ FIRST SO EVERY ACTION IS    *
025100*     JUDGED AGAINST, AND THE REGISTER SHOWS, THE RECORD AS IT  *
025200*     STOOD BEFORE THE CARD.  THE FIRST EDIT THAT FAILS SETS    *
025300*     THE REJECT REASON AND ROUTES THE CARD TO THE REJECT       *
025400*     LISTING.  AN ACCOUNT TYPE ON AN ADD OR CHANGE CARD MUST   *
025500*     BE ONE OF A/L/Q/I/E - AN ADD MUST CARRY ONE, A CHANGE     *
025600*     MAY LEAVE IT BLANK.                                       *
025700******************************************************************
025800 2100-EDIT-AND-APPLY.
025900     IF NOT VALID-GAC-ACTION
026000         SET REJECT-BAD-ACTION TO TRUE
026100         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
026200         GO TO 2100-EXIT
026300     END-IF.
026400     IF GAC-GL-ACCOUNT = SPACES
026500         SET REJECT-GL-MISSING TO TRUE
026600         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
026700         GO TO 2100-EXIT
026800     END-IF.
026900     IF (GAC-ACTION-ADD AND NOT VALID-GAC-TYPE)
027000         OR (GAC-ACTION-CHANGE AND GAC-ACCOUNT-TYPE NOT = SPACE
027100             AND NOT VALID-GAC-TYPE)
027200         SET REJECT-BAD-TYPE TO TRUE
027300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
027400         GO TO 2100-EXIT
027500     END-IF.
027600     PERFORM 3500-READ-CHART THRU 3500-EXIT.
027700     EVALUATE TRUE
027800         WHEN GAC-ACTION-ADD
027900             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
028000         WHEN GAC-ACTION-CHANGE
028100             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
028200         WHEN GAC-ACTION-CLOSE
028300             PERFORM 3200-APPLY-CLOSE THRU 3200-EXIT
028400         WHEN GAC-ACTION-REOPEN
028500             PERFORM 3300-APPLY-REOPEN THRU 3300-EXIT
028600     END-EVALUATE.
028700 2100-EXIT.
028800     EXIT.
028900******************************************************************
029000* 3000-APPLY-ADD                                                *
029100*     ADDS A NEW GL ACCOUNT.  AN ACCOUNT ALREADY ON THE CHART   *
029200*     OR A BLANK ACCOUNT NAME REJECTS THE CARD.  A NEW ACCOUNT  *
029300*     IS WRITTEN OPEN, DATED TODAY.                             *
029400******************************************************************
029500 3000-APPLY-ADD.
029600     IF GL-ACCOUNT-ON-CHART
029700         SET REJECT-DUPLICATE-ADD TO TRUE
029800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
029900         GO TO 3000-EXIT
030000     END-IF.
030100     IF GAC-ACCOUNT-NAME = SPACES
030200         SET REJECT-NAME-MISSING TO TRUE
030300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
030400         GO TO 3000-EXIT
030500     END-IF.
030600     MOVE SPACES TO GL-ACCOUNT-RECORD.
030700     MOVE GAC-GL-ACCOUNT      TO GLA-GL-ACCOUNT.
030800     MOVE GAC-ACCOUNT-NAME    TO GLA-ACCOUNT-NAME.
030900     MOVE GAC-ACCOUNT-TYPE    TO GLA-ACCOUNT-TYPE.
031000     MOVE "O"                 TO GLA-STATUS-CODE.
031100     MOVE WS-RUN-DATE-N       TO GLA-OPENED-DATE.
031200     MOVE ZERO                TO GLA-CLOSED-DATE.
031300     WRITE GL-ACCOUNT-RECORD.
031400     IF WS-GLA-FILE-STATUS NOT = "00"
031500         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
031600         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
031700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
031800     END-IF.
031900     MOVE "ADD"    TO WS-ACTION-NAME.
032000     ADD 1 TO WS-ADD-COUNT.
032100     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
032200 3000-EXIT.
032300     EXIT.
032400******************************************************************
032500* 3100-APPLY-CHANGE                                             *
032600*     CHANGES THE NAME AND/OR ACCOUNT TYPE OF AN ACCOUNT        *
032700*     ALREADY ON THE CHART.  A BLANK CARD FIELD LEAVES THE      *
032800*     CHART VALUE UNCHANGED.  THE STATUS IS NOT TOUCHED -       *
032900*     CLOSE AND REOPEN ARE THEIR OWN ACTIONS.                   *
033000******************************************************************
033100 3100-APPLY-CHANGE.
033200     IF GL-ACCOUNT-NOT-ON-CHART
033300         SET REJECT-GL-UNKNOWN TO TRUE
033400         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
033500         GO TO 3100-EXIT
033600     END-IF.
033700     IF GAC-ACCOUNT-NAME NOT = SPACES
033800         MOVE GAC-ACCOUNT-NAME TO GLA-ACCOUNT-NAME
033900     END-IF.
034000     IF GAC-ACCOUNT-TYPE NOT = SPACE
034100         MOVE GAC-ACCOUNT-TYPE TO GLA-ACCOUNT-TYPE
034200     END-IF.
034300     PERFORM 3600-REWRITE-CHART THRU 3600-EXIT.
034400     MOVE "CHANGE" TO WS-ACTION-NAME.
034500     ADD 1 TO WS-CHANGE-COUNT.
034600     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
034700 3100-EXIT.
034800     EXIT.
034900******************************************************************
035000* 3200-APPLY-CLOSE                                              *
035100*     CLOSES AN OPEN GL ACCOUNT TO FURTHER POSTINGS, DATED      *
035200*     TODAY.  AN ACCOUNT NOT ON THE CHART OR ALREADY CLOSED     *
035300*     REJECTS THE CARD.                                         *
035400******************************************************************
035500 3200-APPLY-CLOSE.
035600     IF GL-ACCOUNT-NOT-ON-CHART
035700         SET REJECT-GL-UNKNOWN TO TRUE
035800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
035900         GO TO 3200-EXIT
036000     END-IF.
036100     IF GLA-ACCOUNT-CLOSED
036200         SET REJECT-ALREADY-CLOSED TO TRUE
036300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
036400         GO TO 3200-EXIT
036500     END-IF.
036600     MOVE "C"           TO GLA-STATUS-CODE.
036700     MOVE WS-RUN-DATE-N TO GLA-CLOSED-DATE.
036800     PERFORM 3600-REWRITE-CHART THRU 3600-EXIT.
036900     MOVE "CLOSE"  TO WS-ACTION-NAME.
037000     ADD 1 TO WS-CLOSE-COUNT.
037100     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
037200 3200-EXIT.
037300     EXIT.
037400******************************************************************
037500* 3300-APPLY-REOPEN                                             *
037600*     REOPENS A CLOSED GL ACCOUNT, DATED TODAY.  AN ACCOUNT     *
037700*     NOT ON THE CHART OR ALREADY OPEN REJECTS THE CARD.  THE   *
037800*     DATE IT WAS LAST CLOSED IS KEPT.                          *
037900******************************************************************
038000 3300-APPLY-REOPEN.
038100     IF GL-ACCOUNT-NOT-ON-CHART
038200         SET REJECT-GL-UNKNOWN TO TRUE
038300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
038400         GO TO 3300-EXIT
038500     END-IF.
038600     IF GLA-ACCOUNT-OPEN
038700         SET REJECT-ALREADY-OPEN TO TRUE
038800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
038900         GO TO 3300-EXIT
039000     END-IF.
039100     MOVE "O"           TO GLA-STATUS-CODE.
039200     MOVE WS-RUN-DATE-N TO GLA-OPENED-DATE.
039300     PERFORM 3600-REWRITE-CHART THRU 3600-EXIT.
039400     MOVE "REOPEN" TO WS-ACTION-NAME.
039500     ADD 1 TO WS-REOPEN-COUNT.
039600     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
039700 3300-EXIT.
039800     EXIT.
039900******************************************************************
040000* 3500-READ-CHART                                               *
040100*     READS THE CHART FOR THE CARD'S GL ACCOUNT AND SAVES THE   *
040200*     BEFORE IMAGE FOR THE REGISTER.  AN ACCOUNT NOT ON THE     *
040300*     CHART LEAVES THE BEFORE IMAGE EMPTY.                      *
040400******************************************************************
040500 3500-READ-CHART.
040600     SET GL-ACCOUNT-NOT-ON-CHART TO TRUE.
040700     MOVE SPACES TO WS-BEFORE-IMAGE.
040800     MOVE GAC-GL-ACCOUNT TO GLA-GL-ACCOUNT.
040900     READ GL-CHART-FILE
041000         INVALID KEY
041100             CONTINUE
041200         NOT INVALID KEY
041300             SET GL-ACCOUNT-ON-CHART TO TRUE
041400             MOVE GLA-GL-ACCOUNT   TO WS-BEF-GL-ACCOUNT
041500             MOVE GLA-ACCOUNT-NAME TO WS-BEF-NAME
041600             MOVE GLA-ACCOUNT-TYPE TO WS-BEF-TYPE
041700             MOVE GLA-STATUS-CODE  TO WS-BEF-STATUS
041800     END-READ.
041900     IF WS-GLA-FILE-STATUS NOT = "00"
042000         AND WS-GLA-FILE-STATUS NOT = "23"
042100         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
042200         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
042300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
042400     END-IF.
042500 3500-EXIT.
042600     EXIT.
042700******************************************************************
042800* 3600-REWRITE-CHART                                            *
042900*     REWRITES THE CHART RECORD JUST UPDATED IN PLACE.          *
043000******************************************************************
043100 3600-REWRITE-CHART.
043200     REWRITE GL-ACCOUNT-RECORD.
043300     IF WS-GLA-FILE-STATUS NOT = "00"
043400         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
043500         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
043600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
043700     END-IF.
043800 3600-EXIT.
043900     EXIT.
044000******************************************************************
044100* 4000-PRINT-REGISTER-ENTRY                                     *
044200*     PRINTS ONE APPLIED CARD ON THE MAINTENANCE REGISTER -     *
044300*     THE ACTION, THE CHART RECORD AS IT STOOD BEFORE THE CARD  *
044400*     ((NEW ACCOUNT) ON AN ADD), AND THE RECORD AS APPLIED.     *
044500******************************************************************
044600 4000-PRINT-REGISTER-ENTRY.
044700     ADD 1 TO WS-APPLIED-COUNT.
044800     MOVE SPACES TO WS-PRINT-LINE.
044900     STRING WS-ACTION-NAME    DELIMITED BY SIZE
045000            " GL ACCOUNT "    DELIMITED BY SIZE
045100            GAC-GL-ACCOUNT    DELIMITED BY SIZE
045200         INTO WS-PRINT-TEXT.
045300     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
045400     MOVE SPACES TO WS-PRINT-LINE.
045500     IF WS-BEF-GL-ACCOUNT = SPACES
045600         STRING "  BEFORE: (NEW ACCOUNT)" DELIMITED BY SIZE
045700             INTO WS-PRINT-TEXT
045800     ELSE
045900         STRING "  BEFORE: "        DELIMITED BY SIZE
046000                WS-BEF-GL-ACCOUNT   DELIMITED BY SIZE
046100                "  "                DELIMITED BY SIZE
046200                WS-BEF-NAME         DELIMITED BY SIZE
046300                "  TYPE "           DELIMITED BY SIZE
046400                WS-BEF-TYPE         DELIMITED BY SIZE
046500                "  STATUS "         DELIMITED BY SIZE
046600                WS-BEF-STATUS       DELIMITED BY SIZE
046700             INTO WS-PRINT-TEXT
046800     END-IF.
046900     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
047000     MOVE SPACES TO WS-PRINT-LINE.
047100     STRING "  AFTER:  "       DELIMITED BY SIZE
047200            GLA-GL-ACCOUNT     DELIMITED BY SIZE
047300            "  "               DELIMITED BY SIZE
047400            GLA-ACCOUNT-NAME   DELIMITED BY SIZE
047500            "  TYPE "          DELIMITED BY SIZE
047600            GLA-ACCOUNT-TYPE   DELIMITED BY SIZE
047700            "  STATUS "        DELIMITED BY SIZE
047800            GLA-STATUS-CODE    DELIMITED BY SIZE
047900            "  OPENED "        DELIMITED BY SIZE
048000            GLA-OPENED-DATE    DELIMITED BY SIZE
048100            "  CLOSED "        DELIMITED BY SIZE
048200            GLA-CLOSED-DATE    DELIMITED BY SIZE
048300         INTO WS-PRINT-TEXT.
048400     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
048500 4000-EXIT.
048600     EXIT.
048700******************************************************************
048800* 5000-WRITE-REJECT                                             *
048900*     LISTS A REJECTED CARD ON THE REJECT LISTING WITH THE      *
049000*     DESCRIPTION OF THE EDIT IT FAILED.                        *
049100******************************************************************
049200 5000-WRITE-REJECT.
049300     ADD 1 TO WS-REJECTED-COUNT.
049400     MOVE WS-REJECT-REASON TO WS-REASON-LOOKUP.
049500     SUBTRACT 40 FROM WS-REASON-LOOKUP.
049600     MOVE SPACES TO WS-PRINT-LINE.
049700     STRING "  "            DELIMITED BY SIZE
049800            GL-ACCOUNT-MAINT-RECORD
049900                            DELIMITED BY SIZE
050000            " REJECTED "    DELIMITED BY SIZE
050100            WS-REASON-DESC (WS-REASON-LOOKUP)
050200                            DELIMITED BY SIZE
050300         INTO WS-PRINT-TEXT.
050400     PERFORM 8400-WRITE-REJECT-LINE THRU 8400-EXIT.
050500 5000-EXIT.
050600     EXIT.
050700******************************************************************
050800* 8000-WRITE-REGISTER-HEADING                                   *
050900*     WRITES THE REGISTER PAGE HEADING AND RESETS THE LINE      *
051000*     COUNTER FOR THE NEW PAGE.                                 *
051100******************************************************************
051200 8000-WRITE-REGISTER-HEADING.
051300     ADD 1 TO WS-PAGE-NUMBER.
051400     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
051500     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
051600     MOVE WS-RUN-MM   TO WS-HD-MM.
051700     MOVE WS-RUN-DD   TO WS-HD-DD.
051800     MOVE WS-RUN-HH   TO WS-HT-HH.
051900     MOVE WS-RUN-MIN  TO WS-HT-MIN.
052000     MOVE WS-RUN-SS   TO WS-HT-SS.
052100     MOVE SPACES TO WS-PRINT-LINE.
052200     STRING "GLAMNT GL CHART OF ACCOUNTS MAINTENANCE REGISTER"
052300                                 DELIMITED BY SIZE
052400            "     PAGE "         DELIMITED BY SIZE
052500            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
052600         INTO WS-PRINT-TEXT.
052700     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
052800         AFTER ADVANCING PAGE.
052900     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
053000     MOVE SPACES TO WS-PRINT-LINE.
053100     STRING "RUN DATE: "    DELIMITED BY SIZE
053200            WS-HDG-DATE     DELIMITED BY SIZE
053300            "     RUN TIME: " DELIMITED BY SIZE
053400            WS-HDG-TIME     DELIMITED BY SIZE
053500         INTO WS-PRINT-TEXT.
053600     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
053700         AFTER ADVANCING 2 LINES.
053800     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
053900     MOVE ZERO TO WS-LINE-COUNT.
054000 8000-EXIT.
054100     EXIT.
054200******************************************************************
054300* 8100-WRITE-REGISTER-LINE                                      *
054400*     WRITES ONE REGISTER LINE AND FORCES A PAGE BREAK WHEN     *
054500*     THE PAGE IS FULL.                                         *
054600******************************************************************
054700 8100-WRITE-REGISTER-LINE.
054800     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
054900         AFTER ADVANCING 1 LINE.
055000     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
055100     ADD 1 TO WS-LINE-COUNT.
055200     IF WS-LINE-COUNT >= WS-MAX-LINES
055300         PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT
055400     END-IF.
055500 8100-EXIT.
055600     EXIT.
055700******************************************************************
055800* 8200-WRITE-REGISTER-GROUP                                     *
055900*     WRITES A REGISTER ENTRY HEADING LINE, SPACED AWAY FROM    *
056000*     THE PRECEDING ENTRY, AND FORCES A PAGE BREAK WHEN THE     *
056100*     PAGE IS FULL.                                             *
056200******************************************************************
056300 8200-WRITE-REGISTER-GROUP.
056400     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
056500         AFTER ADVANCING 2 LINES.
056600     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
056700     ADD 2 TO WS-LINE-COUNT.
056800     IF WS-LINE-COUNT >= WS-MAX-LINES
056900         PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT
057000     END-IF.
057100 8200-EXIT.
057200     EXIT.
057300******************************************************************
057400* 8300-WRITE-REJECT-HEADING                                     *
057500*     WRITES THE HEADING LINES FOR THE REJECT LISTING.          *
057600******************************************************************
057700 8300-WRITE-REJECT-HEADING.
057800     MOVE SPACES TO WS-PRINT-LINE.
057900     STRING "GLAMNT GL CHART MAINTENANCE CARD REJECT LISTING"
058000                            DELIMITED BY SIZE
058100         INTO WS-PRINT-TEXT.
058200     WRITE REJECT-RECORD FROM WS-PRINT-LINE
058300         AFTER ADVANCING PAGE.
058400     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
058500     MOVE SPACES TO WS-PRINT-LINE.
058600     STRING "RUN DATE: "    DELIMITED BY SIZE
058700            WS-HDG-DATE     DELIMITED BY SIZE
058800            "     RUN TIME: " DELIMITED BY SIZE
058900            WS-HDG-TIME     DELIMITED BY SIZE
059000         INTO WS-PRINT-TEXT.
059100     WRITE REJECT-RECORD FROM WS-PRINT-LINE
059200         AFTER ADVANCING 2 LINES.
059300     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
059400 8300-EXIT.
059500     EXIT.
059600******************************************************************
059700* 8400-WRITE-REJECT-LINE                                        *
059800*     WRITES ONE REJECT LISTING LINE.                           *
059900******************************************************************
060000 8400-WRITE-REJECT-LINE.
060100     WRITE REJECT-RECORD FROM WS-PRINT-LINE
060200         AFTER ADVANCING 1 LINE.
060300     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
060400 8400-EXIT.
060500     EXIT.
060600******************************************************************
060700* 8700-CHECK-REGISTER-STATUS                                    *
060800*     COMMON STATUS CHECK PERFORMED AFTER EVERY REGISTER        *
060900*     WRITE.                                                    *
061000******************************************************************
061100 8700-CHECK-REGISTER-STATUS.
061200     IF WS-REG-FILE-STATUS NOT = "00"
061300         MOVE "GLARPT" TO WS-IOERR-FILE-NAME
061400         MOVE WS-REG-FILE-STATUS TO WS-IOERR-STATUS
061500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
061600     END-IF.
061700 8700-EXIT.
061800     EXIT.
061900******************************************************************
062000* 8750-CHECK-REJECT-STATUS                                      *
062100*     COMMON STATUS CHECK PERFORMED AFTER EVERY REJECT LISTING  *
062200*     WRITE.                                                    *
062300******************************************************************
062400 8750-CHECK-REJECT-STATUS.
062500     IF WS-REJ-FILE-STATUS NOT = "00"
062600         MOVE "GLAREJ" TO WS-IOERR-FILE-NAME
062700         MOVE WS-REJ-FILE-STATUS TO WS-IOERR-STATUS
062800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
062900     END-IF.
063000 8750-EXIT.
063100     EXIT.
063200******************************************************************
063300* 9000-TERMINATE                                                *
063400*     WRITES THE CONTROL SUMMARY - CARDS READ, APPLIED BY       *
063500*     ACTION, REJECTED, AND THE PROOF THAT CARDS READ EQUALS    *
063600*     APPLIED PLUS REJECTED - SETS THE RETURN CODE, AND CLOSES  *
063700*     THE FILES.  RETURN CODE 0 IS A CLEAN RUN, 4 A RUN WITH    *
063800*     REJECTED CARDS, 16 A PROOF FAILURE.                       *
063900******************************************************************
064000 9000-TERMINATE.
064100     MOVE WS-CARD-READ-COUNT TO WS-DSP-CARD-READ.
064200     MOVE WS-APPLIED-COUNT   TO WS-DSP-APPLIED.
064300     MOVE WS-REJECTED-COUNT  TO WS-DSP-REJECTED.
064400     MOVE WS-ADD-COUNT       TO WS-DSP-ADDS.
064500     MOVE WS-CHANGE-COUNT    TO WS-DSP-CHANGES.
064600     MOVE WS-CLOSE-COUNT     TO WS-DSP-CLOSES.
064700     MOVE WS-REOPEN-COUNT    TO WS-DSP-REOPENS.
064800     MOVE SPACES TO WS-PRINT-LINE.
064900     STRING "GLAMNT CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
065000         INTO WS-PRINT-TEXT.
065100     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
065200         AFTER ADVANCING PAGE.
065300     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
065400     MOVE SPACES TO WS-PRINT-LINE.
065500     STRING "CARDS READ . . . . . . . . . " DELIMITED BY SIZE
065600            WS-DSP-CARD-READ              DELIMITED BY SIZE
065700         INTO WS-PRINT-TEXT.
065800     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
065900     MOVE SPACES TO WS-PRINT-LINE.
066000     STRING "CARDS APPLIED  . . . . . . . " DELIMITED BY SIZE
066100            WS-DSP-APPLIED                DELIMITED BY SIZE
066200         INTO WS-PRINT-TEXT.
066300     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
066400     MOVE SPACES TO WS-PRINT-LINE.
066500     STRING "  ADDS . . . . . . . . . . . " DELIMITED BY SIZE
066600            WS-DSP-ADDS                   DELIMITED BY SIZE
066700         INTO WS-PRINT-TEXT.
066800     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
066900     MOVE SPACES TO WS-PRINT-LINE.
067000     STRING "  CHANGES  . . . . . . . . . " DELIMITED BY SIZE
067100            WS-DSP-CHANGES                DELIMITED BY SIZE
067200         INTO WS-PRINT-TEXT.
067300     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
067400     MOVE SPACES TO WS-PRINT-LINE.
067500     STRING "  CLOSES . . . . . . . . . . " DELIMITED BY SIZE
067600            WS-DSP-CLOSES                 DELIMITED BY SIZE
067700         INTO WS-PRINT-TEXT.
067800     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
067900     MOVE SPACES TO WS-PRINT-LINE.
068000     STRING "  REOPENS  . . . . . . . . . " DELIMITED BY SIZE
068100            WS-DSP-REOPENS                DELIMITED BY SIZE
068200         INTO WS-PRINT-TEXT.
068300     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
068400     MOVE SPACES TO WS-PRINT-LINE.
068500     STRING "CARDS REJECTED . . . . . . . " DELIMITED BY SIZE
068600            WS-DSP-REJECTED               DELIMITED BY SIZE
068700         INTO WS-PRINT-TEXT.
068800     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
068900     ADD WS-APPLIED-COUNT WS-REJECTED-COUNT
069000         GIVING WS-PROOF-COUNT.
069100     MOVE SPACES TO WS-PRINT-LINE.
069200     IF WS-PROOF-COUNT = WS-CARD-READ-COUNT
069300         STRING "PROOF - CARDS READ EQUALS APPLIED PLUS "
069400                "REJECTED"   DELIMITED BY SIZE
069500             INTO WS-PRINT-TEXT
069600     ELSE
069700         STRING "*** PROOF FAILS - CARDS READ DOES NOT EQUAL "
069800                "APPLIED PLUS REJECTED ***" DELIMITED BY SIZE
069900             INTO WS-PRINT-TEXT
070000         MOVE 16 TO RETURN-CODE
070100     END-IF.
070200     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
070300     IF WS-PROOF-COUNT = WS-CARD-READ-COUNT
070400         IF WS-REJECTED-COUNT > ZERO
070500             MOVE 4 TO RETURN-CODE
070600         ELSE
070700             MOVE ZERO TO RETURN-CODE
070800         END-IF
070900     END-IF.
071000     CLOSE MAINT-FILE.
071100     CLOSE GL-CHART-FILE.
071200     CLOSE REGISTER-FILE.
071300     CLOSE REJECT-FILE.
071400 9000-EXIT.
071500     EXIT.
071600******************************************************************
071700* 9900-IO-ERROR                                                 *
071800*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
071900*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
072000*     CODE 16.                                                  *
072100******************************************************************
072200 9900-IO-ERROR.
072300     DISPLAY "GLAMNT - I/O ERROR ON " WS-IOERR-FILE-NAME
072400         " STATUS " WS-IOERR-STATUS.
072500     MOVE 16 TO RETURN-CODE.
072600     STOP RUN.
072700 9900-EXIT.
072800     EXIT.
072900 END PROGRAM GLAMNT.
