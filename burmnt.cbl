000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     BURMNT.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-14.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-14 KT   ORIGINAL PROGRAM - BUREAU REGISTRY             *
001200*                 MAINTENANCE.  READS KEYED MAINTENANCE CARDS    *
001300*                 (ADD, CHANGE, SUSPEND, REINSTATE), EDITS EACH  *
001400*                 CARD - A BLANK SOURCE ID, A DUPLICATE ADD, AN  *
001500*                 ADD WITH NO NAME, SEND-DAY FLAGS OTHER THAN    *
001600*                 Y/N OR WITH NO Y, A CUTOFF THAT IS NOT A TIME  *
001700*                 OF DAY, A LAST BATCH NUMBER THAT IS NOT        *
001800*                 NUMERIC, A CHANGE/SUSPEND/REINSTATE OF A       *
001900*                 SOURCE NOT ON THE REGISTRY, A SUSPEND OF A     *
002000*                 SUSPENDED SOURCE, A REINSTATE OF AN ACTIVE     *
002100*                 SOURCE, OR AN UNRECOGNIZED ACTION CODE IS      *
002200*                 REJECTED - AND APPLIES THE GOOD CARDS TO THE   *
002300*                 INDEXED REGISTRY (BUREAUMST).  PRINTS A        *
002400*                 BEFORE/AFTER MAINTENANCE REGISTER, A REJECT    *
002500*                 LISTING, AND A CONTROL SUMMARY PROVING CARDS   *
002600*                 READ EQUALS CARDS APPLIED PLUS CARDS REJECTED. *
002700*                 THE FIRST MAINTENANCE RUN EVER CREATES THE     *
002800*                 REGISTRY.                                      *
002834* 2026-10-15 KT   A NEW BUREAU STARTS WITH NO REFUSED-BATCH      *
002867*                 RECORD NUMBER.                                 *
002900******************************************************************
003000 ENVIRONMENT     DIVISION.
003100 INPUT-OUTPUT    SECTION.
003200 FILE-CONTROL.
003300     SELECT MAINT-FILE     ASSIGN TO "BURCARD"
003400                         ORGANIZATION IS SEQUENTIAL
003500                         FILE STATUS IS WS-MNT-FILE-STATUS.
003600     SELECT BUREAU-FILE    ASSIGN TO "BUREAUMST"
003700                         ORGANIZATION IS INDEXED
003800                         ACCESS MODE IS RANDOM
003900                         RECORD KEY IS BUR-SOURCE-ID
004000                         FILE STATUS IS WS-BUR-FILE-STATUS.
004100     SELECT REGISTER-FILE  ASSIGN TO "BURRPT"
004200                         ORGANIZATION IS SEQUENTIAL
004300                         FILE STATUS IS WS-REG-FILE-STATUS.
004400     SELECT REJECT-FILE    ASSIGN TO "BURREJ"
004500                         ORGANIZATION IS SEQUENTIAL
004600                         FILE STATUS IS WS-REJ-FILE-STATUS.
004700 DATA            DIVISION.
004800 FILE            SECTION.
004900 FD  MAINT-FILE
005000     LABEL RECORDS ARE STANDARD.
005100     COPY BURMREC.
005200 FD  BUREAU-FILE
005300     LABEL RECORDS ARE STANDARD.
005400     COPY BURREC.
005500 FD  REGISTER-FILE
005600     LABEL RECORDS ARE STANDARD
005700     RECORD CONTAINS 133 CHARACTERS.
005800 01  REGISTER-RECORD     PIC X(133).
005900 FD  REJECT-FILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORD CONTAINS 133 CHARACTERS.
006200 01  REJECT-RECORD       PIC X(133).
006300 WORKING-STORAGE SECTION.
006400 01  WS-SWITCHES.
006500         03  WS-CARD-EOF-SWITCH  PIC X(01)   VALUE "N".
006600             88  END-OF-CARDS                 VALUE "Y".
006700             88  NOT-END-OF-CARDS             VALUE "N".
006800         03  WS-BUR-FOUND-SWITCH PIC X(01)   VALUE "N".
006900             88  SOURCE-ON-REGISTRY           VALUE "Y".
007000             88  SOURCE-NOT-ON-REGISTRY       VALUE "N".
007100         03  WS-REJECT-REASON    PIC X(02)   VALUE SPACES.
007200             88  REJECT-BAD-ACTION            VALUE "51".
007300             88  REJECT-DUPLICATE-ADD         VALUE "52".
007400             88  REJECT-SOURCE-UNKNOWN        VALUE "53".
007500             88  REJECT-ALREADY-SUSPENDED     VALUE "54".
007600             88  REJECT-ALREADY-ACTIVE        VALUE "55".
007700             88  REJECT-NAME-MISSING          VALUE "56".
007800             88  REJECT-BAD-SEND-DAYS         VALUE "57".
007900             88  REJECT-BAD-CUTOFF            VALUE "58".
008000             88  REJECT-BAD-LAST-BATCH        VALUE "59".
008100             88  REJECT-SOURCE-MISSING        VALUE "60".
008200 01  WS-FILE-STATUS-FIELDS.
008300         03  WS-MNT-FILE-STATUS  PIC X(02)   VALUE "00".
008400         03  WS-BUR-FILE-STATUS  PIC X(02)   VALUE "00".
008500         03  WS-REG-FILE-STATUS  PIC X(02)   VALUE "00".
008600         03  WS-REJ-FILE-STATUS  PIC X(02)   VALUE "00".
008700 01  WS-IO-ERROR-FIELDS.
008800         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
008900         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
009000 01  WS-REASON-TABLE-DATA.
009100         03  FILLER  PIC X(37)
009200             VALUE "51ACTION CODE NOT A/C/X/R".
009300         03  FILLER  PIC X(37)
009400             VALUE "52ADD - SOURCE ALREADY ON REGISTRY".
009500         03  FILLER  PIC X(37)
009600             VALUE "53SOURCE NOT ON BUREAU REGISTRY".
009700         03  FILLER  PIC X(37)
009800             VALUE "54SUSPEND - SOURCE ALREADY SUSPENDED".
009900         03  FILLER  PIC X(37)
010000             VALUE "55REINSTATE - SOURCE ALREADY ACTIVE".
010100         03  FILLER  PIC X(37)
010200             VALUE "56ADD - BUREAU NAME IS BLANK".
010300         03  FILLER  PIC X(37)
010400             VALUE "57SEND DAYS NOT Y/N OR NONE IS Y".
010500         03  FILLER  PIC X(37)
010600             VALUE "58CUTOFF TIME NOT A VALID HHMM".
010700         03  FILLER  PIC X(37)
010800             VALUE "59LAST BATCH NUMBER NOT NUMERIC".
010900         03  FILLER  PIC X(37)
011000             VALUE "60SOURCE ID IS BLANK".
011100 01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
011200         03  WS-REASON-ENTRY     OCCURS 10 TIMES.
011300             05  WS-REASON-CODE  PIC X(02).
011400             05  WS-REASON-DESC  PIC X(35).
011500 01  WS-REASON-CONTROLS.
011600         03  WS-REASON-LOOKUP    PIC 9(02)       VALUE ZERO.
011700 01  WS-EDIT-FIELDS.
011800         03  WS-DAY-SUB          PIC 9(01) COMP  VALUE ZERO.
011900         03  WS-DAY-YES-COUNT    PIC 9(01) COMP  VALUE ZERO.
012000         03  WS-DAY-BAD-COUNT    PIC 9(01) COMP  VALUE ZERO.
012100         03  WS-CUTOFF-HH        PIC 9(02)       VALUE ZERO.
012200         03  WS-CUTOFF-MM        PIC 9(02)       VALUE ZERO.
012300 01  WS-BEFORE-IMAGE.
012400         03  WS-BEF-SOURCE-ID    PIC X(10).
012500         03  WS-BEF-NAME         PIC X(30).
012600         03  WS-BEF-STATUS       PIC X(01).
012700         03  WS-BEF-SEND-DAYS    PIC X(05).
012800         03  WS-BEF-CUTOFF       PIC X(04).
012900         03  WS-BEF-LAST-BATCH   PIC X(06).
013000 01  WS-WORK-COUNTS.
013100         03  WS-CARD-READ-COUNT  PIC 9(05) COMP  VALUE ZERO.
013200         03  WS-APPLIED-COUNT    PIC 9(05) COMP  VALUE ZERO.
013300         03  WS-REJECTED-COUNT   PIC 9(05) COMP  VALUE ZERO.
013400         03  WS-ADD-COUNT        PIC 9(05) COMP  VALUE ZERO.
013500         03  WS-CHANGE-COUNT     PIC 9(05) COMP  VALUE ZERO.
013600         03  WS-SUSPEND-COUNT    PIC 9(05) COMP  VALUE ZERO.
013700         03  WS-REINSTATE-COUNT  PIC 9(05) COMP  VALUE ZERO.
013800         03  WS-PROOF-COUNT      PIC 9(05) COMP  VALUE ZERO.
013900 01  WS-REPORT-CONTROLS.
014000         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
014100         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
014200         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
014300 01  WS-PRINT-LINE.
014400         03  WS-PRINT-TEXT       PIC X(133).
014500 01  WS-RUN-DATE.
014600         03  WS-RUN-YYYY         PIC 9(04).
014700         03  WS-RUN-MM           PIC 9(02).
014800         03  WS-RUN-DD           PIC 9(02).
014900 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
015000                                 PIC 9(08).
015100 01  WS-RUN-TIME.
015200         03  WS-RUN-HH           PIC 9(02).
015300         03  WS-RUN-MIN          PIC 9(02).
015400         03  WS-RUN-SS           PIC 9(02).
015500         03  WS-RUN-HUN          PIC 9(02).
015600 01  WS-HDG-DATE.
015700         03  WS-HD-YYYY          PIC 9(04).
015800         03  FILLER              PIC X(01)  VALUE "-".
015900         03  WS-HD-MM            PIC 9(02).
016000         03  FILLER              PIC X(01)  VALUE "-".
016100         03  WS-HD-DD            PIC 9(02).
016200 01  WS-HDG-TIME.
016300         03  WS-HT-HH            PIC 9(02).
016400         03  FILLER              PIC X(01)  VALUE ":".
016500         03  WS-HT-MIN           PIC 9(02).
016600         03  FILLER              PIC X(01)  VALUE ":".
016700         03  WS-HT-SS            PIC 9(02).
016800 01  WS-DETAIL-FIELDS.
016900         03  WS-HDG-PAGE-DISP    PIC ZZ9.
017000         03  WS-ACTION-NAME      PIC X(09).
017100         03  WS-DSP-CARD-READ    PIC ZZZZ9.
017200         03  WS-DSP-APPLIED      PIC ZZZZ9.
017300         03  WS-DSP-REJECTED     PIC ZZZZ9.
017400         03  WS-DSP-ADDS         PIC ZZZZ9.
017500         03  WS-DSP-CHANGES      PIC ZZZZ9.
017600         03  WS-DSP-SUSPENDS     PIC ZZZZ9.
017700         03  WS-DSP-REINSTATES   PIC ZZZZ9.
017800 PROCEDURE       DIVISION.
017900******************************************************************
018000* 0000-MAIN-PROCEDURE                                           *
018100*     CONTROLS OVERALL FLOW - INITIALIZE, PROCESS EACH          *
018200*     MAINTENANCE CARD UNTIL END OF FILE, THEN TERMINATE.       *
018300******************************************************************
018400 0000-MAIN-PROCEDURE.
018500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018600     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
018700         UNTIL END-OF-CARDS.
018800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018900     STOP RUN.
019000 0000-MAIN-EXIT.
019100     EXIT.
019200******************************************************************
019300* 1000-INITIALIZE                                               *
019400*     CAPTURES THE RUN DATE/TIME, OPENS THE CARD, REGISTRY,     *
019500*     AND PRINT FILES, AND WRITES THE REGISTER AND REJECT       *
019600*     LISTING HEADINGS.                                         *
019700******************************************************************
019800 1000-INITIALIZE.
019900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020000     ACCEPT WS-RUN-TIME FROM TIME.
020100     OPEN INPUT MAINT-FILE.
020200     IF WS-MNT-FILE-STATUS NOT = "00"
020300         MOVE "BURCARD" TO WS-IOERR-FILE-NAME
020400         MOVE WS-MNT-FILE-STATUS TO WS-IOERR-STATUS
020500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
020600     END-IF.
020700     PERFORM 1600-OPEN-REGISTRY THRU 1600-EXIT.
020800     OPEN OUTPUT REGISTER-FILE.
020900     IF WS-REG-FILE-STATUS NOT = "00"
021000         MOVE "BURRPT" TO WS-IOERR-FILE-NAME
021100         MOVE WS-REG-FILE-STATUS TO WS-IOERR-STATUS
021200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
021300     END-IF.
021400     OPEN OUTPUT REJECT-FILE.
021500     IF WS-REJ-FILE-STATUS NOT = "00"
021600         MOVE "BURREJ" TO WS-IOERR-FILE-NAME
021700         MOVE WS-REJ-FILE-STATUS TO WS-IOERR-STATUS
021800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
021900     END-IF.
022000     PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT.
022100     PERFORM 8300-WRITE-REJECT-HEADING THRU 8300-EXIT.
022200 1000-EXIT.
022300     EXIT.
022400******************************************************************
022500* 1600-OPEN-REGISTRY                                            *
022600*     OPENS THE BUREAU REGISTRY FOR UPDATE.  THE FIRST          *
022700*     MAINTENANCE RUN EVER FINDS NO REGISTRY (STATUS 35) AND    *
022800*     CREATES AN EMPTY ONE BEFORE REOPENING IT FOR UPDATE.      *
022900******************************************************************
023000 1600-OPEN-REGISTRY.
023100     OPEN I-O BUREAU-FILE.
023200     IF WS-BUR-FILE-STATUS = "35"
023300         OPEN OUTPUT BUREAU-FILE
023400         CLOSE BUREAU-FILE
023500         OPEN I-O BUREAU-FILE
023600     END-IF.
023700     IF WS-BUR-FILE-STATUS NOT = "00"
023800         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
023900         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
024000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
024100     END-IF.
024200 1600-EXIT.
024300     EXIT.
024400******************************************************************
024500* 2000-PROCESS-CARD                                             *
024600*     READS ONE MAINTENANCE CARD AND HANDS IT TO THE EDIT.      *
024700******************************************************************
024800 2000-PROCESS-CARD.
024900     READ MAINT-FILE
025000         AT END
025100             SET END-OF-CARDS TO TRUE
025200         NOT AT END
025300             ADD 1 TO WS-CARD-READ-COUNT
025400             PERFORM 2100-EDIT-AND-APPLY THRU 2100-EXIT
025500     END-READ.
025600     IF WS-MNT-FILE-STATUS NOT = "00"
025700         AND WS-MNT-FILE-STATUS NOT = "10"
025800         MOVE "BURCARD" TO WS-IOERR-FILE-NAME
025900         MOVE WS-MNT-FILE-STATUS TO WS-IOERR-STATUS
026000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026100     END-IF.
026200 2000-EXIT.
026300     EXIT.
026400******************************************************************
026500* 2100-EDIT-AND-APPLY                                           *
026600*     EDITS THE CARD JUST READ AND ROUTES IT TO THE ACTION      *
026700*     PARAGRAPH.  THE REGISTRY IS READ FIRST SO EVERY ACTION    *
026800*     IS JUDGED AGAINST, AND THE REGISTER SHOWS, THE RECORD AS  *
026900*     IT STOOD BEFORE THE CARD.  THE FIRST EDIT THAT FAILS      *
027000*     SETS THE REJECT REASON AND ROUTES THE CARD TO THE REJECT  *
027100*     LISTING.  THE SEND DAYS, CUTOFF, AND LAST BATCH NUMBER    *
027200*     ARE EDITED ON AN ADD (WHICH MUST CARRY THE FIRST TWO)     *
027300*     AND ON A CHANGE THAT SUPPLIES THEM.                       *
027400******************************************************************
027500 2100-EDIT-AND-APPLY.
027600     IF NOT VALID-BMC-ACTION
027700         SET REJECT-BAD-ACTION TO TRUE
027800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
027900         GO TO 2100-EXIT
028000     END-IF.
028100     IF BMC-SOURCE-ID = SPACES
028200         SET REJECT-SOURCE-MISSING TO TRUE
028300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
028400         GO TO 2100-EXIT
028500     END-IF.
028600     IF BMC-ACTION-ADD OR BMC-ACTION-CHANGE
028700         PERFORM 2200-EDIT-SCHEDULE THRU 2200-EXIT
028800         IF WS-REJECT-REASON NOT = SPACES
028900             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
029000             GO TO 2100-EXIT
029100         END-IF
029200     END-IF.
029300     PERFORM 3500-READ-REGISTRY THRU 3500-EXIT.
029400     EVALUATE TRUE
029500         WHEN BMC-ACTION-ADD
029600             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
029700         WHEN BMC-ACTION-CHANGE
029800             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
029900         WHEN BMC-ACTION-SUSPEND
030000             PERFORM 3200-APPLY-SUSPEND THRU 3200-EXIT
030100         WHEN BMC-ACTION-REINSTATE
030200             PERFORM 3300-APPLY-REINSTATE THRU 3300-EXIT
030300     END-EVALUATE.
030400 2100-EXIT.
030500     EXIT.
030600******************************************************************
030700* 2200-EDIT-SCHEDULE                                            *
030800*     EDITS THE SEND-DAY FLAGS (EACH Y OR N, AT LEAST ONE Y),   *
030900*     THE CUTOFF (HOURS 00-23, MINUTES 00-59), AND THE LAST     *
031000*     BATCH NUMBER (NUMERIC) ON AN ADD OR CHANGE CARD, LEAVING  *
031100*     THE REJECT REASON SET FOR THE FIRST THAT FAILS.  A        *
031200*     CHANGE MAY LEAVE ANY OF THE THREE BLANK; AN ADD MAY       *
031300*     LEAVE ONLY THE LAST BATCH NUMBER BLANK.                   *
031400******************************************************************
031500 2200-EDIT-SCHEDULE.
031600     MOVE SPACES TO WS-REJECT-REASON.
031700     IF BMC-SEND-DAYS NOT = SPACES OR BMC-ACTION-ADD
031800         MOVE ZERO TO WS-DAY-YES-COUNT WS-DAY-BAD-COUNT
031900         PERFORM 2210-EDIT-SEND-DAY THRU 2210-EXIT
032000             VARYING WS-DAY-SUB FROM 1 BY 1
032100             UNTIL WS-DAY-SUB > 5
032200         IF WS-DAY-BAD-COUNT > ZERO OR WS-DAY-YES-COUNT = ZERO
032300             SET REJECT-BAD-SEND-DAYS TO TRUE
032400             GO TO 2200-EXIT
032500         END-IF
032600     END-IF.
032700     IF BMC-CUTOFF-TIME NOT = SPACES OR BMC-ACTION-ADD
032800         IF BMC-CUTOFF-HH NOT NUMERIC OR BMC-CUTOFF-MM NOT NUMERIC
032900             SET REJECT-BAD-CUTOFF TO TRUE
033000             GO TO 2200-EXIT
033100         END-IF
033200         MOVE BMC-CUTOFF-HH TO WS-CUTOFF-HH
033300         MOVE BMC-CUTOFF-MM TO WS-CUTOFF-MM
033400         IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
033500             SET REJECT-BAD-CUTOFF TO TRUE
033600             GO TO 2200-EXIT
033700         END-IF
033800     END-IF.
033900     IF BMC-LAST-BATCH NOT = SPACES
034000         AND BMC-LAST-BATCH NOT NUMERIC
034100         SET REJECT-BAD-LAST-BATCH TO TRUE
034200     END-IF.
034300 2200-EXIT.
034400     EXIT.
034500******************************************************************
034600* 2210-EDIT-SEND-DAY                                            *
034700*     COUNTS ONE SEND-DAY FLAG AS A Y, OR AS BAD WHEN IT IS     *
034800*     NEITHER Y NOR N.                                          *
034900******************************************************************
035000 2210-EDIT-SEND-DAY.
035100     IF NOT VALID-BMC-SEND-DAY (WS-DAY-SUB)
035200         ADD 1 TO WS-DAY-BAD-COUNT
035300     END-IF.
035400     IF BMC-SEND-DAY (WS-DAY-SUB) = "Y"
035500         ADD 1 TO WS-DAY-YES-COUNT
035600     END-IF.
035700 2210-EXIT.
035800     EXIT.
035900******************************************************************
036000* 3000-APPLY-ADD                                                *
036100*     ADDS A NEW BUREAU.  A SOURCE ALREADY ON THE REGISTRY OR   *
036200*     A BLANK BUREAU NAME REJECTS THE CARD.  A NEW BUREAU IS    *
036300*     WRITTEN ACTIVE, DATED TODAY, WITH THE CARD'S LAST BATCH   *
036400*     NUMBER OR ZERO (THE FIRST BATCH IT SENDS SETS THE         *
036500*     SEQUENCE) AND NO RECEIPTS YET.                            *
036600******************************************************************
036700 3000-APPLY-ADD.
036800     IF SOURCE-ON-REGISTRY
036900         SET REJECT-DUPLICATE-ADD TO TRUE
037000         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
037100         GO TO 3000-EXIT
037200     END-IF.
037300     IF BMC-BUREAU-NAME = SPACES
037400         SET REJECT-NAME-MISSING TO TRUE
037500         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
037600         GO TO 3000-EXIT
037700     END-IF.
037800     MOVE SPACES TO BUREAU-RECORD.
037900     MOVE BMC-SOURCE-ID       TO BUR-SOURCE-ID.
038000     MOVE BMC-BUREAU-NAME     TO BUR-BUREAU-NAME.
038100     MOVE "A"                 TO BUR-STATUS-CODE.
038200     MOVE BMC-SEND-DAYS       TO BUR-SEND-DAYS.
038300     MOVE BMC-CUTOFF-TIME     TO BUR-CUTOFF-TIME.
038400     IF BMC-LAST-BATCH = SPACES
038500         MOVE ZERO            TO BUR-LAST-BATCH-NUMBER
038600     ELSE
038700         MOVE BMC-LAST-BATCH  TO BUR-LAST-BATCH-NUMBER
038800     END-IF.
038900     MOVE ZERO                TO BUR-LAST-BATCH-DATE.
039000     MOVE ZERO                TO BUR-LAST-BATCH-TIME.
039100     MOVE ZERO                TO BUR-LAST-TRAN-RECORD.
039200     MOVE ZERO                TO BUR-DAY-DATE.
039300     MOVE ZERO                TO BUR-DAY-FIRST-TIME.
039400     MOVE ZERO                TO BUR-DAY-BATCH-COUNT.
039500     MOVE ZERO                TO BUR-DAY-REJECT-COUNT.
039550     MOVE ZERO                TO BUR-LAST-REFUSED-RECORD.
039600     MOVE WS-RUN-DATE-N       TO BUR-STATUS-DATE.
039700     WRITE BUREAU-RECORD.
039800     IF WS-BUR-FILE-STATUS NOT = "00"
039900         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
040000         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
040100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
040200     END-IF.
040300     MOVE "ADD"       TO WS-ACTION-NAME.
040400     ADD 1 TO WS-ADD-COUNT.
040500     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
040600 3000-EXIT.
040700     EXIT.
040800******************************************************************
040900* 3100-APPLY-CHANGE                                             *
041000*     CHANGES THE NAME, SEND DAYS, CUTOFF, AND/OR LAST BATCH    *
041100*     NUMBER OF A BUREAU ALREADY ON THE REGISTRY.  A BLANK      *
041200*     CARD FIELD LEAVES THE REGISTRY VALUE UNCHANGED.  THE      *
041300*     STATUS IS NOT TOUCHED - SUSPEND AND REINSTATE ARE THEIR   *
041400*     OWN ACTIONS.                                              *
041500******************************************************************
041600 3100-APPLY-CHANGE.
041700     IF SOURCE-NOT-ON-REGISTRY
041800         SET REJECT-SOURCE-UNKNOWN TO TRUE
041900         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
042000         GO TO 3100-EXIT
042100     END-IF.
042200     IF BMC-BUREAU-NAME NOT = SPACES
042300         MOVE BMC-BUREAU-NAME TO BUR-BUREAU-NAME
042400     END-IF.
042500     IF BMC-SEND-DAYS NOT = SPACES
042600         MOVE BMC-SEND-DAYS TO BUR-SEND-DAYS
042700     END-IF.
042800     IF BMC-CUTOFF-TIME NOT = SPACES
042900         MOVE BMC-CUTOFF-TIME TO BUR-CUTOFF-TIME
043000     END-IF.
043100     IF BMC-LAST-BATCH NOT = SPACES
043200         MOVE BMC-LAST-BATCH TO BUR-LAST-BATCH-NUMBER
043300     END-IF.
043400     PERFORM 3600-REWRITE-REGISTRY THRU 3600-EXIT.
043500     MOVE "CHANGE"    TO WS-ACTION-NAME.
043600     ADD 1 TO WS-CHANGE-COUNT.
043700     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
043800 3100-EXIT.
043900     EXIT.
044000******************************************************************
044100* 3200-APPLY-SUSPEND                                            *
044200*     WITHDRAWS AN ACTIVE BUREAU'S AUTHORIZATION, DATED TODAY   *
044300*     - ENZAN REFUSES ITS BATCHES AND BUREOD NO LONGER EXPECTS  *
044400*     THEM.  A SOURCE NOT ON THE REGISTRY OR ALREADY SUSPENDED  *
044500*     REJECTS THE CARD.                                         *
044600******************************************************************
044700 3200-APPLY-SUSPEND.
044800     IF SOURCE-NOT-ON-REGISTRY
044900         SET REJECT-SOURCE-UNKNOWN TO TRUE
045000         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
045100         GO TO 3200-EXIT
045200     END-IF.
045300     IF BUR-SOURCE-SUSPENDED
045400         SET REJECT-ALREADY-SUSPENDED TO TRUE
045500         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
045600         GO TO 3200-EXIT
045700     END-IF.
045800     MOVE "S"           TO BUR-STATUS-CODE.
045900     MOVE WS-RUN-DATE-N TO BUR-STATUS-DATE.
046000     PERFORM 3600-REWRITE-REGISTRY THRU 3600-EXIT.
046100     MOVE "SUSPEND"   TO WS-ACTION-NAME.
046200     ADD 1 TO WS-SUSPEND-COUNT.
046300     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
046400 3200-EXIT.
046500     EXIT.
046600******************************************************************
046700* 3300-APPLY-REINSTATE                                          *
046800*     RESTORES A SUSPENDED BUREAU'S AUTHORIZATION, DATED        *
046900*     TODAY.  A SOURCE NOT ON THE REGISTRY OR ALREADY ACTIVE    *
047000*     REJECTS THE CARD.  THE LAST BATCH NUMBER IS KEPT - A      *
047100*     BUREAU THAT HAS RENUMBERED WHILE SUSPENDED NEEDS A        *
047200*     CHANGE CARD AS WELL.                                      *
047300******************************************************************
047400 3300-APPLY-REINSTATE.
047500     IF SOURCE-NOT-ON-REGISTRY
047600         SET REJECT-SOURCE-UNKNOWN TO TRUE
047700         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
047800         GO TO 3300-EXIT
047900     END-IF.
048000     IF BUR-SOURCE-ACTIVE
048100         SET REJECT-ALREADY-ACTIVE TO TRUE
048200         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
048300         GO TO 3300-EXIT
048400     END-IF.
048500     MOVE "A"           TO BUR-STATUS-CODE.
048600     MOVE WS-RUN-DATE-N TO BUR-STATUS-DATE.
048700     PERFORM 3600-REWRITE-REGISTRY THRU 3600-EXIT.
048800     MOVE "REINSTATE" TO WS-ACTION-NAME.
048900     ADD 1 TO WS-REINSTATE-COUNT.
049000     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
049100 3300-EXIT.
049200     EXIT.
049300******************************************************************
049400* 3500-READ-REGISTRY                                            *
049500*     READS THE REGISTRY FOR THE CARD'S SOURCE ID AND SAVES     *
049600*     THE BEFORE IMAGE FOR THE REGISTER.  A SOURCE NOT ON THE   *
049700*     REGISTRY LEAVES THE BEFORE IMAGE EMPTY.                   *
049800******************************************************************
049900 3500-READ-REGISTRY.
050000     SET SOURCE-NOT-ON-REGISTRY TO TRUE.
050100     MOVE SPACES TO WS-BEFORE-IMAGE.
050200     MOVE BMC-SOURCE-ID TO BUR-SOURCE-ID.
050300     READ BUREAU-FILE
050400         INVALID KEY
050500             CONTINUE
050600         NOT INVALID KEY
050700             SET SOURCE-ON-REGISTRY TO TRUE
050800             MOVE BUR-SOURCE-ID         TO WS-BEF-SOURCE-ID
050900             MOVE BUR-BUREAU-NAME       TO WS-BEF-NAME
051000             MOVE BUR-STATUS-CODE       TO WS-BEF-STATUS
051100             MOVE BUR-SEND-DAYS         TO WS-BEF-SEND-DAYS
051200             MOVE BUR-CUTOFF-TIME       TO WS-BEF-CUTOFF
051300             MOVE BUR-LAST-BATCH-NUMBER TO WS-BEF-LAST-BATCH
051400     END-READ.
051500     IF WS-BUR-FILE-STATUS NOT = "00"
051600         AND WS-BUR-FILE-STATUS NOT = "23"
051700         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
051800         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
051900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
052000     END-IF.
052100 3500-EXIT.
052200     EXIT.
052300******************************************************************
052400* 3600-REWRITE-REGISTRY                                         *
052500*     REWRITES THE REGISTRY RECORD JUST UPDATED IN PLACE.       *
052600******************************************************************
052700 3600-REWRITE-REGISTRY.
052800     REWRITE BUREAU-RECORD.
052900     IF WS-BUR-FILE-STATUS NOT = "00"
053000         MOVE "BUREAUMST" TO WS-IOERR-FILE-NAME
053100         MOVE WS-BUR-FILE-STATUS TO WS-IOERR-STATUS
053200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
053300     END-IF.
053400 3600-EXIT.
053500     EXIT.
053600******************************************************************
053700* 4000-PRINT-REGISTER-ENTRY                                     *
053800*     PRINTS ONE APPLIED CARD ON THE MAINTENANCE REGISTER -     *
053900*     THE ACTION, THE REGISTRY RECORD AS IT STOOD BEFORE THE    *
054000*     CARD ((NEW BUREAU) ON AN ADD), AND THE RECORD AS          *
054100*     APPLIED.  SEND DAYS PRINT AS FIVE FLAGS, MONDAY FIRST.    *
054200******************************************************************
054300 4000-PRINT-REGISTER-ENTRY.
054400     ADD 1 TO WS-APPLIED-COUNT.
054500     MOVE SPACES TO WS-PRINT-LINE.
054600     STRING WS-ACTION-NAME    DELIMITED BY SIZE
054700            " SOURCE "        DELIMITED BY SIZE
054800            BMC-SOURCE-ID     DELIMITED BY SIZE
054900         INTO WS-PRINT-TEXT.
055000     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
055100     MOVE SPACES TO WS-PRINT-LINE.
055200     IF WS-BEF-SOURCE-ID = SPACES
055300         STRING "  BEFORE: (NEW BUREAU)" DELIMITED BY SIZE
055400             INTO WS-PRINT-TEXT
055500     ELSE
055600         STRING "  BEFORE: "        DELIMITED BY SIZE
055700                WS-BEF-SOURCE-ID    DELIMITED BY SIZE
055800                "  "                DELIMITED BY SIZE
055900                WS-BEF-NAME         DELIMITED BY SIZE
056000                "  STATUS "         DELIMITED BY SIZE
056100                WS-BEF-STATUS       DELIMITED BY SIZE
056200                "  DAYS "           DELIMITED BY SIZE
056300                WS-BEF-SEND-DAYS    DELIMITED BY SIZE
056400                "  CUTOFF "         DELIMITED BY SIZE
056500                WS-BEF-CUTOFF       DELIMITED BY SIZE
056600                "  LAST BATCH "     DELIMITED BY SIZE
056700                WS-BEF-LAST-BATCH   DELIMITED BY SIZE
056800             INTO WS-PRINT-TEXT
056900     END-IF.
057000     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
057100     MOVE SPACES TO WS-PRINT-LINE.
057200     STRING "  AFTER:  "            DELIMITED BY SIZE
057300            BUR-SOURCE-ID           DELIMITED BY SIZE
057400            "  "                    DELIMITED BY SIZE
057500            BUR-BUREAU-NAME         DELIMITED BY SIZE
057600            "  STATUS "             DELIMITED BY SIZE
057700            BUR-STATUS-CODE         DELIMITED BY SIZE
057800            "  DAYS "               DELIMITED BY SIZE
057900            BUR-SEND-DAYS           DELIMITED BY SIZE
058000            "  CUTOFF "             DELIMITED BY SIZE
058100            BUR-CUTOFF-TIME         DELIMITED BY SIZE
058200            "  LAST BATCH "         DELIMITED BY SIZE
058300            BUR-LAST-BATCH-NUMBER   DELIMITED BY SIZE
058400            "  STATUS DATE "        DELIMITED BY SIZE
058500            BUR-STATUS-DATE         DELIMITED BY SIZE
058600         INTO WS-PRINT-TEXT.
058700     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
058800 4000-EXIT.
058900     EXIT.
059000******************************************************************
059100* 5000-WRITE-REJECT                                             *
059200*     LISTS A REJECTED CARD ON THE REJECT LISTING WITH THE      *
059300*     DESCRIPTION OF THE EDIT IT FAILED.                        *
059400******************************************************************
059500 5000-WRITE-REJECT.
059600     ADD 1 TO WS-REJECTED-COUNT.
059700     MOVE WS-REJECT-REASON TO WS-REASON-LOOKUP.
059800     SUBTRACT 50 FROM WS-REASON-LOOKUP.
059900     MOVE SPACES TO WS-PRINT-LINE.
060000     STRING "  "            DELIMITED BY SIZE
060100            BUREAU-MAINT-RECORD
060200                            DELIMITED BY SIZE
060300            " REJECTED "    DELIMITED BY SIZE
060400            WS-REASON-DESC (WS-REASON-LOOKUP)
060500                            DELIMITED BY SIZE
060600         INTO WS-PRINT-TEXT.
060700     PERFORM 8400-WRITE-REJECT-LINE THRU 8400-EXIT.
060800 5000-EXIT.
060900     EXIT.
061000******************************************************************
061100* 8000-WRITE-REGISTER-HEADING                                   *
061200*     WRITES THE REGISTER PAGE HEADING AND RESETS THE LINE      *
061300*     COUNTER FOR THE NEW PAGE.                                 *
061400******************************************************************
061500 8000-WRITE-REGISTER-HEADING.
061600     ADD 1 TO WS-PAGE-NUMBER.
061700     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
061800     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
061900     MOVE WS-RUN-MM   TO WS-HD-MM.
062000     MOVE WS-RUN-DD   TO WS-HD-DD.
062100     MOVE WS-RUN-HH   TO WS-HT-HH.
062200     MOVE WS-RUN-MIN  TO WS-HT-MIN.
062300     MOVE WS-RUN-SS   TO WS-HT-SS.
062400     MOVE SPACES TO WS-PRINT-LINE.
062500     STRING "BURMNT BUREAU REGISTRY MAINTENANCE REGISTER"
062600                                 DELIMITED BY SIZE
062700            "     PAGE "         DELIMITED BY SIZE
062800            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
062900         INTO WS-PRINT-TEXT.
063000     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
063100         AFTER ADVANCING PAGE.
063200     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
063300     MOVE SPACES TO WS-PRINT-LINE.
063400     STRING "RUN DATE: "    DELIMITED BY SIZE
063500            WS-HDG-DATE     DELIMITED BY SIZE
063600            "     RUN TIME: " DELIMITED BY SIZE
063700            WS-HDG-TIME     DELIMITED BY SIZE
063800         INTO WS-PRINT-TEXT.
063900     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
064000         AFTER ADVANCING 2 LINES.
064100     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
064200     MOVE ZERO TO WS-LINE-COUNT.
064300 8000-EXIT.
064400     EXIT.
064500******************************************************************
064600* 8100-WRITE-REGISTER-LINE                                      *
064700*     WRITES ONE REGISTER LINE AND FORCES A PAGE BREAK WHEN     *
064800*     THE PAGE IS FULL.                                         *
064900******************************************************************
065000 8100-WRITE-REGISTER-LINE.
065100     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
065200         AFTER ADVANCING 1 LINE.
065300     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
065400     ADD 1 TO WS-LINE-COUNT.
065500     IF WS-LINE-COUNT >= WS-MAX-LINES
065600         PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT
065700     END-IF.
065800 8100-EXIT.
065900     EXIT.
066000******************************************************************
066100* 8200-WRITE-REGISTER-GROUP                                     *
066200*     WRITES A REGISTER ENTRY HEADING LINE, SPACED AWAY FROM    *
066300*     THE PRECEDING ENTRY, AND FORCES A PAGE BREAK WHEN THE     *
066400*     PAGE IS FULL.                                             *
066500******************************************************************
066600 8200-WRITE-REGISTER-GROUP.
066700     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
066800         AFTER ADVANCING 2 LINES.
066900     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
067000     ADD 2 TO WS-LINE-COUNT.
067100     IF WS-LINE-COUNT >= WS-MAX-LINES
067200         PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT
067300     END-IF.
067400 8200-EXIT.
067500     EXIT.
067600******************************************************************
067700* 8300-WRITE-REJECT-HEADING                                     *
067800*     WRITES THE HEADING LINES FOR THE REJECT LISTING.          *
067900******************************************************************
068000 8300-WRITE-REJECT-HEADING.
068100     MOVE SPACES TO WS-PRINT-LINE.
068200     STRING "BURMNT BUREAU REGISTRY MAINTENANCE CARD REJECT "
068300            "LISTING"       DELIMITED BY SIZE
068400         INTO WS-PRINT-TEXT.
068500     WRITE REJECT-RECORD FROM WS-PRINT-LINE
068600         AFTER ADVANCING PAGE.
068700     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
068800     MOVE SPACES TO WS-PRINT-LINE.
068900     STRING "RUN DATE: "    DELIMITED BY SIZE
069000            WS-HDG-DATE     DELIMITED BY SIZE
069100            "     RUN TIME: " DELIMITED BY SIZE
069200            WS-HDG-TIME     DELIMITED BY SIZE
069300         INTO WS-PRINT-TEXT.
069400     WRITE REJECT-RECORD FROM WS-PRINT-LINE
069500         AFTER ADVANCING 2 LINES.
069600     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
069700 8300-EXIT.
069800     EXIT.
069900******************************************************************
070000* 8400-WRITE-REJECT-LINE                                        *
070100*     WRITES ONE REJECT LISTING LINE.                           *
070200******************************************************************
070300 8400-WRITE-REJECT-LINE.
070400     WRITE REJECT-RECORD FROM WS-PRINT-LINE
070500         AFTER ADVANCING 1 LINE.
070600     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
070700 8400-EXIT.
070800     EXIT.
070900******************************************************************
071000* 8700-CHECK-REGISTER-STATUS                                    *
071100*     COMMON STATUS CHECK PERFORMED AFTER EVERY REGISTER        *
071200*     WRITE.                                                    *
071300******************************************************************
071400 8700-CHECK-REGISTER-STATUS.
071500     IF WS-REG-FILE-STATUS NOT = "00"
071600         MOVE "BURRPT" TO WS-IOERR-FILE-NAME
071700         MOVE WS-REG-FILE-STATUS TO WS-IOERR-STATUS
071800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
071900     END-IF.
072000 8700-EXIT.
072100     EXIT.
072200******************************************************************
072300* 8750-CHECK-REJECT-STATUS                                      *
072400*     COMMON STATUS CHECK PERFORMED AFTER EVERY REJECT LISTING  *
072500*     WRITE.                                                    *
072600******************************************************************
072700 8750-CHECK-REJECT-STATUS.
072800     IF WS-REJ-FILE-STATUS NOT = "00"
072900         MOVE "BURREJ" TO WS-IOERR-FILE-NAME
073000         MOVE WS-REJ-FILE-STATUS TO WS-IOERR-STATUS
073100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
073200     END-IF.
073300 8750-EXIT.
073400     EXIT.
073500******************************************************************
073600* 9000-TERMINATE                                                *
073700*     WRITES THE CONTROL SUMMARY - CARDS READ, APPLIED BY       *
073800*     ACTION, REJECTED, AND THE PROOF THAT CARDS READ EQUALS    *
073900*     APPLIED PLUS REJECTED - SETS THE RETURN CODE, AND CLOSES  *
074000*     THE FILES.  RETURN CODE 0 IS A CLEAN RUN, 4 A RUN WITH    *
074100*     REJECTED CARDS, 16 A PROOF FAILURE.                       *
074200******************************************************************
074300 9000-TERMINATE.
074400     MOVE WS-CARD-READ-COUNT TO WS-DSP-CARD-READ.
074500     MOVE WS-APPLIED-COUNT   TO WS-DSP-APPLIED.
074600     MOVE WS-REJECTED-COUNT  TO WS-DSP-REJECTED.
074700     MOVE WS-ADD-COUNT       TO WS-DSP-ADDS.
074800     MOVE WS-CHANGE-COUNT    TO WS-DSP-CHANGES.
074900     MOVE WS-SUSPEND-COUNT   TO WS-DSP-SUSPENDS.
075000     MOVE WS-REINSTATE-COUNT TO WS-DSP-REINSTATES.
075100     MOVE SPACES TO WS-PRINT-LINE.
075200     STRING "BURMNT CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
075300         INTO WS-PRINT-TEXT.
075400     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
075500         AFTER ADVANCING PAGE.
075600     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
075700     MOVE SPACES TO WS-PRINT-LINE.
075800     STRING "CARDS READ . . . . . . . . . " DELIMITED BY SIZE
075900            WS-DSP-CARD-READ              DELIMITED BY SIZE
076000         INTO WS-PRINT-TEXT.
076100     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
076200     MOVE SPACES TO WS-PRINT-LINE.
076300     STRING "CARDS APPLIED  . . . . . . . " DELIMITED BY SIZE
076400            WS-DSP-APPLIED                DELIMITED BY SIZE
076500         INTO WS-PRINT-TEXT.
076600     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
076700     MOVE SPACES TO WS-PRINT-LINE.
076800     STRING "  ADDS . . . . . . . . . . . " DELIMITED BY SIZE
076900            WS-DSP-ADDS                   DELIMITED BY SIZE
077000         INTO WS-PRINT-TEXT.
077100     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
077200     MOVE SPACES TO WS-PRINT-LINE.
077300     STRING "  CHANGES  . . . . . . . . . " DELIMITED BY SIZE
077400            WS-DSP-CHANGES                DELIMITED BY SIZE
077500         INTO WS-PRINT-TEXT.
077600     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
077700     MOVE SPACES TO WS-PRINT-LINE.
077800     STRING "  SUSPENDS . . . . . . . . . " DELIMITED BY SIZE
077900            WS-DSP-SUSPENDS               DELIMITED BY SIZE
078000         INTO WS-PRINT-TEXT.
078100     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
078200     MOVE SPACES TO WS-PRINT-LINE.
078300     STRING "  REINSTATES . . . . . . . . " DELIMITED BY SIZE
078400            WS-DSP-REINSTATES             DELIMITED BY SIZE
078500         INTO WS-PRINT-TEXT.
078600     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
078700     MOVE SPACES TO WS-PRINT-LINE.
078800     STRING "CARDS REJECTED . . . . . . . " DELIMITED BY SIZE
078900            WS-DSP-REJECTED               DELIMITED BY SIZE
079000         INTO WS-PRINT-TEXT.
079100     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
079200     ADD WS-APPLIED-COUNT WS-REJECTED-COUNT
079300         GIVING WS-PROOF-COUNT.
079400     MOVE SPACES TO WS-PRINT-LINE.
079500     IF WS-PROOF-COUNT = WS-CARD-READ-COUNT
079600         STRING "PROOF - CARDS READ EQUALS APPLIED PLUS "
079700                "REJECTED"   DELIMITED BY SIZE
079800             INTO WS-PRINT-TEXT
079900     ELSE
080000         STRING "*** PROOF FAILS - CARDS READ DOES NOT EQUAL "
080100                "APPLIED PLUS REJECTED ***" DELIMITED BY SIZE
080200             INTO WS-PRINT-TEXT
080300         MOVE 16 TO RETURN-CODE
080400     END-IF.
080500     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
080600     IF WS-PROOF-COUNT = WS-CARD-READ-COUNT
080700         IF WS-REJECTED-COUNT > ZERO
080800             MOVE 4 TO RETURN-CODE
080900         ELSE
081000             MOVE ZERO TO RETURN-CODE
081100         END-IF
081200     END-IF.
081300     CLOSE MAINT-FILE.
081400     CLOSE BUREAU-FILE.
081500     CLOSE REGISTER-FILE.
081600     CLOSE REJECT-FILE.
081700 9000-EXIT.
081800     EXIT.
081900******************************************************************
082000* 9900-IO-ERROR                                                 *
082100*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
082200*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
082300*     CODE 16.                                                  *
082400******************************************************************
082500 9900-IO-ERROR.
082600     DISPLAY "BURMNT - I/O ERROR ON " WS-IOERR-FILE-NAME
082700         " STATUS " WS-IOERR-STATUS.
082800     MOVE 16 TO RETURN-CODE.
082900     STOP RUN.
083000 9900-EXIT.
083100     EXIT.
083200 END PROGRAM BURMNT.
