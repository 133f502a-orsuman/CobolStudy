000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     HOLDAPR.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-09.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-09 KT   ORIGINAL PROGRAM - HELD-ITEM APPROVAL.  READS  *
001200*                 THE CHECKERS' APPROVE/DECLINE CARDS (HOLDACT), *
001300*                 KEYED BY REFERENCE NUMBER, AND WORKS THE HELD- *
001400*                 ITEMS FILE ENZAN BUILDS (HOLDFILE).  AN        *
001500*                 APPROVED ITEM IS RELEASED TO HOLDREL, MARKED   *
001600*                 WITH THE CHECKER'S USER ID, TO BE CONCATENATED *
001700*                 AHEAD OF THE NEXT DAY'S TRANIN THE WAY SUSPFIX *
001800*                 FEEDS RECYCLE; A DECLINED ITEM GOES TO THE     *
001900*                 SUSPENSE FILE UNDER REASON 10.  A CARD SIGNED  *
002000*                 BY THE SAME USER ID THAT KEYED THE HOLD LIMIT  *
002100*                 IS REFUSED AND THE ITEM STAYS HELD.  EVERY     *
002200*                 APPROVAL, DECLINE AND REFUSAL IS APPENDED TO   *
002300*                 THE ACTION LOG (HOLDLOG).  ITEMS NOT ACTIONED  *
002400*                 ARE WRITTEN TO HOLDOUT, WHICH THE JOB STREAM   *
002500*                 SWAPS IN FOR HOLDFILE AFTER A CLEAN END OF     *
002600*                 JOB, AND THE WHOLE QUEUE PRINTS ON THE HELD-   *
002700*                 ITEMS REVIEW REPORT (HOLDRPT).                 *
002800******************************************************************
002900 ENVIRONMENT     DIVISION.
003000 INPUT-OUTPUT    SECTION.
003100 FILE-CONTROL.
003200     SELECT HOLD-FILE      ASSIGN TO "HOLDFILE"
003300                         ORGANIZATION IS SEQUENTIAL
003400                         FILE STATUS IS WS-HOLD-FILE-STATUS.
003500     SELECT HOLD-OUT-FILE  ASSIGN TO "HOLDOUT"
003600                         ORGANIZATION IS SEQUENTIAL
003700                         FILE STATUS IS WS-HOUT-FILE-STATUS.
003800     SELECT ACTION-FILE    ASSIGN TO "HOLDACT"
003900                         ORGANIZATION IS SEQUENTIAL
004000                         FILE STATUS IS WS-ACT-FILE-STATUS.
004100     SELECT RELEASE-FILE   ASSIGN TO "HOLDREL"
004200                         ORGANIZATION IS SEQUENTIAL
004300                         FILE STATUS IS WS-REL-FILE-STATUS.
004400     SELECT SUSPENSE-FILE  ASSIGN TO "SUSPFILE"
004500                         ORGANIZATION IS SEQUENTIAL
004600                         FILE STATUS IS WS-SUSP-FILE-STATUS.
004700     SELECT HOLD-LOG-FILE  ASSIGN TO "HOLDLOG"
004800                         ORGANIZATION IS SEQUENTIAL
004900                         FILE STATUS IS WS-LOG-FILE-STATUS.
005000     SELECT REVIEW-FILE    ASSIGN TO "HOLDRPT"
005100                         ORGANIZATION IS SEQUENTIAL
005200                         FILE STATUS IS WS-RPT-FILE-STATUS.
005300     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
005400                         ORGANIZATION IS SEQUENTIAL
005500                         FILE STATUS IS WS-CAL-FILE-STATUS.
005600 DATA            DIVISION.
005700 FILE            SECTION.
005800 FD  HOLD-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY HOLDREC.
006100 FD  HOLD-OUT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300           COPY HOLDREC REPLACING
006400               ==HELD-ITEM-RECORD== BY ==HELD-OUT-RECORD==
006500               LEADING ==HLD-== BY ==HOUT-==.
006600 FD  ACTION-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY HACREC.
006900 FD  RELEASE-FILE
007000     LABEL RECORDS ARE STANDARD.
007100     COPY TRANREC.
007200 FD  SUSPENSE-FILE
007300     LABEL RECORDS ARE STANDARD.
007400     COPY SUSPREC.
007500 FD  HOLD-LOG-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY HLGREC.
007800 FD  REVIEW-FILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 133 CHARACTERS.
008100 01  REVIEW-RECORD       PIC X(133).
008200 FD  CALENDAR-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY CALREC.
008500 WORKING-STORAGE SECTION.
008600 01  WS-SWITCHES.
008700         03  WS-HOLD-EOF-SWITCH  PIC X(01)   VALUE "N".
008800             88  END-OF-HELD-ITEMS            VALUE "Y".
008900         03  WS-ACT-EOF-SWITCH   PIC X(01)   VALUE "N".
009000             88  END-OF-ACTIONS               VALUE "Y".
009100         03  WS-CAL-EOF-SWITCH   PIC X(01)   VALUE "N".
009200             88  END-OF-CALENDAR              VALUE "Y".
009300         03  WS-CAL-FOUND-SWITCH PIC X(01)   VALUE "N".
009400             88  BUSINESS-DATE-FOUND          VALUE "Y".
009500         03  WS-ACT-MATCH-SWITCH PIC X(01)   VALUE "N".
009600             88  ACTION-MATCHED               VALUE "Y".
009700             88  ACTION-NOT-MATCHED           VALUE "N".
009800         03  WS-ACT-OVFL-SWITCH  PIC X(01)   VALUE "N".
009900             88  ACTION-TABLE-OVERFLOWED      VALUE "Y".
010000 01  WS-FILE-STATUS-FIELDS.
010100         03  WS-HOLD-FILE-STATUS PIC X(02)   VALUE "00".
010200         03  WS-HOUT-FILE-STATUS PIC X(02)   VALUE "00".
010300         03  WS-ACT-FILE-STATUS  PIC X(02)   VALUE "00".
010400         03  WS-REL-FILE-STATUS  PIC X(02)   VALUE "00".
010500         03  WS-SUSP-FILE-STATUS PIC X(02)   VALUE "00".
010600         03  WS-LOG-FILE-STATUS  PIC X(02)   VALUE "00".
010700         03  WS-RPT-FILE-STATUS  PIC X(02)   VALUE "00".
010800         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
010900 01  WS-IO-ERROR-FIELDS.
011000         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
011100         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
011200*
011300*    THE APPROVE/DECLINE CARDS THAT PASSED THEIR EDITS, HELD IN
011400*    CARD ORDER AND SEARCHED BY REFERENCE NUMBER AS EACH HELD
011500*    ITEM IS READ.  THE USED FLAG IS SET WHEN A CARD FINDS ITS
011600*    ITEM, SO CARDS THAT MATCHED NOTHING CAN BE LISTED AT THE END.
011700*
011800 01  WS-ACTION-CONTROLS.
011900         03  WS-ACTION-MAX       PIC 9(05) COMP  VALUE 5000.
012000         03  WS-ACTION-COUNT     PIC 9(05) COMP  VALUE ZERO.
012100         03  WS-ACTION-SUB       PIC 9(05) COMP  VALUE ZERO.
012200 01  WS-ACTION-TABLE.
012300         03  WS-ACTION-ENTRY     OCCURS 5000 TIMES.
012400             05  WS-ACT-REFERENCE
012500                                 PIC X(12).
012600             05  WS-ACT-CODE     PIC X(01).
012700                 88  APPROVE-ACTION               VALUE "A".
012800             05  WS-ACT-CHECKER  PIC X(08).
012900             05  WS-ACT-REMARKS  PIC X(30).
013000             05  WS-ACT-USED-FLAG
013100                                 PIC X(01).
013200                 88  ACTION-CARD-USED             VALUE "Y".
013300 01  WS-WORK-FIELDS.
013400         03  WS-BUSINESS-DATE    PIC 9(08)   VALUE ZERO.
013500         03  WS-CARD-REJECT-REASON
013600                                 PIC X(40)   VALUE SPACES.
013700         03  WS-DISPOSITION      PIC X(36)   VALUE SPACES.
013800         03  WS-LOG-ACTION       PIC X(01)   VALUE SPACE.
013900 01  WS-LOG-TIME.
014000         03  WS-LOG-HH           PIC 9(02).
014100         03  WS-LOG-MIN          PIC 9(02).
014200         03  WS-LOG-SS           PIC 9(02).
014300 01  WS-REPORT-CONTROLS.
014400         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
014500         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
014600         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
014700 01  WS-WORK-COUNTS.
014800         03  WS-CARD-READ-COUNT  PIC 9(05) COMP  VALUE ZERO.
014900         03  WS-CARD-REJECT-COUNT
015000                                 PIC 9(05) COMP  VALUE ZERO.
015100         03  WS-CARD-UNUSED-COUNT
015200                                 PIC 9(05) COMP  VALUE ZERO.
015300         03  WS-HELD-READ-COUNT  PIC 9(07) COMP  VALUE ZERO.
015400         03  WS-APPROVED-COUNT   PIC 9(07) COMP  VALUE ZERO.
015500         03  WS-DECLINED-COUNT   PIC 9(07) COMP  VALUE ZERO.
015600         03  WS-REFUSED-COUNT    PIC 9(07) COMP  VALUE ZERO.
015700         03  WS-PENDING-COUNT    PIC 9(07) COMP  VALUE ZERO.
015800 01  WS-WORK-TOTALS.
015900         03  WS-HELD-READ-TOTAL  PIC S9(13)V9(04) VALUE ZERO.
016000         03  WS-APPROVED-TOTAL   PIC S9(13)V9(04) VALUE ZERO.
016100         03  WS-DECLINED-TOTAL   PIC S9(13)V9(04) VALUE ZERO.
016200         03  WS-PENDING-TOTAL    PIC S9(13)V9(04) VALUE ZERO.
016300 01  WS-PRINT-LINE.
016400         03  WS-PRINT-TEXT       PIC X(133).
016500 01  WS-RUN-DATE.
016600         03  WS-RUN-YYYY         PIC 9(04).
016700         03  WS-RUN-MM           PIC 9(02).
016800         03  WS-RUN-DD           PIC 9(02).
016900 01  WS-RUN-TIME.
017000         03  WS-RUN-HH           PIC 9(02).
017100         03  WS-RUN-MIN          PIC 9(02).
017200         03  WS-RUN-SS           PIC 9(02).
017300         03  WS-RUN-HUN          PIC 9(02).
017400 01  WS-HDG-DATE.
017500         03  WS-HD-YYYY          PIC 9(04).
017600         03  FILLER              PIC X(01)  VALUE "-".
017700         03  WS-HD-MM            PIC 9(02).
017800         03  FILLER              PIC X(01)  VALUE "-".
017900         03  WS-HD-DD            PIC 9(02).
018000 01  WS-HDG-TIME.
018100         03  WS-HT-HH            PIC 9(02).
018200         03  FILLER              PIC X(01)  VALUE ":".
018300         03  WS-HT-MIN           PIC 9(02).
018400         03  FILLER              PIC X(01)  VALUE ":".
018500         03  WS-HT-SS            PIC 9(02).
018600 01  WS-HOLD-DATE-IN.
018700         03  WS-HDI-YYYY         PIC 9(04).
018800         03  WS-HDI-MM           PIC 9(02).
018900         03  WS-HDI-DD           PIC 9(02).
019000 01  WS-HOLD-DATE-FMT.
019100         03  WS-HDF-YYYY         PIC 9(04).
019200         03  FILLER              PIC X(01)  VALUE "-".
019300         03  WS-HDF-MM           PIC 9(02).
019400         03  FILLER              PIC X(01)  VALUE "-".
019500         03  WS-HDF-DD           PIC 9(02).
019600 01  WS-DETAIL-FIELDS.
019700         03  WS-HDG-PAGE-DISP    PIC ZZ9.
019800         03  WS-DSP-NUM-SUM      PIC ZZZZZZZZ9.9999-.
019900         03  WS-DSP-HOLD-LIMIT   PIC ZZZZZZZZ9.99.
020000         03  WS-DSP-COUNT        PIC ZZZZZZ9.
020100         03  WS-DSP-TOTAL        PIC ZZZZZZZZZZZZ9.9999-.
020200 PROCEDURE       DIVISION.
020300******************************************************************
020400* 0000-MAIN-PROCEDURE                                           *
020500*     CONTROLS OVERALL FLOW - INITIALIZE, LOAD AND EDIT THE     *
020600*     ACTION CARDS, WORK EVERY HELD ITEM AGAINST THEM, LIST     *
020700*     THE CARDS THAT FOUND NO HELD ITEM, THEN TERMINATE.        *
020800******************************************************************
020900 0000-MAIN-PROCEDURE.
021000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021100     PERFORM 2000-LOAD-ACTION-CARDS THRU 2000-EXIT.
021200     PERFORM 3000-REVIEW-HELD-ITEMS THRU 3000-EXIT.
021300     PERFORM 4000-LIST-UNUSED-CARDS THRU 4000-EXIT.
021400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021500     STOP RUN.
021600 0000-MAIN-EXIT.
021700     EXIT.
021800******************************************************************
021900* 1000-INITIALIZE                                               *
022000*     CAPTURES THE RUN DATE/TIME, TAKES THE BUSINESS DATE FROM  *
022100*     THE PROCESSING CALENDAR, AND OPENS THE REVIEW REPORT,     *
022200*     THE RELEASE FILE, AND THE TWO FILES THIS RUN ADDS TO -    *
022300*     THE SUSPENSE FILE AND THE ACTION LOG - EXTEND, CREATING   *
022400*     EITHER ONE THAT DOES NOT YET EXIST.                       *
022500******************************************************************
022600 1000-INITIALIZE.
022700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022800     ACCEPT WS-RUN-TIME FROM TIME.
022900     MOVE WS-RUN-HH  TO WS-LOG-HH.
023000     MOVE WS-RUN-MIN TO WS-LOG-MIN.
023100     MOVE WS-RUN-SS  TO WS-LOG-SS.
023200     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT.
023300     OPEN OUTPUT REVIEW-FILE.
023400     IF WS-RPT-FILE-STATUS NOT = "00"
023500         MOVE "HOLDRPT" TO WS-IOERR-FILE-NAME
023600         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
023700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
023800     END-IF.
023900     OPEN OUTPUT RELEASE-FILE.
024000     IF WS-REL-FILE-STATUS NOT = "00"
024100         MOVE "HOLDREL" TO WS-IOERR-FILE-NAME
024200         MOVE WS-REL-FILE-STATUS TO WS-IOERR-STATUS
024300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
024400     END-IF.
024500     OPEN EXTEND SUSPENSE-FILE.
024600     IF WS-SUSP-FILE-STATUS = "35"
024700         OPEN OUTPUT SUSPENSE-FILE
024800     END-IF.
024900     IF WS-SUSP-FILE-STATUS NOT = "00"
025000         MOVE "SUSPFILE" TO WS-IOERR-FILE-NAME
025100         MOVE WS-SUSP-FILE-STATUS TO WS-IOERR-STATUS
025200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
025300     END-IF.
025400     OPEN EXTEND HOLD-LOG-FILE.
025500     IF WS-LOG-FILE-STATUS = "35"
025600         OPEN OUTPUT HOLD-LOG-FILE
025700     END-IF.
025800     IF WS-LOG-FILE-STATUS NOT = "00"
025900         MOVE "HOLDLOG" TO WS-IOERR-FILE-NAME
026000         MOVE WS-LOG-FILE-STATUS TO WS-IOERR-STATUS
026100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026200     END-IF.
026300     PERFORM 8000-WRITE-REVIEW-HEADING THRU 8000-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600******************************************************************
026700* 1100-READ-BUSINESS-DATE                                       *
026800*     TAKES THE BUSINESS DATE FROM THE PROCESSING CALENDAR -    *
026900*     THE RECORD FLAGGED CURRENT - SO A DECLINED ITEM ENTERS    *
027000*     SUSPENSE UNDER THE SAME DATE ENZAN WOULD HAVE USED.  NO   *
027100*     CALENDAR FILE FALLS BACK TO THE WALL CLOCK WITH A         *
027200*     CONSOLE WARNING; A CALENDAR WITH NO CURRENT RECORD IS A   *
027300*     CONFIGURATION ERROR AND ENDS THE RUN.                     *
027400******************************************************************
027500 1100-READ-BUSINESS-DATE.
027600     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
027700     OPEN INPUT CALENDAR-FILE.
027800     IF WS-CAL-FILE-STATUS = "35"
027900         DISPLAY "HOLDAPR - PROCESSING CALENDAR (CALENDAR) NOT "
028000             "PRESENT - USING THE WALL-CLOCK DATE"
028100         GO TO 1100-EXIT
028200     END-IF.
028300     IF WS-CAL-FILE-STATUS NOT = "00"
028400         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
028500         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
028600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
028700     END-IF.
028800     PERFORM 1110-READ-CALENDAR-RECORD THRU 1110-EXIT
028900         UNTIL END-OF-CALENDAR OR BUSINESS-DATE-FOUND.
029000     CLOSE CALENDAR-FILE.
029100     IF NOT BUSINESS-DATE-FOUND
029200         DISPLAY "HOLDAPR - PROCESSING CALENDAR HAS NO CURRENT "
029300             "BUSINESS DATE RECORD - RUN ENDED"
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700 1100-EXIT.
029800     EXIT.
029900******************************************************************
030000* 1110-READ-CALENDAR-RECORD                                     *
030100*     READS ONE CALENDAR RECORD, LOOKING FOR THE ONE FLAGGED    *
030200*     CURRENT.                                                  *
030300******************************************************************
030400 1110-READ-CALENDAR-RECORD.
030500     READ CALENDAR-FILE
030600         AT END
030700             SET END-OF-CALENDAR TO TRUE
030800         NOT AT END
030900             IF CAL-CURRENT-DATE
031000                 SET BUSINESS-DATE-FOUND TO TRUE
031100                 MOVE CAL-DATE TO WS-BUSINESS-DATE
031200             END-IF
031300     END-READ.
031400     IF WS-CAL-FILE-STATUS NOT = "00"
031500         AND WS-CAL-FILE-STATUS NOT = "10"
031600         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
031700         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
031800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
031900     END-IF.
032000 1110-EXIT.
032100     EXIT.
032200******************************************************************
032300* 2000-LOAD-ACTION-CARDS                                        *
032400*     READS THE APPROVE/DECLINE CARDS INTO THE ACTION TABLE,    *
032500*     LISTING EVERY CARD THAT FAILS ITS EDITS UNDER ITS OWN     *
032600*     HEADING.  WITH NO CARD FILE THE RUN IS REVIEW-ONLY -      *
032700*     EVERY HELD ITEM IS LISTED AND CARRIED FORWARD.            *
032800******************************************************************
032900 2000-LOAD-ACTION-CARDS.
033000     OPEN INPUT ACTION-FILE.
033100     IF WS-ACT-FILE-STATUS = "35"
033200         MOVE SPACES TO WS-PRINT-LINE
033300         STRING "NO ACTION CARDS PRESENT - REVIEW ONLY RUN"
033400                                DELIMITED BY SIZE
033500             INTO WS-PRINT-TEXT
033600         PERFORM 8200-WRITE-GROUP-HEADING THRU 8200-EXIT
033700         GO TO 2000-EXIT
033800     END-IF.
033900     IF WS-ACT-FILE-STATUS NOT = "00"
034000         MOVE "HOLDACT" TO WS-IOERR-FILE-NAME
034100         MOVE WS-ACT-FILE-STATUS TO WS-IOERR-STATUS
034200         PERFORM 9900-IO-ERROR THRU 9900-EXIT
034300     END-IF.
034400     MOVE SPACES TO WS-PRINT-LINE.
034500     STRING "ACTION CARDS REJECTED" DELIMITED BY SIZE
034600         INTO WS-PRINT-TEXT.
034700     PERFORM 8200-WRITE-GROUP-HEADING THRU 8200-EXIT.
034800     PERFORM 2100-READ-ACTION-CARD THRU 2100-EXIT
034900         UNTIL END-OF-ACTIONS.
035000     CLOSE ACTION-FILE.
035100     MOVE WS-CARD-REJECT-COUNT TO WS-DSP-COUNT.
035200     MOVE SPACES TO WS-PRINT-LINE.
035300     STRING "CARDS REJECTED . . . . . . . " DELIMITED BY SIZE
035400            WS-DSP-COUNT                  DELIMITED BY SIZE
035500         INTO WS-PRINT-TEXT.
035600     PERFORM 8100-WRITE-REVIEW-LINE THRU 8100-EXIT.
035700 2000-EXIT.
035800     EXIT.
035900******************************************************************
036000* 2100-READ-ACTION-CARD                                         *
036100*     READS ONE ACTION CARD AND EDITS IT - THE ACTION MUST BE   *
036200*     A OR D, AND THE REFERENCE NUMBER AND CHECKER USER ID      *
036300*     MUST BE PRESENT.  A SECOND CARD FOR A REFERENCE ALREADY   *
036400*     CARRIED IS REJECTED, SO ONE CHECKER'S DECISION CANNOT BE  *
036500*     OVERRIDDEN LATER IN THE SAME DECK.  A GOOD CARD IS ADDED  *
036600*     TO THE ACTION TABLE.                                      *
036700******************************************************************
036800 2100-READ-ACTION-CARD.
036900     READ ACTION-FILE
037000         AT END
037100             SET END-OF-ACTIONS TO TRUE
037200     END-READ.
037300     IF WS-ACT-FILE-STATUS NOT = "00"
037400         AND WS-ACT-FILE-STATUS NOT = "10"
037500         MOVE "HOLDACT" TO WS-IOERR-FILE-NAME
037600         MOVE WS-ACT-FILE-STATUS TO WS-IOERR-STATUS
037700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
037800     END-IF.
037900     IF END-OF-ACTIONS
038000         GO TO 2100-EXIT
038100     END-IF.
038200     ADD 1 TO WS-CARD-READ-COUNT.
038300     MOVE SPACES TO WS-CARD-REJECT-REASON.
038400     EVALUATE TRUE
038500         WHEN NOT VALID-HAC-ACTION
038600             MOVE "ACTION CODE NOT A OR D"
038700                 TO WS-CARD-REJECT-REASON
038800         WHEN HAC-REFERENCE-NUMBER = SPACES
038900             MOVE "REFERENCE NUMBER MISSING"
039000                 TO WS-CARD-REJECT-REASON
039100         WHEN HAC-CHECKER-ID = SPACES
039200             MOVE "CHECKER USER ID MISSING"
039300                 TO WS-CARD-REJECT-REASON
039400         WHEN OTHER
039500             PERFORM 2200-FIND-CARD-REFERENCE THRU 2200-EXIT
039600             IF ACTION-MATCHED
039700                 MOVE "DUPLICATE CARD FOR THIS REFERENCE"
039800                     TO WS-CARD-REJECT-REASON
039900             END-IF
040000     END-EVALUATE.
040100     IF WS-CARD-REJECT-REASON NOT = SPACES
040200         PERFORM 2300-PRINT-REJECTED-CARD THRU 2300-EXIT
040300         GO TO 2100-EXIT
040400     END-IF.
040500     IF WS-ACTION-COUNT NOT < WS-ACTION-MAX
040600         IF NOT ACTION-TABLE-OVERFLOWED
040700             SET ACTION-TABLE-OVERFLOWED TO TRUE
040800             DISPLAY "HOLDAPR - MORE ACTION CARDS THAN THE "
040900                 "ACTION TABLE HOLDS - LATER CARDS ARE REJECTED"
041000         END-IF
041100         MOVE "ACTION TABLE FULL - RESUBMIT NEXT RUN"
041200             TO WS-CARD-REJECT-REASON
041300         PERFORM 2300-PRINT-REJECTED-CARD THRU 2300-EXIT
041400         GO TO 2100-EXIT
041500     END-IF.
041600     ADD 1 TO WS-ACTION-COUNT.
041700     MOVE HAC-REFERENCE-NUMBER
041800         TO WS-ACT-REFERENCE (WS-ACTION-COUNT).
041900     MOVE HAC-ACTION-CODE  TO WS-ACT-CODE (WS-ACTION-COUNT).
042000     MOVE HAC-CHECKER-ID   TO WS-ACT-CHECKER (WS-ACTION-COUNT).
042100     MOVE HAC-REMARKS      TO WS-ACT-REMARKS (WS-ACTION-COUNT).
042200     MOVE "N"              TO WS-ACT-USED-FLAG (WS-ACTION-COUNT).
042300 2100-EXIT.
042400     EXIT.
042500******************************************************************
042600* 2200-FIND-CARD-REFERENCE                                      *
042700*     SCANS THE ACTION TABLE FOR THE REFERENCE NUMBER ON THE    *
042800*     CARD JUST READ.                                           *
042900******************************************************************
043000 2200-FIND-CARD-REFERENCE.
043100     SET ACTION-NOT-MATCHED TO TRUE.
043200     MOVE 1 TO WS-ACTION-SUB.
043300     PERFORM 2210-TEST-CARD-REFERENCE THRU 2210-EXIT
043400         UNTIL WS-ACTION-SUB > WS-ACTION-COUNT
043500             OR ACTION-MATCHED.
043600 2200-EXIT.
043700     EXIT.
043800******************************************************************
043900* 2210-TEST-CARD-REFERENCE                                      *
044000*     TESTS ONE ACTION TABLE ENTRY AGAINST THE CARD JUST READ.  *
044100******************************************************************
044200 2210-TEST-CARD-REFERENCE.
044300     IF WS-ACT-REFERENCE (WS-ACTION-SUB) = HAC-REFERENCE-NUMBER
044400         SET ACTION-MATCHED TO TRUE
044500     ELSE
044600         ADD 1 TO WS-ACTION-SUB
044700     END-IF.
044800 2210-EXIT.
044900     EXIT.
045000******************************************************************
045100* 2300-PRINT-REJECTED-CARD                                      *
045200*     LISTS AN ACTION CARD THAT FAILED ITS EDITS, AS RECEIVED,  *
045300*     WITH THE REASON.  THE CARD IS NOT APPLIED.                *
045400******************************************************************
045500 2300-PRINT-REJECTED-CARD.
045600     MOVE SPACES TO WS-PRINT-LINE.
045700     STRING "  "                  DELIMITED BY SIZE
045800            HAC-ACTION-CODE       DELIMITED BY SIZE
045900            "  "                  DELIMITED BY SIZE
046000            HAC-REFERENCE-NUMBER  DELIMITED BY SIZE
046100            "  "                  DELIMITED BY SIZE
046200            HAC-CHECKER-ID        DELIMITED BY SIZE
046300            "  "                  DELIMITED BY SIZE
046400            HAC-REMARKS           DELIMITED BY SIZE
046500            "  "                  DELIMITED BY SIZE
046600            WS-CARD-REJECT-REASON DELIMITED BY SIZE
046700         INTO WS-PRINT-TEXT.
046800     PERFORM 8100-WRITE-REVIEW-LINE THRU 8100-EXIT.
046900     ADD 1 TO WS-CARD-REJECT-COUNT.
047000 2300-EXIT.
047100     EXIT.
047200******************************************************************
047300* 3000-REVIEW-HELD-ITEMS                                        *
047400*     WORKS EVERY ITEM ON THE HELD-ITEMS FILE AGAINST THE       *
047500*     ACTION TABLE AND LISTS IT WITH WHAT BECAME OF IT.         *
047600*     HOLDOUT IS WRITTEN EVEN WHEN THERE IS NOTHING TO CARRY    *
047700*     FORWARD, SO THE JOB STREAM'S HOLDFILE/HOLDOUT SWAP IS     *
047800*     ALWAYS SAFE.                                              *
047900******************************************************************
048000 3000-REVIEW-HELD-ITEMS.
048100     OPEN OUTPUT HOLD-OUT-FILE.
048200     IF WS-HOUT-FILE-STATUS NOT = "00"
048300         MOVE "HOLDOUT" TO WS-IOERR-FILE-NAME
048400         MOVE WS-HOUT-FILE-STATUS TO WS-IOERR-STATUS
048500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
048600     END-IF.
048700     OPEN INPUT HOLD-FILE.
048800     IF WS-HOLD-FILE-STATUS = "35"
048900         MOVE SPACES TO WS-PRINT-LINE
049000         STRING "HELD-ITEMS FILE NOT PRESENT - NOTHING TO REVIEW"
049100                                DELIMITED BY SIZE
049200             INTO WS-PRINT-TEXT
049300         PERFORM 8200-WRITE-GROUP-HEADING THRU 8200-EXIT
049400         CLOSE HOLD-OUT-FILE
049500         GO TO 3000-EXIT
049600     END-IF.
049700     IF WS-HOLD-FILE-STATUS NOT = "00"
049800         MOVE "HOLDFILE" TO WS-IOERR-FILE-NAME
049900         MOVE WS-HOLD-FILE-STATUS TO WS-IOERR-STATUS
050000         PERFORM 9900-IO-ERROR THRU 9900-EXIT
050100     END-IF.
050200     MOVE SPACES TO WS-PRINT-LINE.
050300     STRING "HELD ITEMS" DELIMITED BY SIZE
050400         INTO WS-PRINT-TEXT.
050500     PERFORM 8200-WRITE-GROUP-HEADING THRU 8200-EXIT.
050600     PERFORM 8300-WRITE-COLUMN-HEADING THRU 8300-EXIT.
050700     PERFORM 3100-READ-HELD-ITEM THRU 3100-EXIT
050800         UNTIL END-OF-HELD-ITEMS.
050900     CLOSE HOLD-FILE.
051000     CLOSE HOLD-OUT-FILE.
051100 3000-EXIT.
051200     EXIT.
051300******************************************************************
051400* 3100-READ-HELD-ITEM                                           *
051500*     READS ONE HELD ITEM AND WORKS IT.                         *
051600******************************************************************
051700 3100-READ-HELD-ITEM.
051800     READ HOLD-FILE
051900         AT END
052000             SET END-OF-HELD-ITEMS TO TRUE
052100         NOT AT END
052200             PERFORM 3200-WORK-HELD-ITEM THRU 3200-EXIT
052300     END-READ.
052400     IF WS-HOLD-FILE-STATUS NOT = "00"
052500         AND WS-HOLD-FILE-STATUS NOT = "10"
052600         MOVE "HOLDFILE" TO WS-IOERR-FILE-NAME
052700         MOVE WS-HOLD-FILE-STATUS TO WS-IOERR-STATUS
052800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
052900     END-IF.
053000 3100-EXIT.
053100     EXIT.
053200******************************************************************
053300* 3200-WORK-HELD-ITEM                                           *
053400*     FINDS THE CARD FOR THE HELD ITEM BY ITS REFERENCE         *
053500*     NUMBER.  WITH NO CARD THE ITEM STAYS HELD; AN ITEM WITH   *
053600*     NO REFERENCE CAN NEVER BE NAMED ON A CARD AND IS FLAGGED  *
053700*     FOR OPERATIONS.  A CARD SIGNED BY THE USER WHO KEYED THE  *
053800*     HOLD LIMIT IS REFUSED AND LOGGED, AND THE ITEM STAYS      *
053900*     HELD.  OTHERWISE THE ITEM IS RELEASED OR DECLINED AS THE  *
054000*     CARD SAYS.                                                *
054100******************************************************************
054200 3200-WORK-HELD-ITEM.
054300     MOVE HLD-TRAN-DATA TO TRAN-RECORD.
054400     ADD 1 TO WS-HELD-READ-COUNT.
054500     ADD HLD-NUM-SUM TO WS-HELD-READ-TOTAL.
054600     IF TR-REFERENCE-NUMBER = SPACES
054700         MOVE "HELD - NO REFERENCE, CANNOT ACTION"
054800             TO WS-DISPOSITION
054900         PERFORM 3600-KEEP-HELD-ITEM THRU 3600-EXIT
055000         GO TO 3200-EXIT
055100     END-IF.
055200     PERFORM 3300-FIND-ITEM-ACTION THRU 3300-EXIT.
055300     IF ACTION-NOT-MATCHED
055400         MOVE "HELD - AWAITING APPROVAL" TO WS-DISPOSITION
055500         PERFORM 3600-KEEP-HELD-ITEM THRU 3600-EXIT
055600         GO TO 3200-EXIT
055700     END-IF.
055800     MOVE "Y" TO WS-ACT-USED-FLAG (WS-ACTION-SUB).
055900     IF WS-ACT-CHECKER (WS-ACTION-SUB) = HLD-KEYED-BY
056000         MOVE "R" TO WS-LOG-ACTION
056100         PERFORM 3700-WRITE-ACTION-LOG THRU 3700-EXIT
056200         ADD 1 TO WS-REFUSED-COUNT
056300         MOVE SPACES TO WS-DISPOSITION
056400         STRING "REFUSED - " DELIMITED BY SIZE
056500                WS-ACT-CHECKER (WS-ACTION-SUB)
056600                             DELIMITED BY SIZE
056700                " KEYED LIMIT" DELIMITED BY SIZE
056800             INTO WS-DISPOSITION
056900         PERFORM 3600-KEEP-HELD-ITEM THRU 3600-EXIT
057000         GO TO 3200-EXIT
057100     END-IF.
057200     IF APPROVE-ACTION (WS-ACTION-SUB)
057300         PERFORM 3400-RELEASE-HELD-ITEM THRU 3400-EXIT
057400     ELSE
057500         PERFORM 3500-DECLINE-HELD-ITEM THRU 3500-EXIT
057600     END-IF.
057700 3200-EXIT.
057800     EXIT.
057900******************************************************************
058000* 3300-FIND-ITEM-ACTION                                         *
058100*     SCANS THE ACTION TABLE FOR THE HELD ITEM'S REFERENCE      *
058200*     NUMBER.  A CARD ALREADY USED IS NOT USED AGAIN, SO AN     *
058300*     ITEM HELD TWICE UNDER ONE REFERENCE CANNOT BE RELEASED    *
058400*     TWICE.                                                    *
058500******************************************************************
058600 3300-FIND-ITEM-ACTION.
058700     SET ACTION-NOT-MATCHED TO TRUE.
058800     MOVE 1 TO WS-ACTION-SUB.
058900     PERFORM 3310-TEST-ITEM-ACTION THRU 3310-EXIT
059000         UNTIL WS-ACTION-SUB > WS-ACTION-COUNT
059100             OR ACTION-MATCHED.
059200 3300-EXIT.
059300     EXIT.
059400******************************************************************
059500* 3310-TEST-ITEM-ACTION                                         *
059600*     TESTS ONE ACTION TABLE ENTRY AGAINST THE HELD ITEM.       *
059700******************************************************************
059800 3310-TEST-ITEM-ACTION.
059900     IF WS-ACT-REFERENCE (WS-ACTION-SUB) = TR-REFERENCE-NUMBER
060000         AND NOT ACTION-CARD-USED (WS-ACTION-SUB)
060100         SET ACTION-MATCHED TO TRUE
060200     ELSE
060300         ADD 1 TO WS-ACTION-SUB
060400     END-IF.
060500 3310-EXIT.
060600     EXIT.
060700******************************************************************
060800* 3400-RELEASE-HELD-ITEM                                        *
060900*     RELEASES AN APPROVED ITEM TO HOLDREL - THE TRANSACTION    *
061000*     RECORD AS RECEIVED, MARKED RELEASED AND SIGNED WITH THE   *
061100*     CHECKER'S USER ID SO THE NEXT ENZAN RUN POSTS IT WITHOUT  *
061200*     HOLDING IT AGAIN - AND LOGS THE APPROVAL.                 *
061300******************************************************************
061400 3400-RELEASE-HELD-ITEM.
061500     MOVE "A" TO TR-HOLD-RELEASE-FLAG.
061600     MOVE WS-ACT-CHECKER (WS-ACTION-SUB) TO TR-HOLD-APPROVED-BY.
061700     WRITE TRAN-RECORD.
061800     IF WS-REL-FILE-STATUS NOT = "00"
061900         MOVE "HOLDREL" TO WS-IOERR-FILE-NAME
062000         MOVE WS-REL-FILE-STATUS TO WS-IOERR-STATUS
062100         PERFORM 9900-IO-ERROR THRU 9900-EXIT
062200     END-IF.
062300     MOVE "A" TO WS-LOG-ACTION.
062400     PERFORM 3700-WRITE-ACTION-LOG THRU 3700-EXIT.
062500     ADD 1 TO WS-APPROVED-COUNT.
062600     ADD HLD-NUM-SUM TO WS-APPROVED-TOTAL.
062700     MOVE SPACES TO WS-DISPOSITION.
062800     STRING "APPROVED BY " DELIMITED BY SIZE
062900            WS-ACT-CHECKER (WS-ACTION-SUB)
063000                           DELIMITED BY SIZE
063100            " - RELEASED"  DELIMITED BY SIZE
063200         INTO WS-DISPOSITION.
063300     PERFORM 3800-PRINT-HELD-ITEM THRU 3800-EXIT.
063400 3400-EXIT.
063500     EXIT.
063600******************************************************************
063700* 3500-DECLINE-HELD-ITEM                                        *
063800*     SENDS A DECLINED ITEM TO THE SUSPENSE FILE UNDER REASON   *
063900*     10, OPEN AND DATED WITH THE BUSINESS DATE, WHERE IT IS    *
064000*     WORKED LIKE ANY OTHER REJECT, AND LOGS THE DECLINE.       *
064100******************************************************************
064200 3500-DECLINE-HELD-ITEM.
064300     MOVE SPACES TO SUSPENSE-RECORD.
064400     MOVE HLD-TRAN-DATA TO SUSP-TRAN-DATA.
064500     SET SUSP-HOLD-DECLINED TO TRUE.
064600     MOVE WS-BUSINESS-DATE TO SUSP-RUN-DATE.
064700     MOVE SPACE TO SUSP-STATUS-FLAG.
064800     MOVE ZERO TO SUSP-REPAIR-DATE.
064900     WRITE SUSPENSE-RECORD.
065000     IF WS-SUSP-FILE-STATUS NOT = "00"
065100         MOVE "SUSPFILE" TO WS-IOERR-FILE-NAME
065200         MOVE WS-SUSP-FILE-STATUS TO WS-IOERR-STATUS
065300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
065400     END-IF.
065500     MOVE "D" TO WS-LOG-ACTION.
065600     PERFORM 3700-WRITE-ACTION-LOG THRU 3700-EXIT.
065700     ADD 1 TO WS-DECLINED-COUNT.
065800     ADD HLD-NUM-SUM TO WS-DECLINED-TOTAL.
065900     MOVE SPACES TO WS-DISPOSITION.
066000     STRING "DECLINED BY " DELIMITED BY SIZE
066100            WS-ACT-CHECKER (WS-ACTION-SUB)
066200                           DELIMITED BY SIZE
066300            " - SUSPENSE"  DELIMITED BY SIZE
066400         INTO WS-DISPOSITION.
066500     PERFORM 3800-PRINT-HELD-ITEM THRU 3800-EXIT.
066600 3500-EXIT.
066700     EXIT.
066800******************************************************************
066900* 3600-KEEP-HELD-ITEM                                           *
067000*     CARRIES AN ITEM THAT WAS NOT RELEASED OR DECLINED         *
067100*     FORWARD TO HOLDOUT AND LISTS IT.                          *
067200******************************************************************
067300 3600-KEEP-HELD-ITEM.
067400     MOVE HELD-ITEM-RECORD TO HELD-OUT-RECORD.
067500     WRITE HELD-OUT-RECORD.
067600     IF WS-HOUT-FILE-STATUS NOT = "00"
067700         MOVE "HOLDOUT" TO WS-IOERR-FILE-NAME
067800         MOVE WS-HOUT-FILE-STATUS TO WS-IOERR-STATUS
067900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
068000     END-IF.
068100     ADD 1 TO WS-PENDING-COUNT.
068200     ADD HLD-NUM-SUM TO WS-PENDING-TOTAL.
068300     PERFORM 3800-PRINT-HELD-ITEM THRU 3800-EXIT.
068400 3600-EXIT.
068500     EXIT.
068600******************************************************************
068700* 3700-WRITE-ACTION-LOG                                         *
068800*     APPENDS ONE RECORD TO THE ACTION LOG FOR THE HELD ITEM    *
068900*     AND THE CARD THAT ACTIONED IT - WHO KEYED THE LIMIT, WHO  *
069000*     CHECKED IT, AND WHAT WAS DONE.                            *
069100******************************************************************
069200 3700-WRITE-ACTION-LOG.
069300     MOVE SPACES TO HOLD-LOG-RECORD.
069400     MOVE WS-RUN-DATE      TO HLG-ACTION-DATE.
069500     MOVE WS-LOG-TIME      TO HLG-ACTION-TIME.
069600     MOVE WS-LOG-ACTION    TO HLG-ACTION-CODE.
069700     MOVE TR-REFERENCE-NUMBER TO HLG-REFERENCE-NUMBER.
069800     MOVE TR-ACCOUNT-NUMBER   TO HLG-ACCOUNT-NUMBER.
069900     MOVE HLD-NUM-SUM      TO HLG-NUM-SUM.
070000     MOVE HLD-HOLD-LIMIT   TO HLG-HOLD-LIMIT.
070100     MOVE HLD-KEYED-BY     TO HLG-KEYED-BY.
070200     MOVE WS-ACT-CHECKER (WS-ACTION-SUB) TO HLG-CHECKER-ID.
070300     MOVE HLD-HOLD-DATE    TO HLG-HOLD-DATE.
070400     MOVE WS-ACT-REMARKS (WS-ACTION-SUB) TO HLG-REMARKS.
070500     WRITE HOLD-LOG-RECORD.
070600     IF WS-LOG-FILE-STATUS NOT = "00"
070700         MOVE "HOLDLOG" TO WS-IOERR-FILE-NAME
070800         MOVE WS-LOG-FILE-STATUS TO WS-IOERR-STATUS
070900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
071000     END-IF.
071100 3700-EXIT.
071200     EXIT.
071300******************************************************************
071400* 3800-PRINT-HELD-ITEM                                          *
071500*     PRINTS ONE REVIEW LINE FOR THE HELD ITEM - REFERENCE,     *
071600*     ACCOUNT, OPERATION, RESULT, THE LIMIT IT BROKE, WHO       *
071700*     KEYED THAT LIMIT, THE DATE IT WAS HELD, AND ITS           *
071800*     DISPOSITION THIS RUN.                                     *
071900******************************************************************
072000 3800-PRINT-HELD-ITEM.
072100     MOVE HLD-HOLD-DATE TO WS-HOLD-DATE-IN.
072200     MOVE WS-HDI-YYYY TO WS-HDF-YYYY.
072300     MOVE WS-HDI-MM   TO WS-HDF-MM.
072400     MOVE WS-HDI-DD   TO WS-HDF-DD.
072500     MOVE HLD-NUM-SUM    TO WS-DSP-NUM-SUM.
072600     MOVE HLD-HOLD-LIMIT TO WS-DSP-HOLD-LIMIT.
072700     MOVE SPACES TO WS-PRINT-LINE.
072800     STRING "  "                DELIMITED BY SIZE
072900            TR-REFERENCE-NUMBER DELIMITED BY SIZE
073000            "  "                DELIMITED BY SIZE
073100            TR-ACCOUNT-NUMBER   DELIMITED BY SIZE
073200            "  "                DELIMITED BY SIZE
073300            HLD-OPERATION       DELIMITED BY SIZE
073400            "  "                DELIMITED BY SIZE
073500            WS-DSP-NUM-SUM      DELIMITED BY SIZE
073600            "  "                DELIMITED BY SIZE
073700            WS-DSP-HOLD-LIMIT   DELIMITED BY SIZE
073800            "  "                DELIMITED BY SIZE
073900            HLD-KEYED-BY        DELIMITED BY SIZE
074000            "  "                DELIMITED BY SIZE
074100            WS-HOLD-DATE-FMT    DELIMITED BY SIZE
074200            "  "                DELIMITED BY SIZE
074300            WS-DISPOSITION      DELIMITED BY SIZE
074400         INTO WS-PRINT-TEXT.
074500     PERFORM 8100-WRITE-REVIEW-LINE THRU 8100-EXIT.
074600 3800-EXIT.
074700     EXIT.
074800******************************************************************
074900* 4000-LIST-UNUSED-CARDS                                        *
075000*     LISTS EVERY ACCEPTED CARD THAT FOUND NO HELD ITEM - A     *
075100*     MISKEYED REFERENCE, OR AN ITEM ALREADY ACTIONED ON AN     *
075200*     EARLIER RUN.  SUCH A CARD IS NOT APPLIED.                 *
075300******************************************************************
075400 4000-LIST-UNUSED-CARDS.
075500     IF WS-ACTION-COUNT = ZERO
075600         GO TO 4000-EXIT
075700     END-IF.
075800     MOVE SPACES TO WS-PRINT-LINE.
075900     STRING "ACTION CARDS WITH NO HELD ITEM" DELIMITED BY SIZE
076000         INTO WS-PRINT-TEXT.
076100     PERFORM 8200-WRITE-GROUP-HEADING THRU 8200-EXIT.
076200     PERFORM 4100-TEST-UNUSED-CARD THRU 4100-EXIT
076300         VARYING WS-ACTION-SUB FROM 1 BY 1
076400         UNTIL WS-ACTION-SUB > WS-ACTION-COUNT.
076500     MOVE WS-CARD-UNUSED-COUNT TO WS-DSP-COUNT.
076600     MOVE SPACES TO WS-PRINT-LINE.
076700     STRING "CARDS NOT APPLIED  . . . . . " DELIMITED BY SIZE
076800            WS-DSP-COUNT                  DELIMITED BY SIZE
076900         INTO WS-PRINT-TEXT.
077000     PERFORM 8100-WRITE-REVIEW-LINE THRU 8100-EXIT.
077100 4000-EXIT.
077200     EXIT.
077300******************************************************************
077400* 4100-TEST-UNUSED-CARD                                         *
077500*     LISTS ONE ACTION TABLE ENTRY IF IT WAS NEVER MATCHED TO   *
077600*     A HELD ITEM.                                              *
077700******************************************************************
077800 4100-TEST-UNUSED-CARD.
077900     IF ACTION-CARD-USED (WS-ACTION-SUB)
078000         GO TO 4100-EXIT
078100     END-IF.
078200     MOVE SPACES TO WS-PRINT-LINE.
078300     STRING "  "                DELIMITED BY SIZE
078400            WS-ACT-CODE (WS-ACTION-SUB)
078500                                DELIMITED BY SIZE
078600            "  "                DELIMITED BY SIZE
078700            WS-ACT-REFERENCE (WS-ACTION-SUB)
078800                                DELIMITED BY SIZE
078900            "  "                DELIMITED BY SIZE
079000            WS-ACT-CHECKER (WS-ACTION-SUB)
079100                                DELIMITED BY SIZE
079200            "  "                DELIMITED BY SIZE
079300            WS-ACT-REMARKS (WS-ACTION-SUB)
079400                                DELIMITED BY SIZE
079500            "  NO HELD ITEM WITH THIS REFERENCE"
079600                                DELIMITED BY SIZE
079700         INTO WS-PRINT-TEXT.
079800     PERFORM 8100-WRITE-REVIEW-LINE THRU 8100-EXIT.
079900     ADD 1 TO WS-CARD-UNUSED-COUNT.
080000 4100-EXIT.
080100     EXIT.
080200******************************************************************
080300* 8000-WRITE-REVIEW-HEADING                                     *
080400*     WRITES THE REVIEW REPORT PAGE HEADING AND RESETS THE      *
080500*     LINE COUNTER FOR THE NEW PAGE.                            *
080600******************************************************************
080700 8000-WRITE-REVIEW-HEADING.
080800     ADD 1 TO WS-PAGE-NUMBER.
080900     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
081000     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
081100     MOVE WS-RUN-MM   TO WS-HD-MM.
081200     MOVE WS-RUN-DD   TO WS-HD-DD.
081300     MOVE WS-RUN-HH   TO WS-HT-HH.
081400     MOVE WS-RUN-MIN  TO WS-HT-MIN.
081500     MOVE WS-RUN-SS   TO WS-HT-SS.
081600     MOVE SPACES TO WS-PRINT-LINE.
081700     STRING "HOLDAPR HELD-ITEMS REVIEW REPORT" DELIMITED BY SIZE
081800            "     PAGE "                 DELIMITED BY SIZE
081900            WS-HDG-PAGE-DISP             DELIMITED BY SIZE
082000         INTO WS-PRINT-TEXT.
082100     WRITE REVIEW-RECORD FROM WS-PRINT-LINE
082200         AFTER ADVANCING PAGE.
082300     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
082400     MOVE SPACES TO WS-PRINT-LINE.
082500     STRING "RUN DATE: "    DELIMITED BY SIZE
082600            WS-HDG-DATE     DELIMITED BY SIZE
082700            "     RUN TIME: " DELIMITED BY SIZE
082800            WS-HDG-TIME     DELIMITED BY SIZE
082900            "     BUSINESS DATE: " DELIMITED BY SIZE
083000            WS-BUSINESS-DATE DELIMITED BY SIZE
083100         INTO WS-PRINT-TEXT.
083200     WRITE REVIEW-RECORD FROM WS-PRINT-LINE
083300         AFTER ADVANCING 2 LINES.
083400     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
083500     MOVE ZERO TO WS-LINE-COUNT.
083600 8000-EXIT.
083700     EXIT.
083800******************************************************************
083900* 8100-WRITE-REVIEW-LINE                                        *
084000*     WRITES ONE REVIEW REPORT LINE AND FORCES A PAGE BREAK     *
084100*     WHEN THE PAGE IS FULL.                                    *
084200******************************************************************
084300 8100-WRITE-REVIEW-LINE.
084400     WRITE REVIEW-RECORD FROM WS-PRINT-LINE
084500         AFTER ADVANCING 1 LINE.
084600     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
084700     ADD 1 TO WS-LINE-COUNT.
084800     IF WS-LINE-COUNT >= WS-MAX-LINES
084900         PERFORM 8000-WRITE-REVIEW-HEADING THRU 8000-EXIT
085000     END-IF.
085100 8100-EXIT.
085200     EXIT.
085300******************************************************************
085400* 8200-WRITE-GROUP-HEADING                                      *
085500*     WRITES A GROUP HEADING LINE, SPACED AWAY FROM THE         *
085600*     PRECEDING GROUP, AND FORCES A PAGE BREAK WHEN THE PAGE    *
085700*     IS FULL.                                                  *
085800******************************************************************
085900 8200-WRITE-GROUP-HEADING.
086000     WRITE REVIEW-RECORD FROM WS-PRINT-LINE
086100         AFTER ADVANCING 2 LINES.
086200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
086300     ADD 2 TO WS-LINE-COUNT.
086400     IF WS-LINE-COUNT >= WS-MAX-LINES
086500         PERFORM 8000-WRITE-REVIEW-HEADING THRU 8000-EXIT
086600     END-IF.
086700 8200-EXIT.
086800     EXIT.
086900******************************************************************
087000* 8300-WRITE-COLUMN-HEADING                                     *
087100*     WRITES THE COLUMN CAPTIONS OVER THE HELD-ITEM LINES.      *
087200******************************************************************
087300 8300-WRITE-COLUMN-HEADING.
087400     MOVE SPACES TO WS-PRINT-LINE.
087500     STRING "  REFERENCE     ACCOUNT   OPERATION     "
087600                                DELIMITED BY SIZE
087700            "       RESULT    HOLD LIMIT  KEYED BY  HELD ON     "
087800                                DELIMITED BY SIZE
087900            "DISPOSITION"
088000                                DELIMITED BY SIZE
088100         INTO WS-PRINT-TEXT.
088200     PERFORM 8100-WRITE-REVIEW-LINE THRU 8100-EXIT.
088300 8300-EXIT.
088400     EXIT.
088500******************************************************************
088600* 8700-CHECK-REPORT-STATUS                                      *
088700*     CHECKS THE STATUS OF THE LAST REVIEW REPORT WRITE.        *
088800******************************************************************
088900 8700-CHECK-REPORT-STATUS.
089000     IF WS-RPT-FILE-STATUS NOT = "00"
089100         MOVE "HOLDRPT" TO WS-IOERR-FILE-NAME
089200         MOVE WS-RPT-FILE-STATUS TO WS-IOERR-STATUS
089300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
089400     END-IF.
089500 8700-EXIT.
089600     EXIT.
089700******************************************************************
089800* 9000-TERMINATE                                                *
089900*     WRITES THE CONTROL TOTAL SUMMARY - CARDS READ, REJECTED   *
090000*     AND NOT APPLIED, AND THE HELD ITEMS REVIEWED, RELEASED,   *
090100*     DECLINED, REFUSED AND STILL HELD WITH THEIR RESULT        *
090200*     TOTALS - CLOSES THE FILES, AND SETS THE RETURN CODE: 0    *
090300*     CLEAN, 4 WHEN ANY CARD WAS REJECTED, NOT APPLIED, OR      *
090400*     REFUSED.                                                  *
090500******************************************************************
090600 9000-TERMINATE.
090700     MOVE SPACES TO WS-PRINT-LINE.
090800     STRING "HOLDAPR CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
090900         INTO WS-PRINT-TEXT.
091000     WRITE REVIEW-RECORD FROM WS-PRINT-LINE
091100         AFTER ADVANCING PAGE.
091200     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
091300     MOVE WS-CARD-READ-COUNT TO WS-DSP-COUNT.
091400     MOVE SPACES TO WS-PRINT-LINE.
091500     STRING "ACTION CARDS READ  . . . . . " DELIMITED BY SIZE
091600            WS-DSP-COUNT                  DELIMITED BY SIZE
091700         INTO WS-PRINT-TEXT.
091800     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
091900     MOVE WS-CARD-REJECT-COUNT TO WS-DSP-COUNT.
092000     MOVE SPACES TO WS-PRINT-LINE.
092100     STRING "ACTION CARDS REJECTED  . . . " DELIMITED BY SIZE
092200            WS-DSP-COUNT                  DELIMITED BY SIZE
092300         INTO WS-PRINT-TEXT.
092400     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
092500     MOVE WS-CARD-UNUSED-COUNT TO WS-DSP-COUNT.
092600     MOVE SPACES TO WS-PRINT-LINE.
092700     STRING "CARDS WITH NO HELD ITEM  . . " DELIMITED BY SIZE
092800            WS-DSP-COUNT                  DELIMITED BY SIZE
092900         INTO WS-PRINT-TEXT.
093000     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
093100     MOVE WS-HELD-READ-COUNT TO WS-DSP-COUNT.
093200     MOVE WS-HELD-READ-TOTAL TO WS-DSP-TOTAL.
093300     MOVE SPACES TO WS-PRINT-LINE.
093400     STRING "HELD ITEMS REVIEWED  . . . . " DELIMITED BY SIZE
093500            WS-DSP-COUNT                  DELIMITED BY SIZE
093600            "   TOTAL "                   DELIMITED BY SIZE
093700            WS-DSP-TOTAL                  DELIMITED BY SIZE
093800         INTO WS-PRINT-TEXT.
093900     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
094000     MOVE WS-APPROVED-COUNT TO WS-DSP-COUNT.
094100     MOVE WS-APPROVED-TOTAL TO WS-DSP-TOTAL.
094200     MOVE SPACES TO WS-PRINT-LINE.
094300     STRING "APPROVED AND RELEASED  . . . " DELIMITED BY SIZE
094400            WS-DSP-COUNT                  DELIMITED BY SIZE
094500            "   TOTAL "                   DELIMITED BY SIZE
094600            WS-DSP-TOTAL                  DELIMITED BY SIZE
094700         INTO WS-PRINT-TEXT.
094800     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
094900     MOVE WS-DECLINED-COUNT TO WS-DSP-COUNT.
095000     MOVE WS-DECLINED-TOTAL TO WS-DSP-TOTAL.
095100     MOVE SPACES TO WS-PRINT-LINE.
095200     STRING "DECLINED TO SUSPENSE . . . . " DELIMITED BY SIZE
095300            WS-DSP-COUNT                  DELIMITED BY SIZE
095400            "   TOTAL "                   DELIMITED BY SIZE
095500            WS-DSP-TOTAL                  DELIMITED BY SIZE
095600         INTO WS-PRINT-TEXT.
095700     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
095800     MOVE WS-PENDING-COUNT TO WS-DSP-COUNT.
095900     MOVE WS-PENDING-TOTAL TO WS-DSP-TOTAL.
096000     MOVE SPACES TO WS-PRINT-LINE.
096100     STRING "STILL HELD (TO HOLDOUT)  . . " DELIMITED BY SIZE
096200            WS-DSP-COUNT                  DELIMITED BY SIZE
096300            "   TOTAL "                   DELIMITED BY SIZE
096400            WS-DSP-TOTAL                  DELIMITED BY SIZE
096500         INTO WS-PRINT-TEXT.
096600     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
096700     MOVE WS-REFUSED-COUNT TO WS-DSP-COUNT.
096800     MOVE SPACES TO WS-PRINT-LINE.
096900     STRING "  OF WHICH REFUSED - SAME USER " DELIMITED BY SIZE
097000            WS-DSP-COUNT                    DELIMITED BY SIZE
097100         INTO WS-PRINT-TEXT.
097200     PERFORM 9100-WRITE-SUMMARY-LINE THRU 9100-EXIT.
097300     CLOSE REVIEW-FILE.
097400     CLOSE RELEASE-FILE.
097500     CLOSE SUSPENSE-FILE.
097600     CLOSE HOLD-LOG-FILE.
097700     IF WS-CARD-REJECT-COUNT > ZERO
097800         OR WS-CARD-UNUSED-COUNT > ZERO
097900         OR WS-REFUSED-COUNT > ZERO
098000         MOVE 4 TO RETURN-CODE
098100     ELSE
098200         MOVE ZERO TO RETURN-CODE
098300     END-IF.
098400 9000-EXIT.
098500     EXIT.
098600******************************************************************
098700* 9100-WRITE-SUMMARY-LINE                                       *
098800*     WRITES ONE CONTROL TOTAL SUMMARY LINE.                    *
098900******************************************************************
099000 9100-WRITE-SUMMARY-LINE.
099100     WRITE REVIEW-RECORD FROM WS-PRINT-LINE
099200         AFTER ADVANCING 2 LINES.
099300     PERFORM 8700-CHECK-REPORT-STATUS THRU 8700-EXIT.
099400 9100-EXIT.
099500     EXIT.
099600******************************************************************
099700* 9900-IO-ERROR                                                 *
099800*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
099900*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
100000*     CODE 16.                                                  *
100100******************************************************************
100200 9900-IO-ERROR.
100300     DISPLAY "HOLDAPR - I/O ERROR ON " WS-IOERR-FILE-NAME
100400         " STATUS " WS-IOERR-STATUS.
100500     MOVE 16 TO RETURN-CODE.
100600     STOP RUN.
100700 9900-EXIT.
100800     EXIT.
100900 END PROGRAM HOLDAPR.
