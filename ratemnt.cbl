000100 IDENTIFICATION  DIVISION.
000200 PROGRAM-ID.     RATEMNT.
000300 AUTHOR.         K.TANAKA.
000400 INSTALLATION.   SYSTEM DEVELOPMENT SECTION.
000500 DATE-WRITTEN.   2026-10-06.
000600 DATE-COMPILED.
000700******************************************************************
000800* MODIFICATION HISTORY                                          *
000900*------------------------------------------------------------    *
001000* DATE       BY   DESCRIPTION                                   *
001100* 2026-10-06 KT   ORIGINAL PROGRAM - PROCESSING FEE RATE TABLE   *
001200*                 MAINTENANCE.  READS KEYED MAINTENANCE CARDS    *
001300*                 (ADD, CHANGE, EXPIRE) NAMING A RATE ROW BY     *
001400*                 ACCOUNT (OR *DEFAULT), TRANSACTION CODE, AND   *
001500*                 EFFECTIVE DATE, EDITS EACH CARD AGAINST THE    *
001600*                 ACCOUNT MASTER, THE RATE TABLE, AND THE        *
001700*                 BUSINESS DATE FROM THE PROCESSING CALENDAR,    *
001800*                 AND APPLIES THE GOOD CARDS TO THE INDEXED RATE *
001900*                 TABLE (RATETBL).  A NEW ROW MAY NOT TAKE       *
002000*                 EFFECT BEFORE THE BUSINESS DATE, AND A ROW     *
002100*                 ALREADY IN EFFECT IS NOT CHANGED - A NEW DATED *
002200*                 ROW SUPERSEDES IT.  PRINTS A BEFORE/AFTER      *
002300*                 MAINTENANCE REGISTER, A REJECT LISTING, AND A  *
002400*                 CONTROL SUMMARY PROVING CARDS READ EQUALS      *
002500*                 CARDS APPLIED PLUS CARDS REJECTED.  THE FIRST  *
002600*                 MAINTENANCE RUN EVER CREATES THE RATE TABLE.   *
002639* 2026-10-12 KT   THE FEE GL ACCOUNT ON AN ADD, OR ON A CHANGE   *
002679*                 THAT SUPPLIES ONE, MUST BE OPEN ON THE NEW GL  *
002719*                 CHART OF ACCOUNTS (GLCHART) - REASONS 34 (NOT  *
002759*                 ON THE CHART) AND 35 (CLOSED ON IT).           *
002799******************************************************************
002800 ENVIRONMENT     DIVISION.
002900 INPUT-OUTPUT    SECTION.
003000 FILE-CONTROL.
003100     SELECT RATE-MAINT-FILE ASSIGN TO "RATECARD"
003200                         ORGANIZATION IS SEQUENTIAL
003300                         FILE STATUS IS WS-CARD-FILE-STATUS.
003400     SELECT RATE-FILE      ASSIGN TO "RATETBL"
003500                         ORGANIZATION IS INDEXED
003600                         ACCESS MODE IS RANDOM
003700                         RECORD KEY IS RTE-KEY
003800                         FILE STATUS IS WS-RATE-FILE-STATUS.
003900     SELECT ACCOUNT-FILE   ASSIGN TO "ACCTMST"
004000                         ORGANIZATION IS INDEXED
004100                         ACCESS MODE IS RANDOM
004200                         RECORD KEY IS ACM-ACCOUNT-NUMBER
004300                         FILE STATUS IS WS-ACCT-FILE-STATUS.
004400     SELECT CALENDAR-FILE  ASSIGN TO "CALENDAR"
004500                         ORGANIZATION IS SEQUENTIAL
004600                         FILE STATUS IS WS-CAL-FILE-STATUS.
004700     SELECT REGISTER-FILE  ASSIGN TO "RTMRPT"
004800                         ORGANIZATION IS SEQUENTIAL
004900                         FILE STATUS IS WS-REG-FILE-STATUS.
005000     SELECT REJECT-FILE    ASSIGN TO "RTMREJ"
005100                         ORGANIZATION IS SEQUENTIAL
005200                         FILE STATUS IS WS-REJ-FILE-STATUS.
005216     SELECT GL-CHART-FILE  ASSIGN TO "GLCHART"
005233                         ORGANIZATION IS INDEXED
005250                         ACCESS MODE IS RANDOM
005266                         RECORD KEY IS GLA-GL-ACCOUNT
005283                         FILE STATUS IS WS-GLA-FILE-STATUS.
005300 DATA            DIVISION.
005400 FILE            SECTION.
005500 FD  RATE-MAINT-FILE
005600     LABEL RECORDS ARE STANDARD.
005700     COPY RTMREC.
005800 FD  RATE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000           COPY RATEREC.
006100 FD  ACCOUNT-FILE
006200     LABEL RECORDS ARE STANDARD.
006300           COPY ACCTREC.
006325 FD  GL-CHART-FILE
006350     LABEL RECORDS ARE STANDARD.
006375           COPY GLAREC.
006400 FD  CALENDAR-FILE
006500     LABEL RECORDS ARE STANDARD.
006600           COPY CALREC.
006700 FD  REGISTER-FILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 133 CHARACTERS.
007000 01  REGISTER-RECORD     PIC X(133).
007100 FD  REJECT-FILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 133 CHARACTERS.
007400 01  REJECT-RECORD       PIC X(133).
007500 WORKING-STORAGE SECTION.
007600 01  WS-SWITCHES.
007700         03  WS-CARD-EOF-SWITCH  PIC X(01)   VALUE "N".
007800             88  END-OF-CARDS                 VALUE "Y".
007900             88  NOT-END-OF-CARDS             VALUE "N".
008000         03  WS-ROW-FOUND-SWITCH PIC X(01)   VALUE "N".
008100             88  ROW-ON-FILE                  VALUE "Y".
008200             88  ROW-NOT-ON-FILE              VALUE "N".
008300         03  WS-ACCT-VALID-SWITCH
008400                                 PIC X(01)   VALUE "N".
008500             88  ACCOUNT-IS-VALID             VALUE "Y".
008600             88  ACCOUNT-NOT-VALID            VALUE "N".
008700         03  WS-CAL-EOF-SWITCH   PIC X(01)   VALUE "N".
008800             88  END-OF-CALENDAR              VALUE "Y".
008900         03  WS-CAL-FOUND-SWITCH PIC X(01)   VALUE "N".
009000             88  BUSINESS-DATE-FOUND          VALUE "Y".
009025         03  WS-GL-VALID-SWITCH  PIC X(01)   VALUE "N".
009050             88  GL-ACCOUNT-IS-VALID          VALUE "Y".
009075             88  GL-ACCOUNT-NOT-VALID         VALUE "N".
009100         03  WS-REJECT-REASON    PIC X(02)   VALUE SPACES.
009200             88  REJECT-BAD-ACTION            VALUE "21".
009300             88  REJECT-BAD-TRAN-CODE         VALUE "22".
009400             88  REJECT-ACCT-UNKNOWN          VALUE "23".
009500             88  REJECT-ACCT-CLOSED           VALUE "24".
009600             88  REJECT-BAD-EFFECTIVE-DATE    VALUE "25".
009700             88  REJECT-EFFECTIVE-PAST        VALUE "26".
009800             88  REJECT-DUPLICATE-ADD         VALUE "27".
009900             88  REJECT-BAD-RATE              VALUE "28".
010000             88  REJECT-GL-MISSING            VALUE "29".
010100             88  REJECT-ROW-UNKNOWN           VALUE "30".
010200             88  REJECT-ROW-IN-EFFECT         VALUE "31".
010300             88  REJECT-ALREADY-EXPIRED       VALUE "32".
010400             88  REJECT-BAD-EXPIRY-DATE       VALUE "33".
010433             88  REJECT-FEE-GL-NOT-ON-CHART   VALUE "34".
010466             88  REJECT-FEE-GL-CLOSED         VALUE "35".
010500 01  WS-FILE-STATUS-FIELDS.
010600         03  WS-CARD-FILE-STATUS PIC X(02)   VALUE "00".
010700         03  WS-RATE-FILE-STATUS PIC X(02)   VALUE "00".
010800         03  WS-ACCT-FILE-STATUS PIC X(02)   VALUE "00".
010900         03  WS-CAL-FILE-STATUS  PIC X(02)   VALUE "00".
011000         03  WS-REG-FILE-STATUS  PIC X(02)   VALUE "00".
011100         03  WS-REJ-FILE-STATUS  PIC X(02)   VALUE "00".
011150         03  WS-GLA-FILE-STATUS  PIC X(02)   VALUE "00".
011200 01  WS-IO-ERROR-FIELDS.
011300         03  WS-IOERR-FILE-NAME  PIC X(10)   VALUE SPACES.
011400         03  WS-IOERR-STATUS     PIC X(02)   VALUE SPACES.
011500 01  WS-REASON-TABLE-DATA.
011600         03  FILLER  PIC X(37)
011700             VALUE "21ACTION CODE NOT A/C/X".
011800         03  FILLER  PIC X(37)
011900             VALUE "22TRANSACTION CODE NOT A/S/M/D".
012000         03  FILLER  PIC X(37)
012100             VALUE "23ACCOUNT NOT ON ACCOUNT MASTER".
012200         03  FILLER  PIC X(37)
012300             VALUE "24ACCOUNT CLOSED ON ACCOUNT MASTER".
012400         03  FILLER  PIC X(37)
012500             VALUE "25EFFECTIVE DATE NOT NUMERIC".
012600         03  FILLER  PIC X(37)
012700             VALUE "26ADD - EFFECTIVE BEFORE BUSINESS DAY".
012800         03  FILLER  PIC X(37)
012900             VALUE "27ADD - RATE ROW ALREADY ON FILE".
013000         03  FILLER  PIC X(37)
013100             VALUE "28RATE NOT NUMERIC".
013200         03  FILLER  PIC X(37)
013300             VALUE "29ADD - FEE GL ACCOUNT IS BLANK".
013400         03  FILLER  PIC X(37)
013500             VALUE "30RATE ROW NOT ON RATE TABLE".
013600         03  FILLER  PIC X(37)
013700             VALUE "31CHANGE - RATE ALREADY IN EFFECT".
013800         03  FILLER  PIC X(37)
013900             VALUE "32EXPIRE - ROW ALREADY EXPIRED".
014000         03  FILLER  PIC X(37)
014100             VALUE "33EXPIRY DATE NOT VALID".
014120         03  FILLER  PIC X(37)
014140             VALUE "34FEE GL ACCOUNT NOT ON GL CHART".
014160         03  FILLER  PIC X(37)
014180             VALUE "35FEE GL ACCOUNT CLOSED ON GL CHART".
014200 01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
014300         03  WS-REASON-ENTRY     OCCURS 15 TIMES.
014400             05  WS-REASON-CODE  PIC X(02).
014500             05  WS-REASON-DESC  PIC X(35).
014600 01  WS-REASON-CONTROLS.
014700         03  WS-REASON-LOOKUP    PIC 9(02)       VALUE ZERO.
014800 01  WS-BUSINESS-DATE            PIC 9(08)       VALUE ZERO.
014900 01  WS-EXPIRY-DATE              PIC 9(08)       VALUE ZERO.
014950 01  WS-GL-CHECK-ACCT            PIC X(08)       VALUE SPACES.
015000 01  WS-BEFORE-IMAGE.
015100         03  WS-BEF-ACCOUNT      PIC X(08).
015200         03  WS-BEF-RATE         PIC 9(02)V9(04).
015300         03  WS-BEF-GL-ACCT      PIC X(08).
015400         03  WS-BEF-EXPIRY       PIC 9(08).
015500 01  WS-ROW-IMAGE.
015600         03  WS-ROW-RATE         PIC 9(02)V9(04).
015700         03  WS-ROW-GL-ACCT      PIC X(08).
015800         03  WS-ROW-EXPIRY       PIC 9(08).
015900         03  WS-ROW-TEXT         PIC X(60).
016000 01  WS-WORK-COUNTS.
016100         03  WS-CARD-READ-COUNT  PIC 9(05) COMP  VALUE ZERO.
016200         03  WS-APPLIED-COUNT    PIC 9(05) COMP  VALUE ZERO.
016300         03  WS-REJECTED-COUNT   PIC 9(05) COMP  VALUE ZERO.
016400         03  WS-ADD-COUNT        PIC 9(05) COMP  VALUE ZERO.
016500         03  WS-CHANGE-COUNT     PIC 9(05) COMP  VALUE ZERO.
016600         03  WS-EXPIRE-COUNT     PIC 9(05) COMP  VALUE ZERO.
016700         03  WS-PROOF-COUNT      PIC 9(05) COMP  VALUE ZERO.
016800 01  WS-REPORT-CONTROLS.
016900         03  WS-PAGE-NUMBER      PIC 9(03) COMP  VALUE ZERO.
017000         03  WS-LINE-COUNT       PIC 9(03) COMP  VALUE ZERO.
017100         03  WS-MAX-LINES        PIC 9(03) COMP  VALUE 60.
017200 01  WS-PRINT-LINE.
017300         03  WS-PRINT-TEXT       PIC X(133).
017400 01  WS-RUN-DATE.
017500         03  WS-RUN-YYYY         PIC 9(04).
017600         03  WS-RUN-MM           PIC 9(02).
017700         03  WS-RUN-DD           PIC 9(02).
017800 01  WS-RUN-TIME.
017900         03  WS-RUN-HH           PIC 9(02).
018000         03  WS-RUN-MIN          PIC 9(02).
018100         03  WS-RUN-SS           PIC 9(02).
018200         03  WS-RUN-HUN          PIC 9(02).
018300 01  WS-HDG-DATE.
018400         03  WS-HD-YYYY          PIC 9(04).
018500         03  FILLER              PIC X(01)  VALUE "-".
018600         03  WS-HD-MM            PIC 9(02).
018700         03  FILLER              PIC X(01)  VALUE "-".
018800         03  WS-HD-DD            PIC 9(02).
018900 01  WS-HDG-TIME.
019000         03  WS-HT-HH            PIC 9(02).
019100         03  FILLER              PIC X(01)  VALUE ":".
019200         03  WS-HT-MIN           PIC 9(02).
019300         03  FILLER              PIC X(01)  VALUE ":".
019400         03  WS-HT-SS            PIC 9(02).
019500 01  WS-DATE-WORK.
019600         03  WS-DW-YYYY          PIC 9(04).
019700         03  WS-DW-MM            PIC 9(02).
019800         03  WS-DW-DD            PIC 9(02).
019900 01  WS-DSP-DATE.
020000         03  WS-DD-YYYY          PIC 9(04).
020100         03  FILLER              PIC X(01)  VALUE "-".
020200         03  WS-DD-MM            PIC 9(02).
020300         03  FILLER              PIC X(01)  VALUE "-".
020400         03  WS-DD-DD            PIC 9(02).
020500 01  WS-DETAIL-FIELDS.
020600         03  WS-HDG-PAGE-DISP    PIC ZZ9.
020700         03  WS-ACTION-NAME      PIC X(06).
020800         03  WS-HDG-BUS-DATE     PIC X(10).
020900         03  WS-DSP-EFFECTIVE    PIC X(10).
021000         03  WS-DSP-EXPIRY       PIC X(10).
021100         03  WS-DSP-RATE         PIC Z9.9999.
021200         03  WS-DSP-CARD-READ    PIC ZZZZ9.
021300         03  WS-DSP-APPLIED      PIC ZZZZ9.
021400         03  WS-DSP-REJECTED     PIC ZZZZ9.
021500         03  WS-DSP-ADDS         PIC ZZZZ9.
021600         03  WS-DSP-CHANGES      PIC ZZZZ9.
021700         03  WS-DSP-EXPIRES      PIC ZZZZ9.
021800 PROCEDURE       DIVISION.
021900******************************************************************
022000* 0000-MAIN-PROCEDURE                                           *
022100*     CONTROLS OVERALL FLOW - INITIALIZE, PROCESS EACH RATE     *
022200*     MAINTENANCE CARD UNTIL END OF FILE, THEN TERMINATE.       *
022300******************************************************************
022400 0000-MAIN-PROCEDURE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
022700         UNTIL END-OF-CARDS.
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     STOP RUN.
023000 0000-MAIN-EXIT.
023100     EXIT.
023200******************************************************************
023300* 1000-INITIALIZE                                               *
023400*     CAPTURES THE RUN DATE/TIME AND THE BUSINESS DATE, OPENS   *
023500*     THE CARD, RATE TABLE, ACCOUNT MASTER, GL CHART, AND       *
023600*     PRINT FILES, AND WRITES THE REGISTER AND REJECT LISTING   *
023650*     HEADINGS.                                                 *
023700******************************************************************
023800 1000-INITIALIZE.
023900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024000     ACCEPT WS-RUN-TIME FROM TIME.
024100     PERFORM 1100-READ-BUSINESS-DATE THRU 1100-EXIT.
024200     OPEN INPUT RATE-MAINT-FILE.
024300     IF WS-CARD-FILE-STATUS NOT = "00"
024400         MOVE "RATECARD" TO WS-IOERR-FILE-NAME
024500         MOVE WS-CARD-FILE-STATUS TO WS-IOERR-STATUS
024600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
024700     END-IF.
024800     PERFORM 1600-OPEN-RATE-TABLE THRU 1600-EXIT.
024900     OPEN INPUT ACCOUNT-FILE.
025000     IF WS-ACCT-FILE-STATUS NOT = "00"
025100         MOVE "ACCTMST" TO WS-IOERR-FILE-NAME
025200         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
025300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
025400     END-IF.
025414     OPEN INPUT GL-CHART-FILE.
025428     IF WS-GLA-FILE-STATUS NOT = "00"
025442         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
025457         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
025471         PERFORM 9900-IO-ERROR THRU 9900-EXIT
025485     END-IF.
025500     OPEN OUTPUT REGISTER-FILE.
025600     IF WS-REG-FILE-STATUS NOT = "00"
025700         MOVE "RTMRPT" TO WS-IOERR-FILE-NAME
025800         MOVE WS-REG-FILE-STATUS TO WS-IOERR-STATUS
025900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026000     END-IF.
026100     OPEN OUTPUT REJECT-FILE.
026200     IF WS-REJ-FILE-STATUS NOT = "00"
026300         MOVE "RTMREJ" TO WS-IOERR-FILE-NAME
026400         MOVE WS-REJ-FILE-STATUS TO WS-IOERR-STATUS
026500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
026600     END-IF.
026700     MOVE WS-BUSINESS-DATE TO WS-DATE-WORK.
026800     PERFORM 4200-EDIT-DATE THRU 4200-EXIT.
026900     MOVE WS-DSP-DATE TO WS-HDG-BUS-DATE.
027000     PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT.
027100     PERFORM 8300-WRITE-REJECT-HEADING THRU 8300-EXIT.
027200 1000-EXIT.
027300     EXIT.
027400******************************************************************
027500* 1100-READ-BUSINESS-DATE                                       *
027600*     TAKES THE BUSINESS DATE FROM THE PROCESSING CALENDAR -    *
027700*     THE RECORD FLAGGED CURRENT - THE SAME DATE ENZAN POSTS    *
027800*     UNDER, SO EFFECTIVE DATES ARE JUDGED AGAINST THE DAY THE  *
027900*     NEXT RUN WILL PRICE.  NO CALENDAR FILE FALLS BACK TO THE  *
028000*     WALL CLOCK WITH A CONSOLE WARNING; A CALENDAR WITH NO     *
028100*     CURRENT RECORD IS A CONFIGURATION ERROR AND ENDS THE      *
028200*     RUN.                                                      *
028300******************************************************************
028400 1100-READ-BUSINESS-DATE.
028500     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
028600     OPEN INPUT CALENDAR-FILE.
028700     IF WS-CAL-FILE-STATUS = "35"
028800         DISPLAY "RATEMNT - PROCESSING CALENDAR (CALENDAR) NOT "
028900             "PRESENT - USING THE WALL-CLOCK DATE"
029000         GO TO 1100-EXIT
029100     END-IF.
029200     IF WS-CAL-FILE-STATUS NOT = "00"
029300         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
029400         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
029500         PERFORM 9900-IO-ERROR THRU 9900-EXIT
029600     END-IF.
029700     PERFORM 1110-READ-CALENDAR-RECORD THRU 1110-EXIT
029800         UNTIL END-OF-CALENDAR OR BUSINESS-DATE-FOUND.
029900     CLOSE CALENDAR-FILE.
030000     IF NOT BUSINESS-DATE-FOUND
030100         DISPLAY "RATEMNT - PROCESSING CALENDAR HAS NO CURRENT "
030200             "BUSINESS DATE RECORD - RUN ENDED"
030300         MOVE 16 TO RETURN-CODE
030400         STOP RUN
030500     END-IF.
030600 1100-EXIT.
030700     EXIT.
030800******************************************************************
030900* 1110-READ-CALENDAR-RECORD                                     *
031000*     READS ONE CALENDAR RECORD, LOOKING FOR THE ONE FLAGGED    *
031100*     CURRENT.                                                  *
031200******************************************************************
031300 1110-READ-CALENDAR-RECORD.
031400     READ CALENDAR-FILE
031500         AT END
031600             SET END-OF-CALENDAR TO TRUE
031700         NOT AT END
031800             IF CAL-CURRENT-DATE
031900                 SET BUSINESS-DATE-FOUND TO TRUE
032000                 MOVE CAL-DATE TO WS-BUSINESS-DATE
032100             END-IF
032200     END-READ.
032300     IF WS-CAL-FILE-STATUS NOT = "00"
032400         AND WS-CAL-FILE-STATUS NOT = "10"
032500         MOVE "CALENDAR" TO WS-IOERR-FILE-NAME
032600         MOVE WS-CAL-FILE-STATUS TO WS-IOERR-STATUS
032700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
032800     END-IF.
032900 1110-EXIT.
033000     EXIT.
033100******************************************************************
033200* 1600-OPEN-RATE-TABLE                                          *
033300*     OPENS THE RATE TABLE FOR UPDATE.  THE FIRST MAINTENANCE   *
033400*     RUN EVER FINDS NO TABLE (STATUS 35) AND CREATES AN EMPTY  *
033500*     ONE BEFORE REOPENING IT FOR UPDATE.                       *
033600******************************************************************
033700 1600-OPEN-RATE-TABLE.
033800     OPEN I-O RATE-FILE.
033900     IF WS-RATE-FILE-STATUS = "35"
034000         OPEN OUTPUT RATE-FILE
034100         CLOSE RATE-FILE
034200         OPEN I-O RATE-FILE
034300     END-IF.
034400     IF WS-RATE-FILE-STATUS NOT = "00"
034500         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
034600         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
034700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
034800     END-IF.
034900 1600-EXIT.
035000     EXIT.
035100******************************************************************
035200* 2000-PROCESS-CARD                                             *
035300*     READS ONE RATE MAINTENANCE CARD AND HANDS IT TO THE       *
035400*     EDIT.                                                     *
035500******************************************************************
035600 2000-PROCESS-CARD.
035700     READ RATE-MAINT-FILE
035800         AT END
035900             SET END-OF-CARDS TO TRUE
036000         NOT AT END
036100             ADD 1 TO WS-CARD-READ-COUNT
036200             PERFORM 2100-EDIT-AND-APPLY THRU 2100-EXIT
036300     END-READ.
036400     IF WS-CARD-FILE-STATUS NOT = "00"
036500         AND WS-CARD-FILE-STATUS NOT = "10"
036600         MOVE "RATECARD" TO WS-IOERR-FILE-NAME
036700         MOVE WS-CARD-FILE-STATUS TO WS-IOERR-STATUS
036800         PERFORM 9900-IO-ERROR THRU 9900-EXIT
036900     END-IF.
037000 2000-EXIT.
037100     EXIT.
037200******************************************************************
037300* 2100-EDIT-AND-APPLY                                           *
037400*     EDITS THE CARD JUST READ AND ROUTES IT TO THE ACTION      *
037500*     PARAGRAPH.  THE ACTION AND TRANSACTION CODES AND THE      *
037600*     EFFECTIVE DATE ARE EDITED FIRST; AN ADD OR CHANGE FOR AN  *
037700*     ACCOUNT (NOT A *DEFAULT ROW) THEN NEEDS AN ACTIVE         *
037800*     ACCOUNT ON THE ACCOUNT MASTER.  AN EXPIRE IS ALLOWED FOR  *
037900*     A CLOSED ACCOUNT SO ITS ROWS CAN BE RETIRED.  THE RATE    *
038000*     ROW IS READ BEFORE THE ACTION SO EVERY ACTION IS JUDGED   *
038100*     AGAINST, AND THE REGISTER SHOWS, THE ROW AS IT STOOD      *
038200*     BEFORE THE CARD.  THE FIRST EDIT THAT FAILS SETS THE      *
038300*     REJECT REASON AND ROUTES THE CARD TO THE REJECT LISTING.  *
038400******************************************************************
038500 2100-EDIT-AND-APPLY.
038600     IF NOT VALID-RMC-ACTION
038700         SET REJECT-BAD-ACTION TO TRUE
038800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
038900         GO TO 2100-EXIT
039000     END-IF.
039100     IF NOT VALID-RMC-TRAN-CODE
039200         SET REJECT-BAD-TRAN-CODE TO TRUE
039300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
039400         GO TO 2100-EXIT
039500     END-IF.
039600     IF RMC-EFFECTIVE-DATE NOT NUMERIC
039700         SET REJECT-BAD-EFFECTIVE-DATE TO TRUE
039800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
039900         GO TO 2100-EXIT
040000     END-IF.
040100     IF NOT RMC-ACTION-EXPIRE
040200         AND NOT RMC-DEFAULT-ROW
040300         PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT
040400         IF ACCOUNT-NOT-VALID
040500             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
040600             GO TO 2100-EXIT
040700         END-IF
040800     END-IF.
040900     PERFORM 3500-READ-RATE-ROW THRU 3500-EXIT.
041000     EVALUATE TRUE
041100         WHEN RMC-ACTION-ADD
041200             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
041300         WHEN RMC-ACTION-CHANGE
041400             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
041500         WHEN RMC-ACTION-EXPIRE
041600             PERFORM 3200-APPLY-EXPIRE THRU 3200-EXIT
041700     END-EVALUATE.
041800 2100-EXIT.
041900     EXIT.
042000******************************************************************
042100* 2200-CHECK-ACCOUNT                                            *
042200*     VERIFIES THE CARD'S ACCOUNT NUMBER AGAINST THE ACCOUNT    *
042300*     MASTER - AN ACCOUNT NOT ON THE MASTER, OR CLOSED, SETS    *
042400*     ITS REJECT REASON.                                        *
042500******************************************************************
042600 2200-CHECK-ACCOUNT.
042700     SET ACCOUNT-NOT-VALID TO TRUE.
042800     MOVE RMC-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
042900     READ ACCOUNT-FILE
043000         INVALID KEY
043100             SET REJECT-ACCT-UNKNOWN TO TRUE
043200         NOT INVALID KEY
043300             IF ACM-ACCOUNT-ACTIVE
043400                 SET ACCOUNT-IS-VALID TO TRUE
043500             ELSE
043600                 SET REJECT-ACCT-CLOSED TO TRUE
043700             END-IF
043800     END-READ.
043900     IF WS-ACCT-FILE-STATUS NOT = "00"
044000         AND WS-ACCT-FILE-STATUS NOT = "23"
044100         MOVE "ACCTMST" TO WS-IOERR-FILE-NAME
044200         MOVE WS-ACCT-FILE-STATUS TO WS-IOERR-STATUS
044300         PERFORM 9900-IO-ERROR THRU 9900-EXIT
044400     END-IF.
044500 2200-EXIT.
044600     EXIT.
044603******************************************************************
044607* 2300-CHECK-GL-ACCOUNT                                         *
044610*     LOOKS UP THE FEE GL ACCOUNT IN WS-GL-CHECK-ACCT ON THE    *
044614*     GL CHART OF ACCOUNTS.  AN ACCOUNT NOT ON THE CHART, OR    *
044617*     CLOSED ON IT, SETS THE REJECT REASON.                     *
044621******************************************************************
044625 2300-CHECK-GL-ACCOUNT.
044628     SET GL-ACCOUNT-NOT-VALID TO TRUE.
044632     MOVE WS-GL-CHECK-ACCT TO GLA-GL-ACCOUNT.
044635     READ GL-CHART-FILE
044639         INVALID KEY
044642             SET REJECT-FEE-GL-NOT-ON-CHART TO TRUE
044646         NOT INVALID KEY
044650             IF GLA-ACCOUNT-OPEN
044653                 SET GL-ACCOUNT-IS-VALID TO TRUE
044657             ELSE
044660                 SET REJECT-FEE-GL-CLOSED TO TRUE
044664             END-IF
044667     END-READ.
044671     IF WS-GLA-FILE-STATUS NOT = "00"
044675         AND WS-GLA-FILE-STATUS NOT = "23"
044678         MOVE "GLCHART" TO WS-IOERR-FILE-NAME
044682         MOVE WS-GLA-FILE-STATUS TO WS-IOERR-STATUS
044685         PERFORM 9900-IO-ERROR THRU 9900-EXIT
044689     END-IF.
044692 2300-EXIT.
044696     EXIT.
044700******************************************************************
044800* 3000-APPLY-ADD                                                *
044900*     ADDS A NEW RATE ROW.  A ROW ALREADY ON THE TABLE FOR THE  *
045000*     SAME ACCOUNT, CODE, AND EFFECTIVE DATE, AN EFFECTIVE      *
045100*     DATE BEFORE THE BUSINESS DATE, A RATE THAT IS NOT         *
045200*     NUMERIC, OR A FEE GL ACCOUNT THAT IS BLANK, NOT ON THE    *
045300*     GL CHART, OR CLOSED ON IT REJECTS THE CARD.  A NEW ROW    *
045350*     IS OPEN-ENDED (NO EXPIRY DATE).                           *
045400******************************************************************
045500 3000-APPLY-ADD.
045600     IF ROW-ON-FILE
045700         SET REJECT-DUPLICATE-ADD TO TRUE
045800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
045900         GO TO 3000-EXIT
046000     END-IF.
046100     IF RMC-EFFECTIVE-DATE < WS-BUSINESS-DATE
046200         SET REJECT-EFFECTIVE-PAST TO TRUE
046300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
046400         GO TO 3000-EXIT
046500     END-IF.
046600     IF RMC-RATE NOT NUMERIC
046700         SET REJECT-BAD-RATE TO TRUE
046800         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
046900         GO TO 3000-EXIT
047000     END-IF.
047100     IF RMC-FEE-GL-ACCT = SPACES
047200         SET REJECT-GL-MISSING TO TRUE
047300         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
047400         GO TO 3000-EXIT
047500     END-IF.
047514     MOVE RMC-FEE-GL-ACCT TO WS-GL-CHECK-ACCT.
047528     PERFORM 2300-CHECK-GL-ACCOUNT THRU 2300-EXIT.
047542     IF GL-ACCOUNT-NOT-VALID
047557         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
047571         GO TO 3000-EXIT
047585     END-IF.
047600     MOVE SPACES TO RATE-RECORD.
047700     MOVE RMC-ACCOUNT-NUMBER  TO RTE-ACCOUNT-NUMBER.
047800     MOVE RMC-TRAN-CODE       TO RTE-TRAN-CODE.
047900     MOVE RMC-EFFECTIVE-DATE  TO RTE-EFFECTIVE-DATE.
048000     MOVE RMC-RATE            TO RTE-RATE.
048100     MOVE RMC-FEE-GL-ACCT     TO RTE-FEE-GL-ACCT.
048200     MOVE ZERO                TO RTE-EXPIRY-DATE.
048300     WRITE RATE-RECORD.
048400     IF WS-RATE-FILE-STATUS NOT = "00"
048500         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
048600         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
048700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
048800     END-IF.
048900     MOVE "ADD"    TO WS-ACTION-NAME.
049000     ADD 1 TO WS-ADD-COUNT.
049100     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
049200 3000-EXIT.
049300     EXIT.
049400******************************************************************
049500* 3100-APPLY-CHANGE                                             *
049585*     CHANGES THE RATE AND/OR FEE GL ACCOUNT OF A ROW NOT YET   *
049671*     IN EFFECT.  A BLANK CARD FIELD LEAVES THE ROW'S VALUE     *
049757*     UNCHANGED, AND A NEW FEE GL ACCOUNT MUST BE OPEN ON THE   *
049842*     GL CHART.  A ROW WHOSE EFFECTIVE DATE HAS BEEN REACHED    *
049928*     HAS ALREADY PRICED POSTINGS AND IS NOT CHANGED - A NEW    *
050014*     ROW WITH A LATER EFFECTIVE DATE SUPERSEDES IT.            *
050100******************************************************************
050200 3100-APPLY-CHANGE.
050300     IF ROW-NOT-ON-FILE
050400         SET REJECT-ROW-UNKNOWN TO TRUE
050500         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
050600         GO TO 3100-EXIT
050700     END-IF.
050800     IF RTE-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
050900         SET REJECT-ROW-IN-EFFECT TO TRUE
051000         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
051100         GO TO 3100-EXIT
051200     END-IF.
051300     IF RMC-RATE-X NOT = SPACES
051400         AND RMC-RATE NOT NUMERIC
051500         SET REJECT-BAD-RATE TO TRUE
051600         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
051700         GO TO 3100-EXIT
051800     END-IF.
051811     IF RMC-FEE-GL-ACCT NOT = SPACES
051822         MOVE RMC-FEE-GL-ACCT TO WS-GL-CHECK-ACCT
051833         PERFORM 2300-CHECK-GL-ACCOUNT THRU 2300-EXIT
051844         IF GL-ACCOUNT-NOT-VALID
051855             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
051866             GO TO 3100-EXIT
051877         END-IF
051888     END-IF.
051900     IF RMC-RATE-X NOT = SPACES
052000         MOVE RMC-RATE TO RTE-RATE
052100     END-IF.
052200     IF RMC-FEE-GL-ACCT NOT = SPACES
052300         MOVE RMC-FEE-GL-ACCT TO RTE-FEE-GL-ACCT
052400     END-IF.
052500     PERFORM 3600-REWRITE-RATE-ROW THRU 3600-EXIT.
052600     MOVE "CHANGE" TO WS-ACTION-NAME.
052700     ADD 1 TO WS-CHANGE-COUNT.
052800     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
052900 3100-EXIT.
053000     EXIT.
053100******************************************************************
053200* 3200-APPLY-EXPIRE                                             *
053300*     SETS A ROW'S EXPIRY DATE - THE FIRST BUSINESS DATE ON     *
053400*     WHICH IT NO LONGER APPLIES.  A BLANK CARD DATE MEANS THE  *
053500*     CURRENT BUSINESS DATE.  A ROW NOT ON THE TABLE OR         *
053600*     ALREADY EXPIRED, OR AN EXPIRY DATE THAT IS NOT NUMERIC,   *
053700*     IS BEFORE THE BUSINESS DATE, OR IS BEFORE THE ROW'S OWN   *
053800*     EFFECTIVE DATE, REJECTS THE CARD.  A LATER EXPIRY         *
053900*     ALREADY SET MAY BE BROUGHT FORWARD OR PUSHED BACK.        *
054000******************************************************************
054100 3200-APPLY-EXPIRE.
054200     IF ROW-NOT-ON-FILE
054300         SET REJECT-ROW-UNKNOWN TO TRUE
054400         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
054500         GO TO 3200-EXIT
054600     END-IF.
054700     IF RTE-EXPIRY-DATE NOT = ZERO
054800         AND RTE-EXPIRY-DATE NOT > WS-BUSINESS-DATE
054900         SET REJECT-ALREADY-EXPIRED TO TRUE
055000         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
055100         GO TO 3200-EXIT
055200     END-IF.
055300     IF RMC-EXPIRY-DATE-X = SPACES
055400         MOVE WS-BUSINESS-DATE TO WS-EXPIRY-DATE
055500     ELSE
055600         IF RMC-EXPIRY-DATE NOT NUMERIC
055700             SET REJECT-BAD-EXPIRY-DATE TO TRUE
055800             PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
055900             GO TO 3200-EXIT
056000         END-IF
056100         MOVE RMC-EXPIRY-DATE TO WS-EXPIRY-DATE
056200     END-IF.
056300     IF WS-EXPIRY-DATE < WS-BUSINESS-DATE
056400         OR WS-EXPIRY-DATE < RTE-EFFECTIVE-DATE
056500         SET REJECT-BAD-EXPIRY-DATE TO TRUE
056600         PERFORM 5000-WRITE-REJECT THRU 5000-EXIT
056700         GO TO 3200-EXIT
056800     END-IF.
056900     MOVE WS-EXPIRY-DATE TO RTE-EXPIRY-DATE.
057000     PERFORM 3600-REWRITE-RATE-ROW THRU 3600-EXIT.
057100     MOVE "EXPIRE" TO WS-ACTION-NAME.
057200     ADD 1 TO WS-EXPIRE-COUNT.
057300     PERFORM 4000-PRINT-REGISTER-ENTRY THRU 4000-EXIT.
057400 3200-EXIT.
057500     EXIT.
057600******************************************************************
057700* 3500-READ-RATE-ROW                                            *
057800*     READS THE RATE TABLE FOR THE CARD'S ACCOUNT, TRANSACTION  *
057900*     CODE, AND EFFECTIVE DATE AND SAVES THE BEFORE IMAGE FOR   *
058000*     THE REGISTER.  A ROW NOT ON THE TABLE LEAVES THE BEFORE   *
058100*     IMAGE EMPTY.                                              *
058200******************************************************************
058300 3500-READ-RATE-ROW.
058400     SET ROW-NOT-ON-FILE TO TRUE.
058500     MOVE SPACES TO WS-BEF-ACCOUNT WS-BEF-GL-ACCT.
058600     MOVE ZERO TO WS-BEF-RATE WS-BEF-EXPIRY.
058700     MOVE RMC-ACCOUNT-NUMBER TO RTE-ACCOUNT-NUMBER.
058800     MOVE RMC-TRAN-CODE      TO RTE-TRAN-CODE.
058900     MOVE RMC-EFFECTIVE-DATE TO RTE-EFFECTIVE-DATE.
059000     READ RATE-FILE
059100         INVALID KEY
059200             CONTINUE
059300         NOT INVALID KEY
059400             SET ROW-ON-FILE TO TRUE
059500             MOVE RTE-ACCOUNT-NUMBER TO WS-BEF-ACCOUNT
059600             MOVE RTE-RATE           TO WS-BEF-RATE
059700             MOVE RTE-FEE-GL-ACCT    TO WS-BEF-GL-ACCT
059800             MOVE RTE-EXPIRY-DATE    TO WS-BEF-EXPIRY
059900     END-READ.
060000     IF WS-RATE-FILE-STATUS NOT = "00"
060100         AND WS-RATE-FILE-STATUS NOT = "23"
060200         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
060300         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
060400         PERFORM 9900-IO-ERROR THRU 9900-EXIT
060500     END-IF.
060600 3500-EXIT.
060700     EXIT.
060800******************************************************************
060900* 3600-REWRITE-RATE-ROW                                         *
061000*     REWRITES THE RATE ROW JUST UPDATED IN PLACE.              *
061100******************************************************************
061200 3600-REWRITE-RATE-ROW.
061300     REWRITE RATE-RECORD.
061400     IF WS-RATE-FILE-STATUS NOT = "00"
061500         MOVE "RATETBL" TO WS-IOERR-FILE-NAME
061600         MOVE WS-RATE-FILE-STATUS TO WS-IOERR-STATUS
061700         PERFORM 9900-IO-ERROR THRU 9900-EXIT
061800     END-IF.
061900 3600-EXIT.
062000     EXIT.
062100******************************************************************
062200* 4000-PRINT-REGISTER-ENTRY                                     *
062300*     PRINTS ONE APPLIED CARD ON THE MAINTENANCE REGISTER -     *
062400*     THE ACTION AND ROW KEY, THE ROW AS IT STOOD BEFORE THE    *
062500*     CARD ((NEW RATE ROW) ON AN ADD), AND THE ROW AS APPLIED.  *
062600******************************************************************
062700 4000-PRINT-REGISTER-ENTRY.
062800     ADD 1 TO WS-APPLIED-COUNT.
062900     MOVE RMC-EFFECTIVE-DATE TO WS-DATE-WORK.
063000     PERFORM 4200-EDIT-DATE THRU 4200-EXIT.
063100     MOVE WS-DSP-DATE TO WS-DSP-EFFECTIVE.
063200     MOVE SPACES TO WS-PRINT-LINE.
063300     STRING WS-ACTION-NAME    DELIMITED BY SIZE
063400            " RATE ROW "      DELIMITED BY SIZE
063500            RMC-ACCOUNT-NUMBER
063600                              DELIMITED BY SIZE
063700            "  TRAN CODE "    DELIMITED BY SIZE
063800            RMC-TRAN-CODE     DELIMITED BY SIZE
063900            "  EFFECTIVE "    DELIMITED BY SIZE
064000            WS-DSP-EFFECTIVE  DELIMITED BY SIZE
064100         INTO WS-PRINT-TEXT.
064200     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
064300     MOVE SPACES TO WS-PRINT-LINE.
064400     IF WS-BEF-ACCOUNT = SPACES
064500         STRING "  BEFORE: (NEW RATE ROW)" DELIMITED BY SIZE
064600             INTO WS-PRINT-TEXT
064700     ELSE
064800         MOVE WS-BEF-RATE    TO WS-ROW-RATE
064900         MOVE WS-BEF-GL-ACCT TO WS-ROW-GL-ACCT
065000         MOVE WS-BEF-EXPIRY  TO WS-ROW-EXPIRY
065100         PERFORM 4100-FORMAT-ROW THRU 4100-EXIT
065200         STRING "  BEFORE: " DELIMITED BY SIZE
065300                WS-ROW-TEXT  DELIMITED BY SIZE
065400             INTO WS-PRINT-TEXT
065500     END-IF.
065600     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
065700     MOVE RTE-RATE         TO WS-ROW-RATE.
065800     MOVE RTE-FEE-GL-ACCT  TO WS-ROW-GL-ACCT.
065900     MOVE RTE-EXPIRY-DATE  TO WS-ROW-EXPIRY.
066000     PERFORM 4100-FORMAT-ROW THRU 4100-EXIT.
066100     MOVE SPACES TO WS-PRINT-LINE.
066200     STRING "  AFTER:  "       DELIMITED BY SIZE
066300            WS-ROW-TEXT        DELIMITED BY SIZE
066400         INTO WS-PRINT-TEXT.
066500     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
066600 4000-EXIT.
066700     EXIT.
066800******************************************************************
066900* 4100-FORMAT-ROW                                               *
067000*     FORMATS THE RATE, FEE GL ACCOUNT, AND EXPIRY DATE IN WS-  *
067100*     ROW-IMAGE INTO ONE PRINTABLE PIECE FOR THE REGISTER.  A   *
067200*     ZERO EXPIRY DATE PRINTS AS OPEN-ENDED.                    *
067300******************************************************************
067400 4100-FORMAT-ROW.
067500     MOVE WS-ROW-RATE TO WS-DSP-RATE.
067600     IF WS-ROW-EXPIRY = ZERO
067700         MOVE "OPEN-ENDED" TO WS-DSP-EXPIRY
067800     ELSE
067900         MOVE WS-ROW-EXPIRY TO WS-DATE-WORK
068000         PERFORM 4200-EDIT-DATE THRU 4200-EXIT
068100         MOVE WS-DSP-DATE TO WS-DSP-EXPIRY
068200     END-IF.
068300     MOVE SPACES TO WS-ROW-TEXT.
068400     STRING "RATE "          DELIMITED BY SIZE
068500            WS-DSP-RATE      DELIMITED BY SIZE
068600            "  FEE GL "      DELIMITED BY SIZE
068700            WS-ROW-GL-ACCT   DELIMITED BY SIZE
068800            "  EXPIRES "     DELIMITED BY SIZE
068900            WS-DSP-EXPIRY    DELIMITED BY SIZE
069000         INTO WS-ROW-TEXT.
069100 4100-EXIT.
069200     EXIT.
069300******************************************************************
069400* 4200-EDIT-DATE                                                *
069500*     EDITS THE YYYYMMDD DATE IN WS-DATE-WORK INTO YYYY-MM-DD   *
069600*     FORM IN WS-DSP-DATE.                                      *
069700******************************************************************
069800 4200-EDIT-DATE.
069900     MOVE WS-DW-YYYY TO WS-DD-YYYY.
070000     MOVE WS-DW-MM   TO WS-DD-MM.
070100     MOVE WS-DW-DD   TO WS-DD-DD.
070200 4200-EXIT.
070300     EXIT.
070400******************************************************************
070500* 5000-WRITE-REJECT                                             *
070600*     LISTS A REJECTED CARD ON THE REJECT LISTING WITH THE      *
070700*     DESCRIPTION OF THE EDIT IT FAILED.                        *
070800******************************************************************
070900 5000-WRITE-REJECT.
071000     ADD 1 TO WS-REJECTED-COUNT.
071100     MOVE WS-REJECT-REASON TO WS-REASON-LOOKUP.
071200     SUBTRACT 20 FROM WS-REASON-LOOKUP.
071300     MOVE SPACES TO WS-PRINT-LINE.
071400     STRING "  "            DELIMITED BY SIZE
071500            RATE-MAINT-RECORD
071600                            DELIMITED BY SIZE
071700            " REJECTED "    DELIMITED BY SIZE
071800            WS-REASON-DESC (WS-REASON-LOOKUP)
071900                            DELIMITED BY SIZE
072000         INTO WS-PRINT-TEXT.
072100     PERFORM 8400-WRITE-REJECT-LINE THRU 8400-EXIT.
072200 5000-EXIT.
072300     EXIT.
072400******************************************************************
072500* 8000-WRITE-REGISTER-HEADING                                   *
072600*     WRITES THE REGISTER PAGE HEADING AND RESETS THE LINE      *
072700*     COUNTER FOR THE NEW PAGE.                                 *
072800******************************************************************
072900 8000-WRITE-REGISTER-HEADING.
073000     ADD 1 TO WS-PAGE-NUMBER.
073100     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE-DISP.
073200     MOVE WS-RUN-YYYY TO WS-HD-YYYY.
073300     MOVE WS-RUN-MM   TO WS-HD-MM.
073400     MOVE WS-RUN-DD   TO WS-HD-DD.
073500     MOVE WS-RUN-HH   TO WS-HT-HH.
073600     MOVE WS-RUN-MIN  TO WS-HT-MIN.
073700     MOVE WS-RUN-SS   TO WS-HT-SS.
073800     MOVE SPACES TO WS-PRINT-LINE.
073900     STRING "RATEMNT FEE RATE TABLE MAINTENANCE REGISTER"
074000                                 DELIMITED BY SIZE
074100            "     PAGE "         DELIMITED BY SIZE
074200            WS-HDG-PAGE-DISP     DELIMITED BY SIZE
074300         INTO WS-PRINT-TEXT.
074400     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
074500         AFTER ADVANCING PAGE.
074600     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
074700     MOVE SPACES TO WS-PRINT-LINE.
074800     STRING "RUN DATE: "    DELIMITED BY SIZE
074900            WS-HDG-DATE     DELIMITED BY SIZE
075000            "     RUN TIME: " DELIMITED BY SIZE
075100            WS-HDG-TIME     DELIMITED BY SIZE
075200            "     BUSINESS DATE: " DELIMITED BY SIZE
075300            WS-HDG-BUS-DATE DELIMITED BY SIZE
075400         INTO WS-PRINT-TEXT.
075500     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
075600         AFTER ADVANCING 2 LINES.
075700     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
075800     MOVE ZERO TO WS-LINE-COUNT.
075900 8000-EXIT.
076000     EXIT.
076100******************************************************************
076200* 8100-WRITE-REGISTER-LINE                                      *
076300*     WRITES ONE REGISTER LINE AND FORCES A PAGE BREAK WHEN     *
076400*     THE PAGE IS FULL.                                         *
076500******************************************************************
076600 8100-WRITE-REGISTER-LINE.
076700     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
076800         AFTER ADVANCING 1 LINE.
076900     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
077000     ADD 1 TO WS-LINE-COUNT.
077100     IF WS-LINE-COUNT >= WS-MAX-LINES
077200         PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT
077300     END-IF.
077400 8100-EXIT.
077500     EXIT.
077600******************************************************************
077700* 8200-WRITE-REGISTER-GROUP                                     *
077800*     WRITES A REGISTER ENTRY HEADING LINE, SPACED AWAY FROM    *
077900*     THE PRECEDING ENTRY, AND FORCES A PAGE BREAK WHEN THE     *
078000*     PAGE IS FULL.                                             *
078100******************************************************************
078200 8200-WRITE-REGISTER-GROUP.
078300     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
078400         AFTER ADVANCING 2 LINES.
078500     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
078600     ADD 2 TO WS-LINE-COUNT.
078700     IF WS-LINE-COUNT >= WS-MAX-LINES
078800         PERFORM 8000-WRITE-REGISTER-HEADING THRU 8000-EXIT
078900     END-IF.
079000 8200-EXIT.
079100     EXIT.
079200******************************************************************
079300* 8300-WRITE-REJECT-HEADING                                     *
079400*     WRITES THE HEADING LINES FOR THE REJECT LISTING.          *
079500******************************************************************
079600 8300-WRITE-REJECT-HEADING.
079700     MOVE SPACES TO WS-PRINT-LINE.
079800     STRING "RATEMNT RATE MAINTENANCE CARD REJECT LISTING"
079900                            DELIMITED BY SIZE
080000         INTO WS-PRINT-TEXT.
080100     WRITE REJECT-RECORD FROM WS-PRINT-LINE
080200         AFTER ADVANCING PAGE.
080300     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
080400     MOVE SPACES TO WS-PRINT-LINE.
080500     STRING "RUN DATE: "    DELIMITED BY SIZE
080600            WS-HDG-DATE     DELIMITED BY SIZE
080700            "     RUN TIME: " DELIMITED BY SIZE
080800            WS-HDG-TIME     DELIMITED BY SIZE
080900            "     BUSINESS DATE: " DELIMITED BY SIZE
081000            WS-HDG-BUS-DATE DELIMITED BY SIZE
081100         INTO WS-PRINT-TEXT.
081200     WRITE REJECT-RECORD FROM WS-PRINT-LINE
081300         AFTER ADVANCING 2 LINES.
081400     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
081500 8300-EXIT.
081600     EXIT.
081700******************************************************************
081800* 8400-WRITE-REJECT-LINE                                        *
081900*     WRITES ONE REJECT LISTING LINE.                           *
082000******************************************************************
082100 8400-WRITE-REJECT-LINE.
082200     WRITE REJECT-RECORD FROM WS-PRINT-LINE
082300         AFTER ADVANCING 1 LINE.
082400     PERFORM 8750-CHECK-REJECT-STATUS THRU 8750-EXIT.
082500 8400-EXIT.
082600     EXIT.
082700******************************************************************
082800* 8700-CHECK-REGISTER-STATUS                                    *
082900*     COMMON STATUS CHECK PERFORMED AFTER EVERY REGISTER        *
083000*     WRITE.                                                    *
083100******************************************************************
083200 8700-CHECK-REGISTER-STATUS.
083300     IF WS-REG-FILE-STATUS NOT = "00"
083400         MOVE "RTMRPT" TO WS-IOERR-FILE-NAME
083500         MOVE WS-REG-FILE-STATUS TO WS-IOERR-STATUS
083600         PERFORM 9900-IO-ERROR THRU 9900-EXIT
083700     END-IF.
083800 8700-EXIT.
083900     EXIT.
084000******************************************************************
084100* 8750-CHECK-REJECT-STATUS                                      *
084200*     COMMON STATUS CHECK PERFORMED AFTER EVERY REJECT LISTING  *
084300*     WRITE.                                                    *
084400******************************************************************
084500 8750-CHECK-REJECT-STATUS.
084600     IF WS-REJ-FILE-STATUS NOT = "00"
084700         MOVE "RTMREJ" TO WS-IOERR-FILE-NAME
084800         MOVE WS-REJ-FILE-STATUS TO WS-IOERR-STATUS
084900         PERFORM 9900-IO-ERROR THRU 9900-EXIT
085000     END-IF.
085100 8750-EXIT.
085200     EXIT.
085300******************************************************************
085400* 9000-TERMINATE                                                *
085500*     WRITES THE CONTROL SUMMARY - CARDS READ, APPLIED BY       *
085600*     ACTION, REJECTED, AND THE PROOF THAT CARDS READ EQUALS    *
085700*     APPLIED PLUS REJECTED - SETS THE RETURN CODE, AND CLOSES  *
085800*     THE FILES.  RETURN CODE 0 IS A CLEAN RUN, 4 A RUN WITH    *
085900*     REJECTED CARDS, 16 A PROOF FAILURE.                       *
086000******************************************************************
086100 9000-TERMINATE.
086200     MOVE WS-CARD-READ-COUNT TO WS-DSP-CARD-READ.
086300     MOVE WS-APPLIED-COUNT   TO WS-DSP-APPLIED.
086400     MOVE WS-REJECTED-COUNT  TO WS-DSP-REJECTED.
086500     MOVE WS-ADD-COUNT       TO WS-DSP-ADDS.
086600     MOVE WS-CHANGE-COUNT    TO WS-DSP-CHANGES.
086700     MOVE WS-EXPIRE-COUNT    TO WS-DSP-EXPIRES.
086800     MOVE SPACES TO WS-PRINT-LINE.
086900     STRING "RATEMNT CONTROL TOTAL SUMMARY" DELIMITED BY SIZE
087000         INTO WS-PRINT-TEXT.
087100     WRITE REGISTER-RECORD FROM WS-PRINT-LINE
087200         AFTER ADVANCING PAGE.
087300     PERFORM 8700-CHECK-REGISTER-STATUS THRU 8700-EXIT.
087400     MOVE SPACES TO WS-PRINT-LINE.
087500     STRING "CARDS READ . . . . . . . . . " DELIMITED BY SIZE
087600            WS-DSP-CARD-READ              DELIMITED BY SIZE
087700         INTO WS-PRINT-TEXT.
087800     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
087900     MOVE SPACES TO WS-PRINT-LINE.
088000     STRING "CARDS APPLIED  . . . . . . . " DELIMITED BY SIZE
088100            WS-DSP-APPLIED                DELIMITED BY SIZE
088200         INTO WS-PRINT-TEXT.
088300     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
088400     MOVE SPACES TO WS-PRINT-LINE.
088500     STRING "  ADDS . . . . . . . . . . . " DELIMITED BY SIZE
088600            WS-DSP-ADDS                   DELIMITED BY SIZE
088700         INTO WS-PRINT-TEXT.
088800     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
088900     MOVE SPACES TO WS-PRINT-LINE.
089000     STRING "  CHANGES  . . . . . . . . . " DELIMITED BY SIZE
089100            WS-DSP-CHANGES                DELIMITED BY SIZE
089200         INTO WS-PRINT-TEXT.
089300     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
089400     MOVE SPACES TO WS-PRINT-LINE.
089500     STRING "  EXPIRES  . . . . . . . . . " DELIMITED BY SIZE
089600            WS-DSP-EXPIRES                DELIMITED BY SIZE
089700         INTO WS-PRINT-TEXT.
089800     PERFORM 8100-WRITE-REGISTER-LINE THRU 8100-EXIT.
089900     MOVE SPACES TO WS-PRINT-LINE.
090000     STRING "CARDS REJECTED . . . . . . . " DELIMITED BY SIZE
090100            WS-DSP-REJECTED               DELIMITED BY SIZE
090200         INTO WS-PRINT-TEXT.
090300     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
090400     ADD WS-APPLIED-COUNT WS-REJECTED-COUNT
090500         GIVING WS-PROOF-COUNT.
090600     MOVE SPACES TO WS-PRINT-LINE.
090700     IF WS-PROOF-COUNT = WS-CARD-READ-COUNT
090800         STRING "PROOF - CARDS READ EQUALS APPLIED PLUS "
090900                "REJECTED"   DELIMITED BY SIZE
091000             INTO WS-PRINT-TEXT
091100     ELSE
091200         STRING "*** PROOF FAILS - CARDS READ DOES NOT EQUAL "
091300                "APPLIED PLUS REJECTED ***" DELIMITED BY SIZE
091400             INTO WS-PRINT-TEXT
091500         MOVE 16 TO RETURN-CODE
091600     END-IF.
091700     PERFORM 8200-WRITE-REGISTER-GROUP THRU 8200-EXIT.
091800     IF WS-PROOF-COUNT = WS-CARD-READ-COUNT
091900         IF WS-REJECTED-COUNT > ZERO
092000             MOVE 4 TO RETURN-CODE
092100         ELSE
092200             MOVE ZERO TO RETURN-CODE
092300         END-IF
092400     END-IF.
092500     CLOSE RATE-MAINT-FILE.
092600     CLOSE RATE-FILE.
092700     CLOSE ACCOUNT-FILE.
092750     CLOSE GL-CHART-FILE.
092800     CLOSE REGISTER-FILE.
092900     CLOSE REJECT-FILE.
093000 9000-EXIT.
093100     EXIT.
093200******************************************************************
093300* 9900-IO-ERROR                                                 *
093400*     STANDARD I/O FAILURE ROUTINE - NAMES THE FILE AND THE     *
093500*     STATUS CODE ON THE CONSOLE AND ENDS THE RUN WITH RETURN   *
093600*     CODE 16.                                                  *
093700******************************************************************
093800 9900-IO-ERROR.
093900     DISPLAY "RATEMNT - I/O ERROR ON " WS-IOERR-FILE-NAME
094000         " STATUS " WS-IOERR-STATUS.
094100     MOVE 16 TO RETURN-CODE.
094200     STOP RUN.
094300 9900-EXIT.
094400     EXIT.
094500 END PROGRAM RATEMNT.
