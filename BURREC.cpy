000100******************************************************************
000200* BURREC - BUREAU REGISTRY RECORD (BUREAUMST)                    *
000300*     ONE RECORD PER AUTHORIZED TRANSMISSION SOURCE, KEYED BY    *
000400*     THE SOURCE ID THE BUREAU PUTS ON ITS BATCH HEADER          *
000500*     (BHR-SOURCE-ID), WITH ITS NAME, WHETHER IT IS ACTIVE (A)   *
000600*     OR SUSPENDED (S), THE WEEKDAYS IT IS EXPECTED TO SEND      *
000700*     (MONDAY THROUGH FRIDAY, Y OR N - A WEEKDAY THAT IS A       *
000800*     HOLIDAY ON THE CALENDAR EXPECTS NOTHING), AND ITS DAILY    *
000900*     CUTOFF TIME (HHMM).                                        *
001000*     ENZAN REFUSES A BATCH FROM A SOURCE THAT IS NOT ON THE     *
001100*     REGISTRY OR NOT ACTIVE, AND A BATCH WHOSE NUMBER IS NOT    *
001200*     THE NEXT AFTER THE LAST BATCH NUMBER RECEIVED (ZERO UNTIL  *
001300*     THE FIRST BATCH ARRIVES - ANY NUMBER IS THEN TAKEN).  IT   *
001400*     STAMPS EACH BATCH IT TAKES ON THE RECORD - NUMBER,         *
001500*     BUSINESS DATE, TIME, AND THE TRANIN RECORD NUMBER OF ITS   *
001600*     HEADER, WHICH LETS A RESTARTED RUN KNOW ITS OWN HEADER     *
001700*     AGAIN - AND KEEPS THE BUSINESS DAY'S COUNTS: BATCHES       *
001800*     TAKEN, THE TIME THE FIRST ONE WAS READ, AND BATCHES        *
001900*     REFUSED.  A REFUSED BATCH STAMPS ONLY THE TRANIN RECORD    *
001933*     NUMBER OF ITS HEADER (ZERO AT EACH NEW BUSINESS DAY),      *
001966*     SO A RESTART DOES NOT COUNT THE SAME REFUSAL TWICE.        *
002000*     BUREOD LISTS THE BUREAUS THAT WERE EXPECTED BUT SENT       *
002100*     NOTHING OR SENT LATE.  MAINTAINED BY BURMNT.               *
002200******************************************************************
002300 01  BUREAU-RECORD.
002400     03  BUR-SOURCE-ID           PIC X(10).
002500     03  BUR-BUREAU-NAME         PIC X(30).
002600     03  BUR-STATUS-CODE         PIC X(01).
002700         88  BUR-SOURCE-ACTIVE           VALUE "A".
002800         88  BUR-SOURCE-SUSPENDED        VALUE "S".
002900     03  BUR-SEND-DAYS.
003000         05  BUR-SEND-DAY        PIC X(01)   OCCURS 5 TIMES.
003100             88  BUR-SENDS-ON-DAY        VALUE "Y".
003200     03  BUR-CUTOFF-TIME         PIC 9(04).
003300     03  BUR-LAST-BATCH-NUMBER   PIC 9(06).
003400     03  BUR-LAST-BATCH-DATE     PIC 9(08).
003500     03  BUR-LAST-BATCH-TIME     PIC 9(06).
003600     03  BUR-LAST-TRAN-RECORD    PIC 9(07).
003700     03  BUR-DAY-DATE            PIC 9(08).
003800     03  BUR-DAY-FIRST-TIME.
003900         05  BUR-DAY-FIRST-HHMM  PIC 9(04).
004000         05  BUR-DAY-FIRST-SS    PIC 9(02).
004100     03  BUR-DAY-BATCH-COUNT     PIC 9(03).
004200     03  BUR-DAY-REJECT-COUNT    PIC 9(03).
004300     03  BUR-STATUS-DATE         PIC 9(08).
004400     03  BUR-LAST-REFUSED-RECORD PIC 9(07).
004500     03  FILLER                  PIC X(08).
