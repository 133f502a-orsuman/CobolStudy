000100******************************************************************
000200* BURMREC - BUREAU REGISTRY MAINTENANCE CARD RECORD (BURCARD)    *
000300*     ONE KEYED MAINTENANCE CARD PER ACTION ON THE BUREAU        *
000400*     REGISTRY - ADD (A), CHANGE (C), SUSPEND (X), OR REINSTATE  *
000500*     (R).  AN ADD MUST CARRY THE BUREAU NAME, ALL FIVE SEND-DAY *
000600*     FLAGS (MONDAY THROUGH FRIDAY, Y OR N, AT LEAST ONE Y), AND *
000700*     A CUTOFF TIME (HHMM); ON A CHANGE, A BLANK NAME, SEND-DAY  *
000800*     SET, OR CUTOFF LEAVES THE REGISTRY VALUE UNCHANGED.  THE   *
000900*     LAST BATCH NUMBER, WHEN PRESENT ON AN ADD OR CHANGE, SETS  *
001000*     THE NUMBER THE NEXT BATCH MUST FOLLOW - FOR A BUREAU       *
001100*     ALREADY SENDING, OR ONE THAT HAS RESTARTED ITS NUMBERING.  *
001200*     USED BY BURMNT.                                            *
001300******************************************************************
001400 01  BUREAU-MAINT-RECORD.
001500     03  BMC-ACTION-CODE         PIC X(01).
001600         88  BMC-ACTION-ADD              VALUE "A".
001700         88  BMC-ACTION-CHANGE           VALUE "C".
001800         88  BMC-ACTION-SUSPEND          VALUE "X".
001900         88  BMC-ACTION-REINSTATE        VALUE "R".
002000         88  VALID-BMC-ACTION            VALUES "A" "C" "X" "R".
002100     03  BMC-SOURCE-ID           PIC X(10).
002200     03  BMC-BUREAU-NAME         PIC X(30).
002300     03  BMC-SEND-DAYS.
002400         05  BMC-SEND-DAY        PIC X(01)   OCCURS 5 TIMES.
002500             88  VALID-BMC-SEND-DAY      VALUES "Y" "N".
002600     03  BMC-CUTOFF-TIME.
002700         05  BMC-CUTOFF-HH       PIC X(02).
002800         05  BMC-CUTOFF-MM       PIC X(02).
002900     03  BMC-LAST-BATCH          PIC X(06).
003000     03  FILLER                  PIC X(24).
