000100******************************************************************
000200* HLGREC - HELD-ITEM ACTION LOG RECORD (HOLDLOG)                 *
000300*     ONE RECORD PER ACTION TAKEN ON A HELD ITEM - APPROVED (A), *
000400*     DECLINED (D), OR REFUSED (R) BECAUSE THE CHECKER WAS THE   *
000500*     SAME USER WHO KEYED THE HOLD LIMIT.  THE LOG IS NEVER      *
000600*     REWRITTEN - HOLDAPR EXTENDS IT EVERY RUN - SO IT IS THE    *
000700*     STANDING RECORD OF WHO RELEASED WHAT, AND WHEN.            *
000800******************************************************************
000900 01  HOLD-LOG-RECORD.
001000     03  HLG-ACTION-DATE         PIC 9(08).
001100     03  HLG-ACTION-TIME         PIC 9(06).
001200     03  HLG-ACTION-CODE         PIC X(01).
001300         88  HLG-APPROVED                VALUE "A".
001400         88  HLG-DECLINED                VALUE "D".
001500         88  HLG-REFUSED                 VALUE "R".
001600     03  HLG-REFERENCE-NUMBER    PIC X(12).
001700     03  HLG-ACCOUNT-NUMBER      PIC X(08).
001800     03  HLG-NUM-SUM             PIC S9(09)V9(04)
001900                                         SIGN IS LEADING SEPARATE.
002000     03  HLG-HOLD-LIMIT          PIC 9(09)V9(02).
002100     03  HLG-KEYED-BY            PIC X(08).
002200     03  HLG-CHECKER-ID          PIC X(08).
002300     03  HLG-HOLD-DATE           PIC 9(08).
002400     03  HLG-REMARKS             PIC X(30).
002500     03  FILLER                  PIC X(26).
