000100******************************************************************
000200* HACREC - HELD-ITEM ACTION CARD RECORD (HOLDACT)                *
000300*     ONE CARD PER HELD ITEM A CHECKER HAS REVIEWED - APPROVE    *
000400*     (A) RELEASES THE ITEM INTO THE NEXT DAY'S INPUT, DECLINE   *
000500*     (D) SENDS IT TO SUSPENSE.  KEYED BY THE ITEM'S REFERENCE   *
000600*     NUMBER AND SIGNED WITH THE CHECKER'S USER ID, WHICH MUST   *
000700*     DIFFER FROM THE USER ID THAT KEYED THE HOLD LIMIT.  USED   *
000800*     BY HOLDAPR.                                                *
000900******************************************************************
001000 01  HOLD-ACTION-RECORD.
001100     03  HAC-ACTION-CODE         PIC X(01).
001200         88  HAC-APPROVE                 VALUE "A".
001300         88  HAC-DECLINE                 VALUE "D".
001400         88  VALID-HAC-ACTION            VALUES "A" "D".
001500     03  HAC-REFERENCE-NUMBER    PIC X(12).
001600     03  HAC-CHECKER-ID          PIC X(08).
001700     03  HAC-REMARKS             PIC X(30).
001800     03  FILLER                  PIC X(29).
