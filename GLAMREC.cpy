000100******************************************************************
000200* GLAMREC - GL CHART MAINTENANCE CARD RECORD (GLACARD)           *
000300*     ONE KEYED MAINTENANCE CARD PER ACTION ON THE GL CHART OF   *
000400*     ACCOUNTS - ADD (A), CHANGE (C), CLOSE (X), OR REOPEN (R).  *
000500*     AN ADD MUST CARRY THE ACCOUNT NAME AND A VALID ACCOUNT     *
000600*     TYPE (A/L/Q/I/E); ON A CHANGE, A BLANK NAME OR TYPE LEAVES *
000700*     THE CHART VALUE UNCHANGED.  USED BY GLAMNT.                *
000800******************************************************************
000900 01  GL-ACCOUNT-MAINT-RECORD.
001000     03  GAC-ACTION-CODE         PIC X(01).
001100         88  GAC-ACTION-ADD              VALUE "A".
001200         88  GAC-ACTION-CHANGE           VALUE "C".
001300         88  GAC-ACTION-CLOSE            VALUE "X".
001400         88  GAC-ACTION-REOPEN           VALUE "R".
001500         88  VALID-GAC-ACTION            VALUES "A" "C" "X" "R".
001600     03  GAC-GL-ACCOUNT          PIC X(08).
001700     03  GAC-ACCOUNT-NAME        PIC X(30).
001800     03  GAC-ACCOUNT-TYPE        PIC X(01).
001900         88  VALID-GAC-TYPE              VALUES "A" "L" "Q"
002000                                         "I" "E".
002100     03  FILLER                  PIC X(40).
