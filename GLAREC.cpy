000100******************************************************************
000200* GLAREC - GL CHART OF ACCOUNTS RECORD (GLCHART)                 *
000300*     ONE RECORD PER GENERAL LEDGER ACCOUNT, KEYED BY GL ACCOUNT *
000400*     NUMBER, WITH ITS NAME, ITS ACCOUNT TYPE - ASSET (A),       *
000500*     LIABILITY (L), EQUITY (Q), INCOME (I), OR EXPENSE (E) -    *
000600*     AND WHETHER IT IS OPEN (O) OR CLOSED (C) TO POSTINGS, WITH *
000700*     THE DATES IT WAS LAST OPENED AND CLOSED.  ACCTMNT,         *
000800*     RATEMNT, ENZAN, AND SUSPFIX REFUSE A POSTING ACCOUNT THAT  *
000900*     IS NOT ON THE CHART OR IS CLOSED ON IT, AND GLTBAL NAMES   *
001000*     THE ACCOUNTS ON THE DAILY TRIAL BALANCE FROM IT.           *
001100*     MAINTAINED BY GLAMNT.                                      *
001200******************************************************************
001300 01  GL-ACCOUNT-RECORD.
001400     03  GLA-GL-ACCOUNT          PIC X(08).
001500     03  GLA-ACCOUNT-NAME        PIC X(30).
001600     03  GLA-ACCOUNT-TYPE        PIC X(01).
001700         88  GLA-TYPE-ASSET              VALUE "A".
001800         88  GLA-TYPE-LIABILITY          VALUE "L".
001900         88  GLA-TYPE-EQUITY             VALUE "Q".
002000         88  GLA-TYPE-INCOME             VALUE "I".
002100         88  GLA-TYPE-EXPENSE            VALUE "E".
002200         88  VALID-GLA-TYPE              VALUES "A" "L" "Q"
002300                                         "I" "E".
002400     03  GLA-STATUS-CODE         PIC X(01).
002500         88  GLA-ACCOUNT-OPEN            VALUE "O".
002600         88  GLA-ACCOUNT-CLOSED          VALUE "C".
002700     03  GLA-OPENED-DATE         PIC 9(08).
002800     03  GLA-CLOSED-DATE         PIC 9(08).
002900     03  FILLER                  PIC X(24).
