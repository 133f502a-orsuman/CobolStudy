000300*     ONE RECORD PER ACCOUNT, KEYED BY ACCOUNT NUMBER.  CARRIES *
000400*     THE ACCOUNT STATUS AND THE GL POSTING ACCOUNT EVERY       *
000500*     CALCULATION FOR THE ACCOUNT IS POSTED TO.  SHARED BY      *
000600*     ENZAN AND SUSPFIX.  THE HOLD LIMIT, WHEN PRESENT AND NOT  *
000625*     ZERO, REPLACES THE CONTROL CARD LIMIT FOR THE ACCOUNT - A *
000650*     RESULT OVER IT IS HELD FOR A CHECKER - AND THE KEYED-BY   *
000675*     FIELD NAMES THE USER WHO SET IT.  MAINTAINED BY ACCTMNT.  *
000700******************************************************************
000800 01  ACCOUNT-RECORD.
000900     03  ACM-ACCOUNT-NUMBER      PIC X(08).
001200         88  ACM-ACCOUNT-ACTIVE          VALUE "A".
001300         88  ACM-ACCOUNT-CLOSED          VALUE "C".
001400     03  ACM-GL-POSTING-ACCT     PIC X(08).
001500     03  ACM-HOLD-LIMIT          PIC 9(09)V9(02).
001600     03  ACM-HOLD-LIMIT-X REDEFINES ACM-HOLD-LIMIT
001700                                 PIC X(11).
001800     03  ACM-HOLD-KEYED-BY       PIC X(08).
001900     03  FILLER                  PIC X(14).
