000300*     ONE KEYED MAINTENANCE CARD PER ACCOUNT MASTER ACTION -     *
000400*     ADD (A), CHANGE (C), CLOSE (X), OR REOPEN (R).  ON A       *
000500*     CHANGE, A BLANK NAME OR GL POSTING ACCOUNT LEAVES THE      *
000600*     MASTER VALUE UNCHANGED.  ON AN ADD OR CHANGE, A HOLD       *
000620*     LIMIT (NINE WHOLE DIGITS, TWO DECIMALS) SETS THE           *
000640*     ACCOUNT'S OWN HOLD LIMIT - ZEROS REMOVE IT, BLANKS LEAVE   *
000660*     IT AS IT IS - AND MUST CARRY THE USER ID OF THE PERSON     *
000680*     KEYING IT.  USED BY ACCTMNT; ACCTDORM WRITES CLOSE (X)     *
000690*     CARDS IN THIS LAYOUT FOR DORMANT ACCOUNTS.                 *
000700******************************************************************
000800 01  MAINT-RECORD.
000900     03  MNT-ACTION-CODE         PIC X(01).
001500     03  MNT-ACCOUNT-NUMBER      PIC X(08).
001600     03  MNT-ACCOUNT-NAME        PIC X(30).
001700     03  MNT-GL-POSTING-ACCT     PIC X(08).
001800     03  MNT-HOLD-LIMIT          PIC 9(09)V9(02).
001900     03  MNT-HOLD-LIMIT-X REDEFINES MNT-HOLD-LIMIT
002000                                 PIC X(11).
002100     03  MNT-USER-ID             PIC X(08).
002200     03  FILLER                  PIC X(14).
