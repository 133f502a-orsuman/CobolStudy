000600*     BLANK RECORD IS STILL OPEN ON THE CLERK'S WORKLIST, AN    *
000700*     "R" RECORD WAS REPAIRED (ITS CORRECTION WAS ACCEPTED FOR   *
000800*     RECYCLE ON SUSP-REPAIR-DATE) AND WAITS ONLY TO BE MOVED    *
000900*     TO THE ARCHIVE.  SHARED BY ENZAN, SUSPFIX, AND SUSPAGE;    *
000950*     HOLDAPR ADDS A HELD ITEM A CHECKER DECLINED (REASON 10).   *
000975*     REASONS 11-14 ARE GL ACCOUNTS FAILING THE GL CHART EDIT.   *
001000******************************************************************
001100 01  SUSPENSE-RECORD.
001200     03  SUSP-TRAN-DATA          PIC X(80).
001800         88  SUSP-ACCT-UNKNOWN           VALUE "05".
001900         88  SUSP-ACCT-CLOSED            VALUE "06".
002000         88  SUSP-DUPLICATE              VALUE "07".
002030         88  SUSP-REVERSAL-NOT-FOUND     VALUE "08".
002060         88  SUSP-ALREADY-REVERSED       VALUE "09".
002080         88  SUSP-HOLD-DECLINED          VALUE "10".
002084         88  SUSP-GL-NOT-ON-CHART        VALUE "11".
002088         88  SUSP-GL-CLOSED              VALUE "12".
002092         88  SUSP-FEE-GL-NOT-ON-CHART    VALUE "13".
002096         88  SUSP-FEE-GL-CLOSED          VALUE "14".
002100         88  SUSP-KNOWN-REASON           VALUES "01" THRU "14".
002200     03  SUSP-RUN-DATE           PIC 9(08).
002300     03  SUSP-STATUS-FLAG        PIC X(01).
002400         88  SUSP-STILL-OPEN             VALUE " ".
