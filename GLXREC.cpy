000414*     BYTE 1) PER POSTING DATE, ACCOUNT, AND OPERATION WITH THE  *
000483*     ACCUMULATED AMOUNT AND SOURCE ITEM COUNT.  SHARED BY       *
000552*     ENZAN (WRITER) AND ENZANREC (RECONCILIATION READER).       *
000580*     A REVERSAL IS ALWAYS RELEASED AS A DETAIL POSTING CARRYING *
000600*     THE REVERSED ITEM'S REFERENCE IN GLX-ORIG-REFERENCE.       *
000621******************************************************************
000700 01  GL-EXTRACT-RECORD.
000800     03  GLX-POSTING-DATE.
001745     03  GLX-GL-POSTING-ACCT     PIC X(08).
001815     03  GLX-BATCH-NUMBER        PIC X(06).
001885     03  GLX-REFERENCE           PIC X(12).
001920     03  GLX-ORIG-REFERENCE      PIC X(12).
001955     03  FILLER                  PIC X(04).
002025 01  GL-SUMMARY-RECORD.
002100     03  GLS-RECORD-TYPE         PIC X(01).
002700     03  GLS-AMOUNT              PIC S9(13)V9(04).
002800     03  GLS-ITEM-COUNT          PIC 9(07).
002900     03  GLS-BATCH-NUMBER        PIC X(06).
003000     03  FILLER                  PIC X(36).
