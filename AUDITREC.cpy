000300*     ONE RECORD PER COMPLETED CALCULATION - THE OPERATION,      *
000400*     OPERANDS, RESULT, AND RUN DATE/TIME.  SHARED BY ENZAN      *
000500*     (WRITER) AND ENZANREC (RECONCILIATION READER).             *
000540*     A REVERSAL CARRIES THE REVERSED ITEM'S REFERENCE IN        *
000580*     AUD-ORIG-REFERENCE; AN ORDINARY POSTING LEAVES IT BLANK.   *
000600******************************************************************
000700 01  AUDIT-RECORD.
000762     03  AUD-OPERATION           PIC X(10).
002200     03  AUD-GL-POSTING-ACCT     PIC X(08).
002300     03  AUD-BATCH-NUMBER        PIC X(06).
002400     03  AUD-REFERENCE           PIC X(12).
002450     03  AUD-ORIG-REFERENCE      PIC X(12).
002500     03  FILLER                  PIC X(11).
