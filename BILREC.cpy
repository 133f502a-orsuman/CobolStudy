000100******************************************************************
000200* BILREC - FEE BILLING FILE RECORDS (BILLOUT)                    *
000300*     THE MONTH-END FEE INVOICES IN THE FIXED FORMAT THE         *
000400*     RECEIVABLES SYSTEM LOADS.  EACH INVOICE IS ONE HEADER      *
000500*     RECORD ("H") FOLLOWED BY ONE DETAIL RECORD ("D") PER       *
000600*     TRANSACTION TYPE BILLED ON IT; THE FILE ENDS WITH ONE      *
000700*     TRAILER RECORD ("T") CARRYING THE RUN'S CONTROL TOTALS.    *
000800*     AMOUNTS USE A LEADING SEPARATE SIGN, AS ON THE OTHER       *
000900*     TRANSMISSION FORMATS - A FEE CREDITED FOR A REVERSED ITEM  *
001000*     IS NEGATIVE.  WRITTEN BY FEEINV.                           *
001100******************************************************************
001200 01  BILL-HEADER-RECORD.
001300     03  BIH-RECORD-TYPE         PIC X(01).
001400         88  BIL-HEADER-TYPE             VALUE "H".
001500     03  BIH-INVOICE-NUMBER      PIC X(12).
001600     03  BIH-ACCOUNT-NUMBER      PIC X(08).
001700     03  BIH-ACCOUNT-NAME        PIC X(30).
001800     03  BIH-BILLING-PERIOD      PIC 9(06).
001900     03  BIH-INVOICE-DATE        PIC 9(08).
002000     03  BIH-LINE-COUNT          PIC 9(03).
002100     03  BIH-ITEM-COUNT          PIC 9(07).
002200     03  BIH-INVOICE-AMOUNT      PIC S9(11)V9(04)
002300                                         SIGN IS LEADING SEPARATE.
002400     03  FILLER                  PIC X(09).
002500 01  BILL-DETAIL-RECORD.
002600     03  BID-RECORD-TYPE         PIC X(01).
002700         88  BIL-DETAIL-TYPE             VALUE "D".
002800     03  BID-INVOICE-NUMBER      PIC X(12).
002900     03  BID-ACCOUNT-NUMBER      PIC X(08).
003000     03  BID-LINE-NUMBER         PIC 9(03).
003100     03  BID-TRAN-TYPE           PIC X(10).
003200     03  BID-CHARGED-COUNT       PIC 9(07).
003300     03  BID-CHARGED-AMOUNT      PIC S9(11)V9(04)
003400                                         SIGN IS LEADING SEPARATE.
003500     03  BID-CREDIT-COUNT        PIC 9(07).
003600     03  BID-CREDIT-AMOUNT       PIC S9(11)V9(04)
003700                                         SIGN IS LEADING SEPARATE.
003800     03  BID-LINE-AMOUNT         PIC S9(11)V9(04)
003900                                         SIGN IS LEADING SEPARATE.
004000     03  FILLER                  PIC X(04).
004100 01  BILL-TRAILER-RECORD.
004200     03  BIT-RECORD-TYPE         PIC X(01).
004300         88  BIL-TRAILER-TYPE            VALUE "T".
004400     03  BIT-BILLING-PERIOD      PIC 9(06).
004500     03  BIT-CREATED-DATE        PIC 9(08).
004600     03  BIT-INVOICE-COUNT       PIC 9(07).
004700     03  BIT-LINE-COUNT          PIC 9(07).
004800     03  BIT-ITEM-COUNT          PIC 9(09).
004900     03  BIT-BILLED-AMOUNT       PIC S9(13)V9(04)
005000                                         SIGN IS LEADING SEPARATE.
005100     03  BIT-FIRST-INVOICE       PIC X(12).
005200     03  BIT-LAST-INVOICE        PIC X(12).
005300     03  FILLER                  PIC X(20).
