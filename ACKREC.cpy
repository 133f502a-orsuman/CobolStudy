000900*     WITH THE DETAIL COUNT.  WRITTEN BY ENZAN SO THE BUREAU     *
001000*     CAN CORRECT AT SOURCE INSTEAD OF RE-KEYING THROUGH         *
001100*     CORRIN.                                                    *
001125*     A REJECTED REVERSAL CARRIES REASON 08 (REFERENCE NOT       *
001150*     FOUND) OR 09 (ITEM ALREADY REVERSED); ITS IMAGE CARRIES    *
001175*     THE REFERENCE IT NAMED.                                    *
001178*     A BATCH REFUSED BY THE BUREAU REGISTRY CARRIES ITS         *
001182*     REASON IN AKH-BATCH-REASON - 15 SOURCE UNKNOWN OR NOT      *
001185*     ACTIVE, 16 BATCH NUMBER ALREADY RECEIVED, 17 BATCH         *
001189*     NUMBER OUT OF SEQUENCE - WITH NOTHING ACCEPTED AND EVERY   *
001192*     DETAIL RETURNED UNDER THE SAME REASON.  BLANK ON A BATCH   *
001196*     THE REGISTRY ACCEPTED.                                     *
001200******************************************************************
001300 01  ACK-HEADER-RECORD.
001400     03  AKH-RECORD-TYPE         PIC X(01).
002500     03  AKH-BALANCE-FLAG        PIC X(01).
002600         88  ACK-BATCH-BALANCED          VALUE "B".
002700         88  ACK-BATCH-OUT-OF-BAL        VALUE "O".
002800     03  AKH-BATCH-REASON        PIC X(02).
002816         88  ACK-BATCH-ACCEPTED          VALUE SPACES.
002833         88  ACK-BATCH-SOURCE-UNKNOWN    VALUE "15".
002850         88  ACK-BATCH-NUMBER-REPEATED   VALUE "16".
002866         88  ACK-BATCH-OUT-OF-SEQUENCE   VALUE "17".
002883     03  FILLER                  PIC X(30).
002900 01  ACK-DETAIL-RECORD.
003000     03  AKD-RECORD-TYPE         PIC X(01).
003100         88  ACK-DETAIL-TYPE             VALUE "D".
