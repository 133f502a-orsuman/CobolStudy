002357*                 READ ERROR NAMES THE FILE AND STATUS AND ENDS  *
002366*                 THE RUN WITH RETURN CODE 16 INSTEAD OF         *
002375*                 SPINNING THE READ LOOP.                        *
002381* 2026-10-05 KT   THE EXTRACT RECORD WIDENED TO THE 117-BYTE     *
002387*                 AUDIT RECORD, WHICH NOW CARRIES THE REVERSED-  *
002393*                 ITEM REFERENCE ON A REVERSAL.                  *
002399******************************************************************
002400 ENVIRONMENT     DIVISION.
002500 INPUT-OUTPUT    SECTION.
002600 FILE-CONTROL.
006000 01  INQUIRY-RECORD      PIC X(133).
006100 FD  EXTRACT-FILE
006200     LABEL RECORDS ARE STANDARD.
006299 01  EXTRACT-RECORD      PIC X(117).
006400 WORKING-STORAGE SECTION.
006500 01  WS-SWITCHES.
006600         03  WS-AUDIT-EOF-SWITCH PIC X(01)   VALUE "N".
