000100******************************************************************
000200* RTMREC - RATE MAINTENANCE CARD RECORD (RATECARD)               *
000300*     ONE KEYED MAINTENANCE CARD PER RATE TABLE ACTION - ADD    *
000400*     (A), CHANGE (C), OR EXPIRE (X) - NAMING THE ROW BY        *
000500*     ACCOUNT NUMBER ("*DEFAULT" FOR A FALLBACK ROW),           *
000600*     TRANSACTION CODE, AND EFFECTIVE DATE.  ON A CHANGE, A     *
000700*     BLANK RATE OR FEE GL ACCOUNT LEAVES THE ROW'S VALUE       *
000800*     UNCHANGED.  ON AN EXPIRE, A BLANK EXPIRY DATE MEANS THE   *
000900*     CURRENT BUSINESS DATE.  USED BY RATEMNT.                  *
001000******************************************************************
001100 01  RATE-MAINT-RECORD.
001200     03  RMC-ACTION-CODE         PIC X(01).
001300         88  RMC-ACTION-ADD              VALUE "A".
001400         88  RMC-ACTION-CHANGE           VALUE "C".
001500         88  RMC-ACTION-EXPIRE           VALUE "X".
001600         88  VALID-RMC-ACTION            VALUES "A" "C" "X".
001700     03  RMC-ACCOUNT-NUMBER      PIC X(08).
001800         88  RMC-DEFAULT-ROW             VALUE "*DEFAULT".
001900     03  RMC-TRAN-CODE           PIC X(01).
002000         88  VALID-RMC-TRAN-CODE         VALUES "A" "S" "M" "D".
002100     03  RMC-EFFECTIVE-DATE      PIC 9(08).
002200     03  RMC-RATE                PIC 9(02)V9(04).
002300     03  RMC-RATE-X REDEFINES RMC-RATE
002400                                 PIC X(06).
002500     03  RMC-FEE-GL-ACCT         PIC X(08).
002600     03  RMC-EXPIRY-DATE         PIC 9(08).
002700     03  RMC-EXPIRY-DATE-X REDEFINES RMC-EXPIRY-DATE
002800                                 PIC X(08).
002900     03  FILLER                  PIC X(40).
