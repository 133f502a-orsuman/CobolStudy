000100******************************************************************
000200* RATEREC - PROCESSING FEE RATE RECORD (RATETBL)                 *
000300*     ONE RECORD PER ACCOUNT NUMBER, TRANSACTION CODE, AND      *
000350*     EFFECTIVE DATE, KEYED BY ALL THREE.  THE RATE IS A        *
000400*     MULTIPLIER APPLIED TO NUM-SUM (0.0150 CHARGES 1.5         *
000500*     PERCENT OF THE RESULT), AND THE FEE GL ACCOUNT IS THE     *
000600*     FEE INCOME ACCOUNT THE FEE POSTING CREDITS.  A RECORD     *
000700*     WITH ACCOUNT "*DEFAULT" IS THE FALLBACK RATE FOR ITS      *
000800*     TRANSACTION CODE WHEN AN ACCOUNT HAS NO RATE OF ITS OWN.  *
000810*     THE RATE IN EFFECT ON A BUSINESS DATE IS THE RECORD WITH  *
000820*     THE LATEST EFFECTIVE DATE NOT AFTER IT, UNLESS THAT       *
000830*     RECORD'S EXPIRY DATE (ZERO WHEN OPEN-ENDED) HAS BEEN      *
000840*     REACHED.  MAINTAINED BY RATEMNT; USED BY ENZAN.           *
001000******************************************************************
001100 01  RATE-RECORD.
001200     03  RTE-KEY.
001300         05  RTE-ACCOUNT-NUMBER  PIC X(08).
001400         05  RTE-TRAN-CODE       PIC X(01).
001450         05  RTE-EFFECTIVE-DATE  PIC 9(08).
001500     03  RTE-RATE                PIC 9(02)V9(04).
001600     03  RTE-FEE-GL-ACCT         PIC X(08).
001650     03  RTE-EXPIRY-DATE         PIC 9(08).
001700     03  FILLER                  PIC X(07).
