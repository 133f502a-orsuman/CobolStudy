000500*     EXACTLY ONE RECORD CARRIES THE CURRENT FLAG (C) - ITS      *
000600*     DATE IS THE BUSINESS PROCESSING DATE ENZAN POSTS UNDER,    *
000700*     REGARDLESS OF THE WALL CLOCK.  CALADV MOVES THE FLAG TO    *
000800*     THE NEXT BUSINESS DAY AFTER A COMPLETED RUN.  CALBLD       *
000900*     BUILDS EACH NEW YEAR AND VALIDATES THE WHOLE FILE.  READ   *
000925*     FOR THE BUSINESS DATE BY ENZAN, RATEMNT, BALUPDT,          *
000950*     TRANSPLT, ENZANMRG, ENZANREC, AUDHROLL, SUSPAGE, GLMATCH,  *
000975*     EODGATE, ACCTDORM, BUREOD, AND HOLDAPR.                    *
001000******************************************************************
001100 01  CALENDAR-RECORD.
001200     03  CAL-DATE                PIC 9(08).
