000406*     TRUNCATES), AND BYTE 7 TURNS A DUPLICATE REFERENCE INTO    *
000464*     A WARNING (W) INSTEAD OF A REJECT.  SHARED BY ENZAN AND    *
000522*     SUSPFIX SO A RECYCLED RECORD IS JUDGED BY THE SAME RULES   *
000580*     AS THE DAILY RUN.  BYTES 8-18 CARRY THE HOLD LIMIT         *
000591*     (NINE WHOLE DIGITS, TWO DECIMALS) ABOVE WHICH ENZAN HOLDS  *
000603*     A RESULT FOR A CHECKER INSTEAD OF POSTING IT - BLANK OR    *
000614*     ZERO MEANS NO LIMIT - AND BYTES 19-26 THE USER ID THAT     *
000626*     KEYED THE LIMIT.  BYTE 27 IS THE STREAM NUMBER (1-4)       *
000630*     ON THE CARD FOR ONE STREAM OF A PARALLEL DAY.  ENZAN       *
000634*     CARRIES IT ONTO ITS JOB CONTROL RECORD.                    *
000638******************************************************************
000700 01  CONTROL-RECORD.
000800     03  CTL-ADD-FLAG            PIC X(01).
001900         88  CTL-ROUNDING-ON          VALUE "R".
002000     03  CTL-DUP-WARN-FLAG       PIC X(01).
002100         88  CTL-DUP-WARN-ONLY        VALUE "W".
002200     03  CTL-HOLD-LIMIT          PIC 9(09)V9(02).
002300     03  CTL-HOLD-LIMIT-X REDEFINES CTL-HOLD-LIMIT
002400                                 PIC X(11).
002500     03  CTL-HOLD-KEYED-BY       PIC X(08).
002600     03  CTL-STREAM-NUMBER       PIC X(01).
002650         88  CTL-NUMBERED-STREAM      VALUE "1" THRU "4".
002700     03  FILLER                  PIC X(53).
