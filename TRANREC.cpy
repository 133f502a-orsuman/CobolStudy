000462*     RECEIVING RUN CAN PROVE THE TRANSMISSION ARRIVED COMPLETE. *
000534*     OPERANDS ARE SIGNED, WITH A LEADING SEPARATE SIGN BYTE,    *
000606*     SO NEGATIVE VALUES AND SEVEN INTEGER DIGITS CAN BE KEYED.  *
000630*     A REVERSAL ("R") NAMES THE REFERENCE NUMBER OF THE ITEM    *
000654*     IT REVERSES IN TR-ORIG-REFERENCE; ITS OPERANDS ARE KEYED   *
000666*     AS ZEROS AND NOT USED - THE ORIGINAL ITEM'S RESULT AND FEE *
000672*     ARE NEGATED.  A HELD ITEM A CHECKER APPROVED COMES BACK    *
000674*     FROM HOLDAPR WITH "A" IN TR-HOLD-RELEASE-FLAG AND THE      *
000676*     CHECKER'S USER ID, AND IS POSTED WITHOUT BEING HELD AGAIN. *
000678******************************************************************
000750 01  TRAN-RECORD.
000822     03  TR-NUM-X        PIC S9(07)      SIGN IS LEADING SEPARATE.
000894     03  TR-NUM-Y        PIC S9(07)V9(04)
000966                                         SIGN IS LEADING SEPARATE.
001038     03  TR-TRAN-CODE    PIC X(01).
001110         88  VALID-TRAN-CODE     VALUES "A" "S" "M" "D" "R".
001134         88  TR-REVERSAL         VALUE "R".
001158     03  TR-ACCOUNT-NUMBER
001206                     PIC X(08).
001254     03  TR-REFERENCE-NUMBER
001302                     PIC X(12).
001326     03  TR-ORIG-REFERENCE
001338                     PIC X(12).
001350     03  TR-HOLD-RELEASE-FLAG
001358                     PIC X(01).
001366         88  TR-RELEASED-FROM-HOLD VALUE "A".
001375     03  TR-HOLD-APPROVED-BY
001383                     PIC X(08).
001391     03  FILLER          PIC X(18).
001400 01  BATCH-HEADER-RECORD.
001500     03  BHR-RECORD-TYPE PIC X(01).
001600         88  TR-BATCH-HEADER     VALUE "H".
