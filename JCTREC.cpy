000100******************************************************************
000200* JCTREC - DAY-END JOB CONTROL RECORD (JOBCTL)                   *
000300*     ONE RECORD APPENDED BY EVERY DAY-END BATCH STEP AT END OF  *
000400*     JOB, CLEAN OR NOT - THE BUSINESS DATE THE STEP RAN UNDER   *
000500*     (ZERO WHEN THE CALENDAR COULD NOT BE READ), STEP NAME, RUN *
000600*     DATE, START AND END TIME, RECORDS READ, WRITTEN AND        *
000700*     REJECTED, AND THE FINAL RETURN CODE.  WRITTEN BY ENZAN,    *
000800*     TRANSPLT, ENZANMRG, ENZANREC, BALUPDT, AUDHROLL, SUSPAGE,  *
000900*     GLMATCH, EODGATE AND CALADV; READ BY EODGATE (DAY-END      *
001000*     CHECKLIST) AND CALADV (GATE CHECK BEFORE THE CALENDAR IS   *
001100*     ADVANCED).                                                 *
001200*     THE OVERRIDE FIELDS ARE FILLED ONLY ON A CALADV RECORD     *
001300*     THAT ADVANCED THE CALENDAR ON A SUPERVISOR OVERRIDE CARD   *
001400*     WITHOUT A PASSING GATE; EVERY OTHER RECORD CARRIES SPACES. *
001416*     THE STREAM NUMBER (1-4) IS SET ONLY BY AN ENZAN RUN THAT   *
001433*     POSTED ONE STREAM OF A PARALLEL DAY, FROM ITS CONTROL      *
001450*     CARD, AND THE STREAM COUNT ONLY BY TRANSPLT - THE NUMBER   *
001466*     OF STREAMS IT SPLIT THE DAY INTO - SO THE GATE CAN HOLD    *
001483*     EACH STREAM TO ACCOUNT.                                    *
001500******************************************************************
001600 01  JOB-STEP-RECORD.
001700     03  JCT-BUSINESS-DATE       PIC 9(08).
001800     03  JCT-STEP-NAME           PIC X(08).
001900     03  JCT-RUN-DATE            PIC 9(08).
002000     03  JCT-START-TIME          PIC 9(08).
002100     03  JCT-END-TIME            PIC 9(08).
002200     03  JCT-RECORDS-READ        PIC 9(09).
002300     03  JCT-RECORDS-WRITTEN     PIC 9(09).
002400     03  JCT-RECORDS-REJECTED    PIC 9(09).
002500     03  JCT-RETURN-CODE         PIC 9(02).
002600     03  JCT-OVERRIDE-FLAG       PIC X(01).
002700         88  JCT-GATE-OVERRIDDEN         VALUE "O".
002800     03  JCT-OVERRIDE-USER       PIC X(08).
002900     03  JCT-OVERRIDE-REASON     PIC X(40).
003000     03  JCT-STREAM-NUMBER       PIC X(01).
003100         88  JCT-NUMBERED-STREAM         VALUE "1" THRU "4".
003200     03  JCT-STREAM-COUNT        PIC X(01).
003300         88  JCT-STREAM-COUNT-GIVEN      VALUE "2" THRU "4".
