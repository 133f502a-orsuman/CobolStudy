000100******************************************************************
000200* HOLDREC - HELD-ITEMS FILE RECORD (HOLDFILE / HOLDOUT)          *
000300*     ONE RECORD PER CALCULATION ENZAN HELD BACK FROM POSTING    *
000400*     BECAUSE ITS RESULT WAS OVER THE HOLD LIMIT IN FORCE - THE  *
000500*     ACCOUNT'S OWN LIMIT FROM THE ACCOUNT MASTER, OR FAILING    *
000600*     THAT THE CONTROL CARD LIMIT.  CARRIES THE TRANSACTION      *
000700*     RECORD AS RECEIVED, THE RESULT ENZAN COMPUTED, THE LIMIT   *
000800*     IT WAS OVER, WHERE THAT LIMIT CAME FROM, AND THE USER ID   *
000900*     THAT KEYED IT, SO THE CHECKER WHO APPROVES OR DECLINES THE *
001000*     ITEM CAN BE PROVED TO BE SOMEONE ELSE.  ENZAN APPENDS TO   *
001100*     HOLDFILE; HOLDAPR WORKS IT AND WRITES THE ITEMS STILL      *
001200*     WAITING TO HOLDOUT.                                        *
001300******************************************************************
001400 01  HELD-ITEM-RECORD.
001500     03  HLD-TRAN-DATA           PIC X(80).
001600     03  HLD-NUM-SUM             PIC S9(09)V9(04)
001700                                         SIGN IS LEADING SEPARATE.
001800     03  HLD-HOLD-LIMIT          PIC 9(09)V9(02).
001900     03  HLD-LIMIT-SOURCE        PIC X(01).
002000         88  HLD-ACCOUNT-LIMIT           VALUE "A".
002100         88  HLD-CONTROL-CARD-LIMIT      VALUE "C".
002200     03  HLD-KEYED-BY            PIC X(08).
002300     03  HLD-HOLD-DATE           PIC 9(08).
002400     03  HLD-BATCH-NUMBER        PIC X(06).
002500     03  HLD-OPERATION           PIC X(10).
002600     03  FILLER                  PIC X(22).
