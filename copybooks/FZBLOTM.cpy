000100******************************************************************
000200* FZBLOTM.CPY                                                    *
000300*                                                                *
000400* LOT MASTER RECORD - THE CURRENT CLASSIFICATION OF RECORD FOR   *
000500* ONE LOT NUMBER, KEYED BY THE NUMBER ALONE (INDEXED LOTMFILE).  *
000600* VSAMOUT IS KEYED RUN ID + NUMBER, SO "WHAT IS LOT 004512       *
000700* TODAY" NEEDS TO KNOW WHICH RUN LAST COVERED THE LOT AND        *
000800* WHETHER THAT RUN WAS VOIDED - THIS RECORD ANSWERS IT DIRECTLY. *
000900*                                                                *
001000* FZBLOTUP APPLIES EACH COMPLETED, NON-VOID RUN'S AUDIT TRAIL.   *
001100* WHEN A DIFFERENT RUN SETS THE LOT, THE CURRENT DECISION, RUN   *
001200* ID, AND BUSINESS DATE MOVE TO THE PRIOR FIELDS AND THE         *
001300* RECLASSIFY COUNT GOES UP BY ONE.  FZBVOID ROLLS A VOIDED RUN'S *
001400* LOTS BACK TO THEIR PRIOR DECISION.  ONE PRIOR LEVEL IS KEPT -  *
001500* THE FULL HISTORY IS ON THE AUDIT TRAIL.                        *
001600*                                                                *
001700* MODIFICATION HISTORY                                          *
001800*   10/14/26 BS  ORIGINAL LOT MASTER RECORD.                     *
001900******************************************************************
002000 01  FZB-LOTM-RECORD.
002100     05  LOTM-NUMBER              PIC 9(06).
002200     05  LOTM-DECISION            PIC X(40).
002300     05  LOTM-RUN-ID              PIC X(08).
002400     05  LOTM-BUSINESS-DATE       PIC 9(08).
002500     05  LOTM-PRIOR-DECISION      PIC X(40).
002600     05  LOTM-PRIOR-RUN-ID        PIC X(08).
002700     05  LOTM-PRIOR-BUSINESS-DATE PIC 9(08).
002800     05  LOTM-RECLASS-COUNT       PIC 9(04).
002900     05  LOTM-STAMP-DATE          PIC 9(08).
003000     05  LOTM-STAMP-TIME          PIC 9(08).
003100     05  FILLER                   PIC X(02).
