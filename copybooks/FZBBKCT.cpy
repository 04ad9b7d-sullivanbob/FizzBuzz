000100******************************************************************
000200* FZBBKCT.CPY                                                    *
000300*                                                                *
000400* BACKUP CONTROL RECORD.  FZBBKUP WRITES ONE GENERATION OF THE   *
000500* BACKUP CONTROL DATASET (BKCNTL) ALONGSIDE EACH BACKUP,         *
000600* CARRYING THE SAME BACKUP ID.  IT HOLDS HOW MANY RECORDS WERE   *
000700* TAKEN FROM EACH FILE AND FROM EACH RUN ID WITHIN EACH FILE, SO *
000800* FZBBKRS CAN PROVE A RESTORE BROUGHT BACK EXACTLY WHAT THE      *
000810* BACKUP TOOK.                                                   *
000900*                                                                *
001000* BKCT-REC-TYPE VALUES -                                         *
001100*     'R' = RUN TOTAL - RECORDS ONE RUN ID HAD IN ONE FILE.  ON  *
001200*           A CKPTFILE RUN TOTAL THE RUN'S CHECKPOINT TOTAL,     *
001300*           STATUS, AND VOID MARK ARE CARRIED AS WELL            *
001400*     'F' = FILE TOTAL - RECORDS TAKEN FROM ONE FILE, WRITTEN    *
001500*           AFTER THAT FILE'S RUN TOTALS                         *
001600*     'T' = TRAILER - IMAGES WRITTEN TO BKUPFILE IN ALL.  ALWAYS *
001700*           THE LAST RECORD; A CONTROL DATASET WITHOUT ONE IS    *
001800*           FROM A BACKUP THAT DID NOT FINISH                    *
001900*                                                                *
002000* MODIFICATION HISTORY                                           *
002100*   10/15/26 BS  ORIGINAL BACKUP CONTROL RECORD.                 *
002200******************************************************************
002300 01  FZB-BKCT-RECORD.
002400     05  BKCT-BACKUP-ID.
002500         10  BKCT-BACKUP-DATE     PIC 9(08).
002600         10  BKCT-BACKUP-TIME     PIC 9(08).
002700     05  BKCT-REC-TYPE            PIC X(01).
002800         88  BKCT-RUN-TOTAL           VALUE 'R'.
002900         88  BKCT-FILE-TOTAL          VALUE 'F'.
003000         88  BKCT-TRAILER             VALUE 'T'.
003100     05  BKCT-FILE-NAME           PIC X(08).
003200     05  BKCT-RUN-ID              PIC X(08).
003300     05  BKCT-RECORD-COUNT        PIC 9(09).
003400     05  BKCT-CKPT-TOTAL-COUNT    PIC 9(06).
003500     05  BKCT-CKPT-STATUS-CODE    PIC X(01).
003600     05  BKCT-CKPT-VOID-SW        PIC X(01).
003700     05  FILLER                   PIC X(30).
