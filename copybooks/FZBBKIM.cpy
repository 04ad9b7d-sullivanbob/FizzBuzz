000100******************************************************************
000200* FZBBKIM.CPY                                                    *
000300*                                                                *
000400* POINT-IN-TIME BACKUP IMAGE RECORD.  FZBBKUP COPIES CTLFILE,    *
000500* CKPTFILE, LOCKFILE, JRNLFILE, AND VSAMOUT TOGETHER INTO ONE    *
000600* GENERATION OF THE BACKUP DATASET (BKUPFILE), ONE OF THESE PER  *
000700* RECORD: THE RECORD'S IMAGE UNCHANGED, TAGGED WITH THE BACKUP   *
000800* ID (THE DATE AND TIME THE BACKUP WAS TAKEN) AND THE DD NAME    *
000900* OF THE FILE IT CAME FROM.  KEEPING ALL FIVE FILES IN ONE       *
001000* DATASET UNDER ONE ID IS WHAT LETS FZBBKRS PUT THEM BACK AS A   *
001100* SET.  BKIM-IMAGE IS SIZED FOR THE LARGEST OF THE FIVE RECORDS  *
001200* (FZBJRNL) AND MUST BE RESIZED IF ANY OF THEM OUTGROWS IT.      *
001300*                                                                *
001400* MODIFICATION HISTORY                                           *
001500*   10/15/26 BS  ORIGINAL BACKUP IMAGE RECORD.                   *
001600******************************************************************
001700 01  FZB-BKIM-RECORD.
001800     05  BKIM-BACKUP-ID.
001900         10  BKIM-BACKUP-DATE     PIC 9(08).
002000         10  BKIM-BACKUP-TIME     PIC 9(08).
002100     05  BKIM-FILE-NAME           PIC X(08).
002200     05  BKIM-IMAGE               PIC X(325).
002300     05  FILLER                   PIC X(01).
