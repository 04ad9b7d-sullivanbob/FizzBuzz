000100******************************************************************
000200* FZBPRFT.CPY                                                    *
000300*                                                                *
000400* RULE PROFILE MAINTENANCE TRANSACTION FOR FZBPRFMT.  ONE        *
000500* RECORD PER ADD, RECAPTURE, CHANGE, RETIRE, OR REINSTATE OF A   *
000600* PRODUCT FAMILY'S RULE PROFILE (FZBPROF).                       *
000700*                                                                *
000800* PRFT-ACTION VALUES -                                           *
000900*     'A' = ADD A NEW FAMILY - DESCRIPTION, LOT BLOCK, AND THE   *
001000*           RUN ID OF THE CONTROL RECORD TO CAPTURE REQUIRED     *
001100*     'U' = RECAPTURE THE FAMILY'S RULE SET FROM THE CONTROL     *
001200*           RECORD NAMED BY PRFT-RUN-ID                          *
001300*     'C' = CHANGE THE DESCRIPTION AND/OR LOT BLOCK - A BLANK    *
001400*           FIELD IS LEFT AS IT STANDS                           *
001500*     'R' = RETIRE A FAMILY                                      *
001600*     'E' = REINSTATE A RETIRED FAMILY                           *
001700*                                                                *
001800* PRFT-USER-ID NAMES WHO SUBMITTED THE CHANGE AND IS KEPT ON     *
001900* THE PROFILE.                                                   *
002000*                                                                *
002100* MODIFICATION HISTORY                                           *
002200*   10/15/26 BS  ORIGINAL RULE PROFILE TRANSACTION.              *
002300******************************************************************
002400 01  FZB-PRFT-RECORD.
002500     05  PRFT-ACTION              PIC X(01).
002600         88  PRFT-ADD                 VALUE 'A'.
002700         88  PRFT-RECAPTURE           VALUE 'U'.
002800         88  PRFT-CHANGE              VALUE 'C'.
002900         88  PRFT-RETIRE              VALUE 'R'.
003000         88  PRFT-REINSTATE           VALUE 'E'.
003100     05  PRFT-FAMILY              PIC X(08).
003200     05  PRFT-RUN-ID              PIC X(08).
003300     05  PRFT-LOW-LOT             PIC X(06).
003400     05  PRFT-LOW-LOT-N REDEFINES PRFT-LOW-LOT
003500                                  PIC 9(06).
003600     05  PRFT-HIGH-LOT            PIC X(06).
003700     05  PRFT-HIGH-LOT-N REDEFINES PRFT-HIGH-LOT
003800                                  PIC 9(06).
003900     05  PRFT-DESCRIPTION         PIC X(30).
004000     05  PRFT-USER-ID             PIC X(08).
004100     05  FILLER                   PIC X(13).
