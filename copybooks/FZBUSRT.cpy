000100******************************************************************
000200* FZBUSRT.CPY                                                    *
000300*                                                                *
000400* USER AUTHORIZATION MAINTENANCE TRANSACTION FOR FZBUSRMT.  ONE  *
000500* RECORD PER GRANT, CHANGE, REVOKE, OR REINSTATE OF ONE ROLE ON  *
000600* THE USER AUTHORIZATION MASTER (FZBUSRM).                       *
000700*                                                                *
000800* USRT-ACTION VALUES -                                           *
000900*     'A' = GRANT A ROLE (USER NAME REQUIRED; A BLANK EFFECTIVE  *
001000*           DATE MEANS TODAY, A BLANK EXPIRY DATE MEANS NONE)    *
001100*     'C' = CHANGE A ROLE'S USER NAME, EFFECTIVE DATE, AND/OR    *
001200*           EXPIRY DATE - A BLANK FIELD IS LEFT AS IT STANDS     *
001300*     'R' = REVOKE A ROLE                                        *
001400*     'E' = REINSTATE A REVOKED ROLE                             *
001500* USRT-ROLE IS 'S' SUBMITTER, 'A' APPROVER, OR 'O' OPERATOR.     *
001600* THE DATES ARE YYYYMMDD.  USRT-BY-ID NAMES WHO SUBMITTED THE    *
001700* CHANGE; IT IS KEPT ON THE MASTER ENTRY AND MAY NOT BE THE      *
001800* USER BEING CHANGED.                                            *
001900*                                                                *
002000* MODIFICATION HISTORY                                           *
002100*   10/15/26 BS  ORIGINAL USER AUTHORIZATION TRANSACTION.        *
002200******************************************************************
002300 01  FZB-USRT-RECORD.
002400     05  USRT-ACTION              PIC X(01).
002500         88  USRT-GRANT               VALUE 'A'.
002600         88  USRT-CHANGE              VALUE 'C'.
002700         88  USRT-REVOKE              VALUE 'R'.
002800         88  USRT-REINSTATE           VALUE 'E'.
002900     05  USRT-USER-ID             PIC X(08).
003000     05  USRT-ROLE                PIC X(01).
003100     05  USRT-USER-NAME           PIC X(30).
003200     05  USRT-EFFECTIVE-DATE      PIC X(08).
003300     05  USRT-EXPIRY-DATE         PIC X(08).
003400     05  USRT-BY-ID               PIC X(08).
003500     05  FILLER                   PIC X(16).
