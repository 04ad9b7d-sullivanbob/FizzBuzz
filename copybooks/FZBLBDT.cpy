000100******************************************************************
000200* FZBLBDT.CPY                                                    *
000300*                                                                *
000400* LABEL DICTIONARY MAINTENANCE TRANSACTION FOR FZBLBDMT.  ONE    *
000500* RECORD PER ADD, CHANGE, RETIRE, OR REINSTATE OF A LABEL        *
000600* DICTIONARY ENTRY (FZBLBLD).                                    *
000700*                                                                *
000800* LBDT-ACTION VALUES -                                           *
000900*     'A' = ADD A NEW LABEL (DESCRIPTION AND ERP CODE REQUIRED)  *
001000*     'C' = CHANGE A LABEL'S DESCRIPTION AND/OR ERP CODE - A     *
001100*           BLANK FIELD IS LEFT AS IT STANDS                     *
001200*     'R' = RETIRE A LABEL                                       *
001300*     'E' = REINSTATE A RETIRED LABEL                            *
001400*                                                                *
001500* LBDT-USER-ID NAMES WHO SUBMITTED THE CHANGE AND IS KEPT ON     *
001600* THE DICTIONARY ENTRY.                                          *
001700*                                                                *
001800* MODIFICATION HISTORY                                           *
001900*   10/15/26 BS  ORIGINAL LABEL DICTIONARY TRANSACTION.          *
002000******************************************************************
002100 01  FZB-LBDT-RECORD.
002200     05  LBDT-ACTION              PIC X(01).
002300         88  LBDT-ADD                 VALUE 'A'.
002400         88  LBDT-CHANGE              VALUE 'C'.
002500         88  LBDT-RETIRE              VALUE 'R'.
002600         88  LBDT-REINSTATE           VALUE 'E'.
002700     05  LBDT-LABEL               PIC X(08).
002800     05  LBDT-DESCRIPTION         PIC X(40).
002900     05  LBDT-ERP-CODE            PIC X(10).
003000     05  LBDT-USER-ID             PIC X(08).
003100     05  FILLER                   PIC X(13).
