001600*           RELEASED BY A LATER 'F'                              *
001700*     'P' = PURGE - DROP THE ITEM FROM THE SUSPENSE FILE         *
001800*                                                                *
001810* DISP-OPERATOR-ID NAMES THE OPERATOR ENTERING THE RECORD; A     *
001820* DISPOSITION FROM AN ID WITHOUT THE OPERATOR ROLE IS REFUSED.   *
001830*                                                                *
001900* MODIFICATION HISTORY                                          *
002000*   09/01/26 BS  ORIGINAL DISPOSITION TRANSACTION RECORD.        *
002010*   10/15/26 BS  DISP-OPERATOR-ID ADDED AT THE END OF THE        *
002020*                RECORD - THE OPERATOR ENTERING THE DISPOSITION, *
002030*                WHO MUST HOLD THE OPERATOR ROLE ON THE USER     *
002040*                AUTHORIZATION MASTER (FZBUSRM).                 *
002100******************************************************************
002200 01  FZB-DISP-RECORD.
002300     05  DISP-ACTION              PIC X(01).
003200                                  INDEXED BY DISP-COMBO-IDX.
003300     05  DISP-OVERRIDE-NUMBER     PIC 9(06).
003400     05  DISP-TARGET-RUN-ID       PIC X(08).
003410     05  DISP-OPERATOR-ID         PIC X(08).
