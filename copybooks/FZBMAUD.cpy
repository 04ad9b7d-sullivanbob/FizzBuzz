001000*                                                                *
001100* MODIFICATION HISTORY                                          *
001200*   09/01/26 BS  ORIGINAL MAINTENANCE AUDIT RECORD.              *
001210*   10/14/26 BS  ADDED MAUD-RULE-TYPE AND MAUD-RULE-OPERANDS SO  *
001220*                A COMMITTED RULE'S TYPE AND TEST ARE AUDITED.   *
001300******************************************************************
001400 01  FZB-MAUD-RECORD.
001500     05  MAUD-DATE                PIC 9(08).
002400                                  INDEXED BY MAUD-COMBO-IDX.
002500     05  MAUD-SUBMITTER-ID        PIC X(08).
002600     05  MAUD-APPROVER-ID         PIC X(08).
002700     05  MAUD-RULE-TYPE           PIC X(01).
002800     05  MAUD-RULE-OPERANDS       PIC X(12).
