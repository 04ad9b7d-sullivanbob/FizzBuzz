001900*                                                                *
002000* MODIFICATION HISTORY                                          *
002100*   09/01/26 BS  ORIGINAL PENDING CHANGE RECORD.                 *
002110*   10/14/26 BS  ADDED PEND-RULE-TYPE AND PEND-RULE-OPERANDS,    *
002120*                MIRRORING THE NEW FZBTRAN FIELDS.               *
002200******************************************************************
002300 01  FZB-PEND-RECORD.
002400     05  PEND-ACTION              PIC X(01).
003100     05  PEND-SUBMITTER-ID        PIC X(08).
003200     05  PEND-TARGET-RUN-ID       PIC X(08).
003300     05  PEND-AGE-COUNT           PIC 9(02).
003400     05  PEND-RULE-TYPE           PIC X(01).
003500     05  PEND-RULE-OPERANDS       PIC X(12).
