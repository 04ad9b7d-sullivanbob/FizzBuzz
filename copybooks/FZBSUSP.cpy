001770*                FZBMAINT CARRIES A HELD ITEM FORWARD UNTOUCHED  *
001780*                INSTEAD OF RETRYING IT, UNTIL AN 'F'            *
001790*                DISPOSITION RELEASES IT.                        *
001791*   10/14/26 BS  ADDED SUSP-RULE-TYPE AND SUSP-RULE-OPERANDS,    *
001792*                MIRRORING THE NEW FZBTRAN FIELDS.               *
001800******************************************************************
001801 01  FZB-SUSP-RECORD.
001900     05  SUSP-ACTION              PIC X(01).
002500     05  SUSP-RETRY-COUNT         PIC 9(02).
002600     05  SUSP-HOLD-SW             PIC X(01).
002700         88  SUSP-HELD                VALUE 'Y'.
002800     05  SUSP-RULE-TYPE           PIC X(01).
002900     05  SUSP-RULE-OPERANDS       PIC X(12).
