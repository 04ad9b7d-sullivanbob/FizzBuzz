001091*                MIRRORING THE NEW FZBTRAN FIELDS, SO A REJECTED *
001092*                APPROVAL NAMES WHO SUBMITTED IT AND WHICH       *
001093*                STAGED ACTION IT WAS AIMED AT.                  *
001094*   10/14/26 BS  ADDED MEXC-RULE-TYPE AND MEXC-RULE-OPERANDS,    *
001095*                MIRRORING THE NEW FZBTRAN FIELDS.               *
001100******************************************************************
001200 01  FZB-MEXC-RECORD.
001300     05  MEXC-ACTION              PIC X(01).
002100     05  MEXC-TARGET-RUN-ID       PIC X(08).
002200     05  MEXC-USER-ID             PIC X(08).
002300     05  MEXC-PEND-ACTION         PIC X(01).
002400     05  MEXC-RULE-TYPE           PIC X(01).
002500     05  MEXC-RULE-OPERANDS       PIC X(12).
