001376* FIELDS (DIVISOR, LABEL, COMBO DIVISORS, OVERRIDE NUMBER)        *
001377* EXACTLY, SO AN APPROVAL CAN NEVER COMMIT A CHANGE OTHER THAN    *
001378* THE ONE THE APPROVER READ.                                      *
001379*                                                                *
001380* TRAN-RULE-TYPE AND TRAN-RULE-OPERANDS CARRY A RULE'S TYPE AND  *
001381* TEST OPERANDS FOR AN 'A' (AND FOR A 'C' THAT RETYPES THE RULE) *
001382* - SEE FZBCTL.  A SPACE TYPE ON AN 'A' IS PLAIN DIVISIBILITY BY *
001383* TRAN-DIVISOR; A SPACE TYPE ON A 'C' CHANGES THE LABEL ONLY.    *
001400* MODIFICATION HISTORY                                           *
001500*   08/08/26 BS  ORIGINAL MAINTENANCE TRANSACTION RECORD.        *
001510*   08/21/26 BS  ADDED THE 'P'/'Q'/'R' COMBINATION-LABEL ACTIONS  *
001593*                IS NOW STAGED TO A PENDING FILE (FZBPEND) AND    *
001594*                COMMITTED ONLY WHEN A SECOND PERSON SUBMITS A    *
001595*                MATCHING 'X' APPROVAL CARRYING THEIR OWN ID.     *
001596*   10/14/26 BS  ADDED TRAN-RULE-TYPE AND TRAN-RULE-OPERANDS FOR  *
001597*                THE REMAINDER, DIGIT, AND RANGE-BAND RULE TYPES. *
001600******************************************************************
001700 01  FZB-TRAN-RECORD.
001800     05  TRAN-ACTION              PIC X(01).
002340     05  TRAN-OVERRIDE-NUMBER     PIC 9(06).
002350     05  TRAN-USER-ID             PIC X(08).
002360     05  TRAN-PEND-ACTION         PIC X(01).
002370     05  TRAN-RULE-TYPE           PIC X(01).
002371         88  TRAN-RULE-IS-DIVISIBLE   VALUE 'D'.
002372         88  TRAN-RULE-IS-REMAINDER   VALUE 'R'.
002373         88  TRAN-RULE-IS-DIGIT       VALUE 'G'.
002374         88  TRAN-RULE-IS-BAND        VALUE 'B'.
002380     05  TRAN-RULE-OPERANDS       PIC X(12).
002390     05  TRAN-RULE-REM-OPERANDS REDEFINES TRAN-RULE-OPERANDS.
002391         10  TRAN-RULE-MODULUS    PIC 9(02).
002392         10  TRAN-RULE-REMAINDER  PIC 9(02).
002393         10  FILLER               PIC X(08).
002394     05  TRAN-RULE-DIGIT-OPERANDS REDEFINES TRAN-RULE-OPERANDS.
002395         10  TRAN-RULE-DIGIT      PIC 9(01).
002396         10  FILLER               PIC X(11).
002397     05  TRAN-RULE-BAND-OPERANDS REDEFINES TRAN-RULE-OPERANDS.
002398         10  TRAN-RULE-BAND-LOW   PIC 9(06).
002399         10  TRAN-RULE-BAND-HIGH  PIC 9(06).
