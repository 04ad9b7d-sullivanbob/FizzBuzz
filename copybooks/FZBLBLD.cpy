000100******************************************************************
000200* FZBLBLD.CPY                                                    *
000300*                                                                *
000400* LABEL DICTIONARY RECORD (INDEXED LBLDICT, KEYED BY LABEL).     *
000500* EVERY LABEL A RULE, OVERRIDE, OR COMBINATION MAY CARRY IN THE  *
000600* CONTROL RECORD MUST BE ON FILE HERE AND ACTIVE - FZBMAINT      *
000700* REJECTS AN ADD OR CHANGE NAMING ANY OTHER.  THE KEY IS THE     *
000800* LABEL EXACTLY AS IT IS CLASSIFIED, SO "FIZZ" AND "Fizz" ARE    *
000900* DIFFERENT ENTRIES AND ONLY THE ONE ON FILE IS ACCEPTED.        *
001000*                                                                *
001100* LBLD-DESCRIPTION IS THE LONG DESCRIPTION FZBPREED PRINTS ON    *
001200* THE PROOF SHEET; LBLD-ERP-CODE IS THE ERP PRODUCT/CATEGORY     *
001300* CODE FZBXTR CARRIES ALONGSIDE THE DECISION TEXT.  A LABEL IS   *
001400* RETIRED, NOT DELETED, SO OLD RUNS CAN STILL BE EXTRACTED AND   *
001500* PROOFED AGAINST IT.  MAINTAINED BY FZBLBDMT.                   *
001600*                                                                *
001700* MODIFICATION HISTORY                                           *
001800*   10/15/26 BS  ORIGINAL LABEL DICTIONARY RECORD.               *
001900******************************************************************
002000 01  FZB-LBLD-RECORD.
002100     05  LBLD-LABEL               PIC X(08).
002200     05  LBLD-DESCRIPTION         PIC X(40).
002300     05  LBLD-ERP-CODE            PIC X(10).
002400     05  LBLD-STATUS              PIC X(01).
002500         88  LBLD-ACTIVE              VALUE 'A'.
002600         88  LBLD-RETIRED             VALUE 'R'.
002700     05  LBLD-ADDED-DATE          PIC 9(08).
002800     05  LBLD-CHANGED-DATE        PIC 9(08).
002900     05  LBLD-CHANGED-BY          PIC X(08).
003000     05  LBLD-RETIRED-DATE        PIC 9(08).
003100     05  FILLER                   PIC X(09).
