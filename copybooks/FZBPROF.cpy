000100******************************************************************
000200* FZBPROF.CPY                                                    *
000300*                                                                *
000400* RULE PROFILE RECORD (INDEXED PROFLIB, KEYED BY PRODUCT         *
000500* FAMILY).  ONE NAMED PROFILE PER PRODUCT FAMILY, HOLDING THE    *
000600* FULL RULE, OVERRIDE, AND COMBINATION SET EVERY LOT OF THAT     *
000700* FAMILY IS CLASSIFIED WITH.  FZBLRBLD BUILDS EACH NIGHT'S       *
000800* CONTROL RECORDS FROM PLANNING'S LOT REQUESTS AND THESE         *
000900* PROFILES INSTEAD OF COPYING THE PREVIOUS LOT BY HAND.          *
001000*                                                                *
001100* PROF-RULE-SET IS A CONTROL RECORD (FZBCTL) IMAGE CAPTURED BY   *
001200* FZBPRFMT FROM A CONTROL RECORD WHOSE TABLES HAVE ALREADY BEEN  *
001300* THROUGH MAINTENANCE UNDER DUAL CONTROL.  ITS RULE, OVERRIDE,   *
001400* AND COMBINATION TABLES, RULE TYPES, CHECKPOINT INTERVAL, AND   *
001500* INDEXED-OUTPUT OPTION ARE CARRIED INTO EVERY RECORD BUILT      *
001600* FROM THE PROFILE; ITS RUN ID, RANGE, AND BUSINESS DATE ARE     *
001700* REPLACED FROM THE REQUEST.  PROF-SOURCE-RUN-ID NAMES THE       *
001800* CONTROL RECORD IT WAS CAPTURED FROM.                           *
001900*                                                                *
002000* PROF-LOW-LOT THROUGH PROF-HIGH-LOT IS THE BLOCK OF LOT NUMBERS *
002100* THE FAMILY OWNS - A REQUEST FOR A RANGE OUTSIDE IT IS SENT     *
002200* BACK TO PLANNING.  A PROFILE IS RETIRED, NOT DELETED.          *
002300*                                                                *
002400* MODIFICATION HISTORY                                           *
002500*   10/15/26 BS  ORIGINAL RULE PROFILE RECORD.                   *
002600******************************************************************
002700 01  FZB-PROF-RECORD.
002800     05  PROF-FAMILY              PIC X(08).
002900     05  PROF-DESCRIPTION         PIC X(30).
003000     05  PROF-STATUS              PIC X(01).
003100         88  PROF-ACTIVE              VALUE 'A'.
003200         88  PROF-RETIRED             VALUE 'R'.
003300     05  PROF-LOW-LOT             PIC 9(06).
003400     05  PROF-HIGH-LOT            PIC 9(06).
003500     05  PROF-SOURCE-RUN-ID       PIC X(08).
003600     05  PROF-CAPTURE-DATE        PIC 9(08).
003700     05  PROF-ADDED-DATE          PIC 9(08).
003800     05  PROF-CHANGED-DATE        PIC 9(08).
003900     05  PROF-CHANGED-BY          PIC X(08).
004000     05  PROF-RULE-SET            PIC X(300).
004100     05  FILLER                   PIC X(09).
