000100******************************************************************
000200* FZBBEVT.CPY                                                    *
000300*                                                                *
000400* TEXT OF FZBLRBLD'S 024I EVENT, WRITTEN FOR EVERY CONTROL       *
000500* RECORD THE NIGHTLY BUILD CREATES.  THE EVENT'S RUN ID IS THE   *
000600* NEW RUN; THE TEXT NAMES THE PRODUCT FAMILY WHOSE RULE PROFILE  *
000700* THE RECORD WAS BUILT FROM AND THE RUN THAT PROFILE'S RULE SET  *
000800* WAS CAPTURED FROM.  FZBPROV READS IT BACK FROM THE EVENT LOG   *
000900* TO SAY WHERE A BUILT RUN'S RULES CAME FROM, SO THE LAYOUT IS   *
001000* SHARED HERE AND FITS EVT-TEXT (40) IN FZBEVT.                  *
001100*                                                                *
001200* MODIFICATION HISTORY                                           *
001300*   10/15/26 BS  ORIGINAL BUILD EVENT TEXT.                      *
001400******************************************************************
001500 01  FZB-BEVT-TEXT.
001600     05  FILLER                   PIC X(07) VALUE 'FAMILY '.
001700     05  BEVT-FAMILY              PIC X(08) VALUE SPACES.
001800     05  FILLER                   PIC X(12) VALUE ' SOURCE RUN '.
001900     05  BEVT-SOURCE-RUN-ID       PIC X(08) VALUE SPACES.
002000     05  FILLER                   PIC X(05) VALUE SPACES.
