000100******************************************************************
000200* FZBARCA.CPY                                                    *
000300*                                                                *
000400* AUDIT ARCHIVE RECORD.  FZBARCHV CONSOLIDATES AGED AUDFILE      *
000500* GENERATIONS INTO THE LONG-TERM ARCHIVE (AUDARCH GDG), ONE OF   *
000600* THESE PER AUDIT RECORD: THE FZBAUD IMAGE UNCHANGED, TAGGED     *
000700* WITH THE ARCHIVE PASS THAT WROTE IT AND THE RUN'S BUSINESS     *
000800* DATE.  A RUN ARCHIVED MORE THAN ONCE (HELD ONE MONTH,          *
000900* ARCHIVED AGAIN THE NEXT) IS RESTORED ONLY FROM THE PASS ITS    *
001000* INDEX ENTRY (FZBARIX) NAMES, SO NO RECORD COMES BACK TWICE.    *
001100*                                                                *
001200* MODIFICATION HISTORY                                           *
001300*   10/15/26 BS  ORIGINAL AUDIT ARCHIVE RECORD.                  *
001400******************************************************************
001500 01  FZB-ARCA-RECORD.
001600     05  ARCA-ARCHIVE-SEQ         PIC 9(05).
001700     05  ARCA-BUSINESS-DATE       PIC 9(08).
001800     05  ARCA-AUD-IMAGE.
001900         10  ARCA-AUD-RUN-ID      PIC X(08).
002000         10  FILLER               PIC X(73).
