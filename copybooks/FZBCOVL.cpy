000100******************************************************************
000200* FZBCOVL.CPY                                                    *
000300*                                                                *
000400* COVERAGE LEDGER RECORD - ONE STRETCH OF CONSECUTIVE LOT        *
000500* NUMBERS SHARING THE SAME COVERAGE BY COMPLETED, NON-VOID RUNS. *
000600* WRITTEN BY FZBCOVER IN LOT NUMBER ORDER, SO THE LEDGER READS   *
000700* TOP TO BOTTOM ACROSS THE WHOLE RANGE WITH NO HOLES - A LOT NO  *
000800* RUN COVERED SHOWS AS A GAP STRETCH, NOT AS A MISSING RECORD.   *
000900*                                                                *
001000* COVL-RUN-COUNT IS THE NUMBER OF RUNS COVERING THE STRETCH.     *
001100* THE FIRST FOUR ARE NAMED IN COVL-RUN-TABLE WITH THEIR BUSINESS *
001200* DATES; COVL-MORE-RUNS-SW IS SET WHEN THERE WERE MORE.          *
001300*                                                                *
001400* MODIFICATION HISTORY                                           *
001500*   10/15/26 BS  ORIGINAL COVERAGE LEDGER RECORD.                *
001600******************************************************************
001700 01  FZB-COVL-RECORD.
001800     05  COVL-FROM-NUM            PIC 9(06).
001900     05  COVL-THRU-NUM            PIC 9(06).
002000     05  COVL-LOT-COUNT           PIC 9(07).
002100     05  COVL-STATE               PIC X(01).
002200         88  COVL-GAP                 VALUE 'G'.
002300         88  COVL-SINGLE              VALUE 'S'.
002400         88  COVL-DOUBLE              VALUE 'D'.
002500     05  COVL-RUN-COUNT           PIC 9(04).
002600     05  COVL-RUN-TABLE OCCURS 4 TIMES.
002700         10  COVL-RUN-ID              PIC X(08).
002800         10  COVL-RUN-BUSINESS-DATE   PIC 9(08).
002900     05  COVL-MORE-RUNS-SW        PIC X(01).
003000         88  COVL-MORE-RUNS           VALUE 'Y'.
003100     05  COVL-PROGRAM-YEAR-START  PIC 9(08).
003200     05  COVL-BUILD-DATE          PIC 9(08).
003300     05  FILLER                   PIC X(05).
