000100******************************************************************
000200* FZBARIX.CPY                                                    *
000300*                                                                *
000400* AUDIT ARCHIVE INDEX RECORD (INDEXED ARCHIDX).  SAYS WHAT THE   *
000500* LONG-TERM AUDIT ARCHIVE HOLDS.  EVERY ARCHIVED RUN HAS TWO     *
000600* ENTRIES CARRYING THE SAME DETAIL - ONE KEYED BY RUN ID ('R')   *
000700* AND ONE KEYED BY BUSINESS DATE + RUN ID ('D') SO THE RUNS OF   *
000800* A DATE CAN BE BROWSED IN ORDER.  THE SINGLE 'C' ENTRY HOLDS    *
000900* THE LAST ARCHIVE PASS NUMBER USED.                             *
001000*                                                                *
001100* ARIX-RECORD-COUNT IS THE AUDIT RECORDS ARCHIVED FOR THE RUN;   *
001200* ARIX-CKPT-TOTAL IS THE RUN'S CHECKPOINT TOTAL AT ARCHIVE TIME. *
001300* ONLY A RECONCILED RUN ('R') LETS ITS GENERATIONS GO.           *
001400*                                                                *
001500* MODIFICATION HISTORY                                           *
001600*   10/15/26 BS  ORIGINAL AUDIT ARCHIVE INDEX RECORD.            *
001700******************************************************************
001800 01  FZB-ARIX-RECORD.
001900     05  ARIX-KEY.
002000         10  ARIX-KEY-TYPE        PIC X(01).
002100             88  ARIX-RUN-ENTRY       VALUE 'R'.
002200             88  ARIX-DATE-ENTRY      VALUE 'D'.
002300             88  ARIX-CONTROL-ENTRY   VALUE 'C'.
002400         10  ARIX-KEY-DATA        PIC X(16).
002500         10  ARIX-RUN-KEY REDEFINES ARIX-KEY-DATA.
002600             15  ARIX-RUN-KEY-ID      PIC X(08).
002700             15  FILLER               PIC X(08).
002800         10  ARIX-DATE-KEY REDEFINES ARIX-KEY-DATA.
002900             15  ARIX-DATE-KEY-DATE   PIC 9(08).
003000             15  ARIX-DATE-KEY-ID     PIC X(08).
003100     05  ARIX-DETAIL.
003200         10  ARIX-RUN-ID          PIC X(08).
003300         10  ARIX-BUSINESS-DATE   PIC 9(08).
003400         10  ARIX-ARCHIVE-SEQ     PIC 9(05).
003500         10  ARIX-ARCHIVE-DATE    PIC 9(08).
003600         10  ARIX-RECORD-COUNT    PIC 9(07).
003700         10  ARIX-CKPT-TOTAL      PIC 9(07).
003800         10  ARIX-LOW-NUM         PIC 9(06).
003900         10  ARIX-HIGH-NUM        PIC 9(06).
004000         10  ARIX-FIRST-AUD-DATE  PIC 9(08).
004100         10  ARIX-LAST-AUD-DATE   PIC 9(08).
004200         10  ARIX-RECON-STATUS    PIC X(01).
004300             88  ARIX-RECONCILED      VALUE 'R'.
004400             88  ARIX-COUNT-MISMATCH  VALUE 'M'.
004500             88  ARIX-NO-CKPT         VALUE 'N'.
004600             88  ARIX-IN-FLIGHT       VALUE 'A'.
004700         10  ARIX-VOID-SW         PIC X(01).
004800             88  ARIX-RUN-VOID        VALUE 'Y'.
004900         10  FILLER               PIC X(10).
005000     05  ARIX-CONTROL-DETAIL REDEFINES ARIX-DETAIL.
005100         10  ARIX-LAST-ARCHIVE-SEQ PIC 9(05).
005200         10  FILLER               PIC X(78).
