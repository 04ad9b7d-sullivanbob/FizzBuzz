000100******************************************************************
000200* FZBRREG.CPY                                                    *
000300*                                                                *
000400* RUN ID REGISTRY RECORD (INDEXED RUNREG, KEYED BY RUN ID).  A   *
000500* RUN ID IS ONLY GOOD IF THIS FILE SAYS IT WAS ISSUED - BY THE   *
000600* ALLOCATOR (FZBALLOC) FOR A LOGICAL RUN, OR BY FZBSPLIT FOR ONE *
000700* OF A SPLIT RUN'S SUB-RUNS - AND HAS NOT BEEN CONSUMED YET.     *
000800* FIZZBUZZ CONSUMES AN ID WHEN ITS RUN COMPLETES; FZBSPLIT       *
000900* CONSUMES THE LOGICAL ID WHEN IT HANDS THE RANGE TO SUB-RUNS.   *
001000*                                                                *
001100* THE ALLOCATOR NEVER ISSUES TWO IDS THAT SHARE THEIR FIRST      *
001200* SEVEN CHARACTERS (RREG-RUN-STEM), SINCE FZBSPLIT DERIVES ITS   *
001300* SUB-RUN IDS BY REPLACING THE EIGHTH.                           *
001400*                                                                *
001500* THE RECORD KEYED '*CONTROL' IS THE ALLOCATOR'S OWN - IT HOLDS  *
001600* THE LAST SEQUENCE NUMBER ISSUED (RREG-LAST-SEQUENCE).          *
001700*                                                                *
001800* MODIFICATION HISTORY                                           *
001900*   10/15/26 BS  ORIGINAL RUN ID REGISTRY RECORD.                *
002000******************************************************************
002100 01  FZB-RREG-RECORD.
002200     05  RREG-RUN-ID.
002300         10  RREG-RUN-STEM        PIC X(07).
002400         10  RREG-RUN-SUFFIX      PIC X(01).
002500     05  RREG-DETAIL.
002600         10  RREG-STATUS          PIC X(01).
002700             88  RREG-ISSUED          VALUE 'I'.
002800             88  RREG-CONSUMED        VALUE 'C'.
002900             88  RREG-SPLIT           VALUE 'S'.
003000         10  RREG-REQUESTER       PIC X(08).
003100         10  RREG-START-NUM       PIC 9(06).
003200         10  RREG-END-NUM         PIC 9(06).
003300         10  RREG-BUSINESS-DATE   PIC 9(08).
003400         10  RREG-ISSUE-DATE      PIC 9(08).
003500         10  RREG-ISSUE-TIME      PIC 9(08).
003600         10  RREG-ISSUED-BY       PIC X(08).
003700         10  RREG-PARENT-RUN-ID   PIC X(08).
003800         10  RREG-CONSUMED-BY     PIC X(08).
003900         10  RREG-CONSUMED-DATE   PIC 9(08).
004000         10  RREG-CONSUMED-TIME   PIC 9(08).
004100         10  FILLER               PIC X(07).
004200     05  RREG-CONTROL-DETAIL REDEFINES RREG-DETAIL.
004300         10  RREG-LAST-SEQUENCE   PIC 9(04).
004400         10  FILLER               PIC X(88).
