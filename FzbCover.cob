000100*****************************************************************
000200* FZBCOVER                                                           *
000300*                                                                    *
000400* CROSS-RUN COVERAGE LEDGER.  READS EVERY CHECKPOINT RECORD AND      *
000500* PROVES WHICH LOT NUMBERS HAVE BEEN CLASSIFIED BY A COMPLETED,      *
000600* NON-VOID RUN SINCE THE START OF THE PROGRAM YEAR - EVERY LOT       *
000700* EXACTLY ONCE, NO GAPS, NO DOUBLES.  EACH RUN'S CKPT-START-NUM      *
000800* THRU CKPT-END-NUM IS ITS COVERAGE.  A RUN IS COUNTED ONLY IF       *
000900* ITS CHECKPOINT SAYS COMPLETE AND NOT VOID AND ITS BUSINESS         *
001000* DATE FALLS ON OR AFTER THE PROGRAM YEAR START.  A VOIDED RUN IS    *
001100* LISTED WITH THE RUN THAT SUPERSEDES IT - THE SUPERSEDING RUN IS    *
001200* WHAT COUNTS - AND A WARNING IS RAISED WHEN THAT RUN IS NOT (OR     *
001300* NOT YET) A COUNTED RUN, SINCE ITS LOTS THEN SHOW AS A GAP.         *
001400* SPLIT SUB-RUNS EACH CARRY THEIR OWN CHECKPOINT AND COUNT AS        *
001500* SEPARATE RUNS.                                                     *
001600*                                                                    *
001700* THE LOT RANGE IS CUT INTO STRETCHES WHOSE LOTS ARE ALL COVERED     *
001800* BY THE SAME RUNS.  EVERY STRETCH IS WRITTEN TO THE COVERAGE        *
001900* LEDGER (LEDGFILE, FZBCOVL) AND EVERY GAP OR DOUBLE-COVERED         *
002000* STRETCH IS PRINTED WITH THE RUN IDS INVOLVED.                      *
002100*                                                                    *
002200* PARM FORMAT (ALL OPTIONAL) -                                       *
002300*   COLS 01-08  PROGRAM YEAR START BUSINESS DATE (YYYYMMDD).         *
002400*               OMITTED OR ZERO COUNTS RUNS OF EVERY DATE.           *
002500*   COLS 09-14  FIRST LOT NUMBER OF THE RANGE TO PROVE               *
002600*   COLS 15-20  LAST LOT NUMBER OF THE RANGE TO PROVE                *
002700*               OMITTED, THE RANGE RUNS FROM THE LOWEST TO THE       *
002800*               HIGHEST LOT ANY COUNTED RUN COVERED.                 *
002900*                                                                    *
003000* RETURN CODE -                                                      *
003100*   00 - EVERY LOT IN THE RANGE COVERED EXACTLY ONCE                 *
003200*   04 - A GAP OR DOUBLE COVERAGE WAS FOUND, A VOIDED RUN'S          *
003300*        SUPERSEDING RUN IS NOT COUNTED, NO RUN QUALIFIED, OR A      *
003400*        TABLE FILLED                                                *
003500*   16 - BAD PARM OR A FILE FAILED                                   *
003600*                                                                    *
003700* MODIFICATION HISTORY                                               *
003800*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. FZBCOVER.
004200 AUTHOR. BOB.
004300 INSTALLATION. DATA PROCESSING.
004400 DATE-WRITTEN. 10/15/2026.
004500 DATE-COMPILED.
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CKPT-FILE ASSIGN TO CKPTFILE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS SEQUENTIAL
005200         RECORD KEY IS CKPT-RUN-ID
005300         FILE STATUS IS WS-CKPT-STATUS.
005400     SELECT LEDG-FILE ASSIGN TO LEDGFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-LEDG-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CKPT-FILE.
006000     COPY FZBCKPT.
006100 FD  LEDG-FILE
006200     RECORDING MODE IS F.
006300     COPY FZBCOVL.
006400 WORKING-STORAGE SECTION.
006500*****************************************************************
006600* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
006700*****************************************************************
006800 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
006900 77  WS-LEDG-STATUS           PIC X(02) VALUE SPACES.
007000 77  WS-CKPT-EOF-SW           PIC X(01) VALUE 'N'.
007100     88  WS-CKPT-EOF              VALUE 'Y'.
007200 77  WS-RANGE-PARM-SW         PIC X(01) VALUE 'N'.
007300     88  WS-RANGE-FROM-PARM       VALUE 'Y'.
007400 77  WS-PEND-SW               PIC X(01) VALUE 'N'.
007500     88  WS-PEND-OPEN             VALUE 'Y'.
007600 77  WS-SUPER-FOUND-SW        PIC X(01) VALUE 'N'.
007700     88  WS-SUPER-FOUND           VALUE 'Y'.
007800 77  WS-WARNING-SW            PIC X(01) VALUE 'N'.
007900     88  WS-WARNING               VALUE 'Y'.
008000 77  WS-YEAR-START            PIC 9(08) VALUE 0.
008100 77  WS-BUILD-DATE            PIC 9(08) VALUE 0.
008200 77  W-RANGE-LOW              PIC 9(07) COMP VALUE 0.
008300 77  W-RANGE-HIGH             PIC 9(07) COMP VALUE 0.
008400 77  W-RANGE-STOP             PIC 9(07) COMP VALUE 0.
008500 77  W-CKPT-COUNT             PIC 9(05) COMP VALUE 0.
008600 77  W-INFLIGHT-COUNT         PIC 9(05) COMP VALUE 0.
008700 77  W-PRIOR-YEAR-COUNT       PIC 9(05) COMP VALUE 0.
008800 77  W-BAD-RANGE-COUNT        PIC 9(05) COMP VALUE 0.
008900 77  W-UNCOUNTED-SUPER-COUNT  PIC 9(05) COMP VALUE 0.
009000 77  W-GAP-STRETCH-COUNT      PIC 9(05) COMP VALUE 0.
009100 77  W-DOUBLE-STRETCH-COUNT   PIC 9(05) COMP VALUE 0.
009200 77  W-LEDGER-COUNT           PIC 9(05) COMP VALUE 0.
009300 77  W-GAP-LOTS               PIC 9(07) COMP VALUE 0.
009400 77  W-SINGLE-LOTS            PIC 9(07) COMP VALUE 0.
009500 77  W-DOUBLE-LOTS            PIC 9(07) COMP VALUE 0.
009600 77  W-RANGE-LOTS             PIC 9(07) COMP VALUE 0.
009700 77  W-SEG-IDX                PIC 9(05) COMP VALUE 0.
009800 77  W-VOID-IDX               PIC 9(05) COMP VALUE 0.
009900 77  W-PT-IDX                 PIC 9(05) COMP VALUE 0.
010000 77  W-PT-MOVE                PIC 9(05) COMP VALUE 0.
010100 77  W-PT-VALUE               PIC 9(07) COMP VALUE 0.
010200 77  W-RUN-IDX                PIC 9(02) COMP VALUE 0.
010300 77  W-EL-FROM                PIC 9(07) COMP VALUE 0.
010400 77  W-EL-THRU                PIC 9(07) COMP VALUE 0.
010500*****************************************************************
010600* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
010700*****************************************************************
010800 77  WS-CKPT-DISP             PIC 9(05) VALUE 0.
010900 77  WS-COUNTED-DISP          PIC 9(05) VALUE 0.
011000 77  WS-VOID-DISP             PIC 9(05) VALUE 0.
011100 77  WS-INFLIGHT-DISP         PIC 9(05) VALUE 0.
011200 77  WS-PRIOR-YEAR-DISP       PIC 9(05) VALUE 0.
011300 77  WS-BAD-RANGE-DISP        PIC 9(05) VALUE 0.
011400 77  WS-UNCOUNTED-SUPER-DISP  PIC 9(05) VALUE 0.
011500 77  WS-GAP-STRETCH-DISP      PIC 9(05) VALUE 0.
011600 77  WS-DOUBLE-STRETCH-DISP   PIC 9(05) VALUE 0.
011700 77  WS-LEDGER-DISP           PIC 9(05) VALUE 0.
011800 77  WS-GAP-LOTS-DISP         PIC 9(07) VALUE 0.
011900 77  WS-SINGLE-LOTS-DISP      PIC 9(07) VALUE 0.
012000 77  WS-DOUBLE-LOTS-DISP      PIC 9(07) VALUE 0.
012100 77  WS-RANGE-LOTS-DISP       PIC 9(07) VALUE 0.
012200 77  WS-FROM-DISP             PIC 9(06) VALUE 0.
012300 77  WS-THRU-DISP             PIC 9(06) VALUE 0.
012400 77  WS-LOTS-DISP             PIC 9(07) VALUE 0.
012500*****************************************************************
012600* WORKING STORAGE - COUNTED RUNS.  ONE ENTRY PER COMPLETED,      *
012700*                   NON-VOID RUN INSIDE THE PROGRAM YEAR.        *
012800*****************************************************************
012900 01  W-SEG-TABLE.
013000     05  W-SEG-COUNT          PIC 9(05) COMP VALUE 0.
013100     05  W-SEG-MAX            PIC 9(05) COMP VALUE 3000.
013200     05  W-SEG-ENTRY OCCURS 3000 TIMES.
013300         10  W-SEG-RUN-ID         PIC X(08).
013400         10  W-SEG-START          PIC 9(06).
013500         10  W-SEG-END            PIC 9(06).
013600         10  W-SEG-BUSINESS-DATE  PIC 9(08).
013700*****************************************************************
013800* WORKING STORAGE - VOIDED RUNS INSIDE THE PROGRAM YEAR AND THE  *
013900*                   RUN NAMED AS SUPERSEDING EACH ONE.           *
014000*****************************************************************
014100 01  W-VOID-TABLE.
014200     05  W-VOID-COUNT         PIC 9(05) COMP VALUE 0.
014300     05  W-VOID-MAX           PIC 9(05) COMP VALUE 500.
014400     05  W-VOID-ENTRY OCCURS 500 TIMES.
014500         10  W-VOID-RUN-ID        PIC X(08).
014600         10  W-VOID-START         PIC 9(06).
014700         10  W-VOID-END           PIC 9(06).
014800         10  W-VOID-SUPERSEDED-BY PIC X(08).
014900*****************************************************************
015000* WORKING STORAGE - BOUNDARY POINTS.  EVERY COUNTED RUN'S START  *
015100*                   AND END + 1, PLUS THE RANGE LIMITS, HELD IN  *
015200*                   ASCENDING ORDER WITH NO DUPLICATES.  EACH    *
015300*                   PAIR OF NEIGHBOURS BOUNDS A STRETCH OF LOTS  *
015400*                   THAT EVERY RUN EITHER FULLY COVERS OR MISSES.*
015500*****************************************************************
015600 01  W-PT-TABLE.
015700     05  W-PT-COUNT           PIC 9(05) COMP VALUE 0.
015800     05  W-PT-ENTRY OCCURS 6002 TIMES.
015900         10  W-PT                 PIC 9(07) COMP.
016000*****************************************************************
016100* WORKING STORAGE - COVERAGE OF THE CURRENT BOUNDARY INTERVAL    *
016200*                   AND OF THE STRETCH BEING BUILT.  ADJACENT    *
016300*                   INTERVALS COVERED BY THE SAME RUNS ARE       *
016400*                   MERGED INTO ONE STRETCH BEFORE IT IS WRITTEN.*
016500*****************************************************************
016600 01  W-CUR-COVERAGE.
016700     05  W-CUR-RUN-COUNT      PIC 9(04).
016800     05  W-CUR-RUNS.
016900         10  W-CUR-RUN-ENTRY OCCURS 4 TIMES.
017000             15  W-CUR-RUN-ID         PIC X(08).
017100             15  W-CUR-RUN-DATE       PIC 9(08).
017200 01  W-PEND-COVERAGE.
017300     05  W-PEND-FROM          PIC 9(07) COMP.
017400     05  W-PEND-THRU          PIC 9(07) COMP.
017500     05  W-PEND-RUN-COUNT     PIC 9(04).
017600     05  W-PEND-RUNS.
017700         10  W-PEND-RUN-ENTRY OCCURS 4 TIMES.
017800             15  W-PEND-RUN-ID        PIC X(08).
017900             15  W-PEND-RUN-DATE      PIC 9(08).
018000******************************************************************
018100* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
018200*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
018300*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
018400*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
018500*                   THIS PROGRAM'S SYSOUT.                       *
018600******************************************************************
018700 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBCOVER'.
018800 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
018900 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
019000 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
019100 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
019200 LINKAGE SECTION.
019300 01  LS-PARM-AREA.
019400     05  LS-PARM-LEN          PIC S9(04) COMP.
019500     05  LS-PARM-YEAR-START   PIC X(08).
019600     05  LS-PARM-YEAR-START-N REDEFINES LS-PARM-YEAR-START
019700                              PIC 9(08).
019800     05  LS-PARM-FIRST-LOT    PIC X(06).
019900     05  LS-PARM-FIRST-LOT-N  REDEFINES LS-PARM-FIRST-LOT
020000                              PIC 9(06).
020100     05  LS-PARM-LAST-LOT     PIC X(06).
020200     05  LS-PARM-LAST-LOT-N   REDEFINES LS-PARM-LAST-LOT
020300                              PIC 9(06).
020400 PROCEDURE DIVISION USING LS-PARM-AREA.
020500*****************************************************************
020600* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
020700*****************************************************************
020800 0000-MAIN-PROCEDURE.
020900     MOVE 'FZBCOVER-900I' TO WS-EVT-MSG-ID.
021000     MOVE 'START OF RUN' TO WS-EVT-TEXT.
021100     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
021200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021300     DISPLAY '===== FZBCOVER COVERAGE LEDGER ====='.
021400     PERFORM 2000-LOAD-ONE-CKPT THRU 2000-EXIT
021500         UNTIL WS-CKPT-EOF.
021600     PERFORM 3000-CHECK-ONE-VOID THRU 3000-EXIT
021700         VARYING W-VOID-IDX FROM 1 BY 1
021800         UNTIL W-VOID-IDX > W-VOID-COUNT.
021900     IF W-SEG-COUNT = 0 AND NOT WS-RANGE-FROM-PARM
022000         DISPLAY 'FZBCOVER-006W NO COMPLETED RUN QUALIFIED'
022100         MOVE 'FZBCOVER-006W' TO WS-EVT-MSG-ID
022200         MOVE 'NO COMPLETED RUN QUALIFIED' TO WS-EVT-TEXT
022300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
022400         MOVE 'Y' TO WS-WARNING-SW
022500     ELSE
022600         PERFORM 4000-BUILD-POINTS THRU 4000-EXIT
022700         PERFORM 5000-SWEEP-ONE-INTERVAL THRU 5000-EXIT
022800             VARYING W-PT-IDX FROM 1 BY 1
022900             UNTIL W-PT-IDX NOT < W-PT-COUNT
023000         IF WS-PEND-OPEN
023100             PERFORM 5300-WRITE-STRETCH THRU 5300-EXIT
023200         END-IF
023300     END-IF.
023400     PERFORM 8000-SUMMARY THRU 8000-EXIT.
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023600     IF W-GAP-STRETCH-COUNT > 0 OR W-DOUBLE-STRETCH-COUNT > 0
023700         MOVE 'FZBCOVER-009W' TO WS-EVT-MSG-ID
023800         MOVE 'GAP OR DOUBLE COVERAGE FOUND' TO WS-EVT-TEXT
023900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024000         MOVE 'Y' TO WS-WARNING-SW
024100     END-IF.
024200     IF WS-WARNING
024300         MOVE 4 TO RETURN-CODE
024400     ELSE
024500         MOVE 0 TO RETURN-CODE
024600     END-IF.
024700     MOVE SPACES TO WS-EVT-RUN-ID.
024800     MOVE 'FZBCOVER-901I' TO WS-EVT-MSG-ID.
024900     MOVE 'END OF RUN' TO WS-EVT-TEXT.
025000     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
025100     GOBACK.
025200*****************************************************************
025300* 1000-INITIALIZE - VALIDATE THE PARM, OPEN THE CHECKPOINT FILE  *
025400*                   AND THE LEDGER, AND PRIME THE FIRST RECORD   *
025500*****************************************************************
025600 1000-INITIALIZE.
025700     ACCEPT WS-BUILD-DATE FROM DATE YYYYMMDD.
025800     IF LS-PARM-LEN NOT = 0 AND LS-PARM-LEN NOT = 8
025900             AND LS-PARM-LEN NOT = 20
026000         GO TO 1000-BAD-PARM
026100     END-IF.
026200     IF LS-PARM-LEN > 0
026300         IF LS-PARM-YEAR-START NOT NUMERIC
026400             GO TO 1000-BAD-PARM
026500         END-IF
026600         MOVE LS-PARM-YEAR-START-N TO WS-YEAR-START
026700     END-IF.
026800     IF LS-PARM-LEN = 20
026900         IF LS-PARM-FIRST-LOT NOT NUMERIC
027000                 OR LS-PARM-LAST-LOT NOT NUMERIC
027100             GO TO 1000-BAD-PARM
027200         END-IF
027300         IF LS-PARM-LAST-LOT-N < LS-PARM-FIRST-LOT-N
027400             GO TO 1000-BAD-PARM
027500         END-IF
027600         MOVE LS-PARM-FIRST-LOT-N TO W-RANGE-LOW
027700         MOVE LS-PARM-LAST-LOT-N TO W-RANGE-HIGH
027800         MOVE 'Y' TO WS-RANGE-PARM-SW
027900     END-IF.
028000     OPEN INPUT CKPT-FILE.
028100     IF WS-CKPT-STATUS NOT = '00'
028200         DISPLAY 'FZBCOVER-002E CKPT-FILE OPEN FAILED, STATUS '
028300             WS-CKPT-STATUS
028400         MOVE 'FZBCOVER-002E' TO WS-EVT-MSG-ID
028500         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
028600         MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
028700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028800         MOVE 16 TO RETURN-CODE
028900         GOBACK
029000     END-IF.
029100     OPEN OUTPUT LEDG-FILE.
029200     IF WS-LEDG-STATUS NOT = '00'
029300         DISPLAY 'FZBCOVER-007E LEDG-FILE OPEN FAILED, STATUS '
029400             WS-LEDG-STATUS
029500         MOVE 'FZBCOVER-007E' TO WS-EVT-MSG-ID
029600         MOVE WS-LEDG-STATUS TO WS-EVT-FILE-STATUS
029700         MOVE 'LEDG-FILE OPEN FAILED' TO WS-EVT-TEXT
029800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK
030100     END-IF.
030200     PERFORM 1100-READ-CKPT THRU 1100-EXIT.
030300     GO TO 1000-EXIT.
030400 1000-BAD-PARM.
030500     DISPLAY 'FZBCOVER-001E PARM MUST BE YYYYMMDD, OPTIONALLY '
030600         'FOLLOWED BY FIRST AND LAST LOT (6+6), LAST NOT BELOW '
030700         'FIRST'.
030800     MOVE 'FZBCOVER-001E' TO WS-EVT-MSG-ID.
030900     MOVE 'PARM INVALID' TO WS-EVT-TEXT.
031000     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
031100     MOVE 16 TO RETURN-CODE.
031200     GOBACK.
031300 1000-EXIT.
031400     EXIT.
031500*****************************************************************
031600* 1100-READ-CKPT - READ THE NEXT CHECKPOINT RECORD IN KEY ORDER  *
031700*****************************************************************
031800 1100-READ-CKPT.
031900     READ CKPT-FILE NEXT
032000         AT END
032100             MOVE 'Y' TO WS-CKPT-EOF-SW
032200     END-READ.
032300     IF WS-CKPT-STATUS NOT = '00' AND WS-CKPT-STATUS NOT = '10'
032400         DISPLAY 'FZBCOVER-003E CKPT-FILE READ FAILED, STATUS '
032500             WS-CKPT-STATUS
032600         MOVE 'FZBCOVER-003E' TO WS-EVT-MSG-ID
032700         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
032800         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
032900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
033000         MOVE 16 TO RETURN-CODE
033100         GOBACK
033200     END-IF.
033300 1100-EXIT.
033400     EXIT.
033500*****************************************************************
033600* 2000-LOAD-ONE-CKPT - SORT ONE CHECKPOINT RECORD INTO COUNTED,  *
033700*                      VOIDED, OR SKIPPED.  A RUN DATED BEFORE   *
033800*                      THE PROGRAM YEAR IS IGNORED WHATEVER ITS  *
033900*                      STATE.                                    *
034000*****************************************************************
034100 2000-LOAD-ONE-CKPT.
034200     ADD 1 TO W-CKPT-COUNT.
034300     IF CKPT-BUSINESS-DATE NOT NUMERIC
034400         MOVE 0 TO CKPT-BUSINESS-DATE
034500     END-IF.
034600     IF CKPT-BUSINESS-DATE < WS-YEAR-START
034700         ADD 1 TO W-PRIOR-YEAR-COUNT
034800         GO TO 2000-READ-NEXT
034900     END-IF.
035000     IF NOT CKPT-RUN-COMPLETE
035100         ADD 1 TO W-INFLIGHT-COUNT
035200         DISPLAY 'IN FLIGHT  ' CKPT-RUN-ID ' '
035300             CKPT-START-NUM ' THRU ' CKPT-END-NUM
035400             ' - NOT COUNTED'
035500         GO TO 2000-READ-NEXT
035600     END-IF.
035700     IF CKPT-START-NUM NOT NUMERIC OR CKPT-END-NUM NOT NUMERIC
035800         GO TO 2000-BAD-RANGE
035900     END-IF.
036000     IF CKPT-END-NUM < CKPT-START-NUM
036100         GO TO 2000-BAD-RANGE
036200     END-IF.
036300     IF CKPT-VOIDED
036400         PERFORM 2100-ADD-VOID THRU 2100-EXIT
036500     ELSE
036600         PERFORM 2200-ADD-SEGMENT THRU 2200-EXIT
036700     END-IF.
036800     GO TO 2000-READ-NEXT.
036900 2000-BAD-RANGE.
037000     ADD 1 TO W-BAD-RANGE-COUNT.
037100     DISPLAY 'FZBCOVER-008W RUN ' CKPT-RUN-ID
037200         ' CHECKPOINT RANGE UNUSABLE - NOT COUNTED'.
037300     MOVE 'FZBCOVER-008W' TO WS-EVT-MSG-ID.
037400     MOVE CKPT-RUN-ID TO WS-EVT-RUN-ID.
037500     MOVE 'CHECKPOINT RANGE UNUSABLE' TO WS-EVT-TEXT.
037600     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
037700     MOVE SPACES TO WS-EVT-RUN-ID.
037800     MOVE 'Y' TO WS-WARNING-SW.
037900 2000-READ-NEXT.
038000     PERFORM 1100-READ-CKPT THRU 1100-EXIT.
038100 2000-EXIT.
038200     EXIT.
038300*****************************************************************
038400* 2100-ADD-VOID - REMEMBER A VOIDED RUN AND ITS SUPERSEDING RUN  *
038500*****************************************************************
038600 2100-ADD-VOID.
038700     IF W-VOID-COUNT NOT < W-VOID-MAX
038800         DISPLAY 'FZBCOVER-005W VOIDED RUN TABLE FULL, RUN '
038900             CKPT-RUN-ID ' NOT LISTED'
039000         MOVE 'FZBCOVER-005W' TO WS-EVT-MSG-ID
039100         MOVE CKPT-RUN-ID TO WS-EVT-RUN-ID
039200         MOVE 'VOIDED RUN TABLE FULL' TO WS-EVT-TEXT
039300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
039400         MOVE SPACES TO WS-EVT-RUN-ID
039500         MOVE 'Y' TO WS-WARNING-SW
039600         GO TO 2100-EXIT
039700     END-IF.
039800     ADD 1 TO W-VOID-COUNT.
039900     MOVE CKPT-RUN-ID TO W-VOID-RUN-ID (W-VOID-COUNT).
040000     MOVE CKPT-START-NUM TO W-VOID-START (W-VOID-COUNT).
040100     MOVE CKPT-END-NUM TO W-VOID-END (W-VOID-COUNT).
040200     MOVE CKPT-SUPERSEDED-BY
040300         TO W-VOID-SUPERSEDED-BY (W-VOID-COUNT).
040400 2100-EXIT.
040500     EXIT.
040600*****************************************************************
040700* 2200-ADD-SEGMENT - COUNT A COMPLETED, NON-VOID RUN             *
040800*****************************************************************
040900 2200-ADD-SEGMENT.
041000     IF W-SEG-COUNT NOT < W-SEG-MAX
041100         DISPLAY 'FZBCOVER-004W RUN TABLE FULL, RUN '
041200             CKPT-RUN-ID ' NOT COUNTED'
041300         MOVE 'FZBCOVER-004W' TO WS-EVT-MSG-ID
041400         MOVE CKPT-RUN-ID TO WS-EVT-RUN-ID
041500         MOVE 'RUN TABLE FULL' TO WS-EVT-TEXT
041600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
041700         MOVE SPACES TO WS-EVT-RUN-ID
041800         MOVE 'Y' TO WS-WARNING-SW
041900         GO TO 2200-EXIT
042000     END-IF.
042100     ADD 1 TO W-SEG-COUNT.
042200     MOVE CKPT-RUN-ID TO W-SEG-RUN-ID (W-SEG-COUNT).
042300     MOVE CKPT-START-NUM TO W-SEG-START (W-SEG-COUNT).
042400     MOVE CKPT-END-NUM TO W-SEG-END (W-SEG-COUNT).
042500     MOVE CKPT-BUSINESS-DATE
042600         TO W-SEG-BUSINESS-DATE (W-SEG-COUNT).
042700 2200-EXIT.
042800     EXIT.
042900*****************************************************************
043000* 3000-CHECK-ONE-VOID - LIST A VOIDED RUN AND CONFIRM THE RUN    *
043100*                       THAT SUPERSEDES IT IS A COUNTED RUN      *
043200*****************************************************************
043300 3000-CHECK-ONE-VOID.
043400     MOVE 'N' TO WS-SUPER-FOUND-SW.
043500     IF W-VOID-SUPERSEDED-BY (W-VOID-IDX) NOT = SPACES
043600         PERFORM 3100-MATCH-SUPERSEDING THRU 3100-EXIT
043700             VARYING W-SEG-IDX FROM 1 BY 1
043800             UNTIL W-SEG-IDX > W-SEG-COUNT OR WS-SUPER-FOUND
043900     END-IF.
044000     DISPLAY 'VOIDED     ' W-VOID-RUN-ID (W-VOID-IDX) ' '
044100         W-VOID-START (W-VOID-IDX) ' THRU '
044200         W-VOID-END (W-VOID-IDX) ' SUPERSEDED BY '
044300         W-VOID-SUPERSEDED-BY (W-VOID-IDX).
044400     IF NOT WS-SUPER-FOUND
044500         ADD 1 TO W-UNCOUNTED-SUPER-COUNT
044600         DISPLAY 'FZBCOVER-010W SUPERSEDING RUN FOR '
044700             W-VOID-RUN-ID (W-VOID-IDX)
044800             ' IS NOT A COMPLETED RUN IN THE PROGRAM YEAR'
044900         MOVE 'FZBCOVER-010W' TO WS-EVT-MSG-ID
045000         MOVE W-VOID-RUN-ID (W-VOID-IDX) TO WS-EVT-RUN-ID
045100         MOVE 'SUPERSEDING RUN NOT COUNTED' TO WS-EVT-TEXT
045200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
045300         MOVE SPACES TO WS-EVT-RUN-ID
045400         MOVE 'Y' TO WS-WARNING-SW
045500     END-IF.
045600 3000-EXIT.
045700     EXIT.
045800*****************************************************************
045900* 3100-MATCH-SUPERSEDING - COMPARE ONE COUNTED RUN TO THE        *
046000*                          SUPERSEDING RUN ID                    *
046100*****************************************************************
046200 3100-MATCH-SUPERSEDING.
046300     IF W-SEG-RUN-ID (W-SEG-IDX)
046400             = W-VOID-SUPERSEDED-BY (W-VOID-IDX)
046500         MOVE 'Y' TO WS-SUPER-FOUND-SW
046600     END-IF.
046700 3100-EXIT.
046800     EXIT.
046900*****************************************************************
047000* 4000-BUILD-POINTS - FIX THE RANGE TO PROVE AND COLLECT EVERY   *
047100*                     BOUNDARY POINT IN ASCENDING ORDER          *
047200*****************************************************************
047300 4000-BUILD-POINTS.
047400     IF NOT WS-RANGE-FROM-PARM
047500         MOVE W-SEG-START (1) TO W-RANGE-LOW
047600         MOVE W-SEG-END (1) TO W-RANGE-HIGH
047700         PERFORM 4100-WIDEN-RANGE THRU 4100-EXIT
047800             VARYING W-SEG-IDX FROM 2 BY 1
047900             UNTIL W-SEG-IDX > W-SEG-COUNT
048000     END-IF.
048100     COMPUTE W-RANGE-STOP = W-RANGE-HIGH + 1.
048200     COMPUTE W-RANGE-LOTS = W-RANGE-HIGH - W-RANGE-LOW + 1.
048300     MOVE W-RANGE-LOW TO W-PT-VALUE.
048400     PERFORM 4300-INSERT-POINT THRU 4300-EXIT.
048500     MOVE W-RANGE-STOP TO W-PT-VALUE.
048600     PERFORM 4300-INSERT-POINT THRU 4300-EXIT.
048700     PERFORM 4200-ADD-SEGMENT-POINTS THRU 4200-EXIT
048800         VARYING W-SEG-IDX FROM 1 BY 1
048900         UNTIL W-SEG-IDX > W-SEG-COUNT.
049000 4000-EXIT.
049100     EXIT.
049200*****************************************************************
049300* 4100-WIDEN-RANGE - STRETCH THE DEFAULT RANGE TO TAKE IN ONE    *
049400*                    MORE COUNTED RUN                            *
049500*****************************************************************
049600 4100-WIDEN-RANGE.
049700     IF W-SEG-START (W-SEG-IDX) < W-RANGE-LOW
049800         MOVE W-SEG-START (W-SEG-IDX) TO W-RANGE-LOW
049900     END-IF.
050000     IF W-SEG-END (W-SEG-IDX) > W-RANGE-HIGH
050100         MOVE W-SEG-END (W-SEG-IDX) TO W-RANGE-HIGH
050200     END-IF.
050300 4100-EXIT.
050400     EXIT.
050500*****************************************************************
050600* 4200-ADD-SEGMENT-POINTS - ADD ONE RUN'S START AND END + 1      *
050700*****************************************************************
050800 4200-ADD-SEGMENT-POINTS.
050900     MOVE W-SEG-START (W-SEG-IDX) TO W-PT-VALUE.
051000     PERFORM 4300-INSERT-POINT THRU 4300-EXIT.
051100     COMPUTE W-PT-VALUE = W-SEG-END (W-SEG-IDX) + 1.
051200     PERFORM 4300-INSERT-POINT THRU 4300-EXIT.
051300 4200-EXIT.
051400     EXIT.
051500*****************************************************************
051600* 4300-INSERT-POINT - PLACE W-PT-VALUE IN THE ORDERED POINT      *
051700*                     TABLE UNLESS IT IS ALREADY THERE           *
051800*****************************************************************
051900 4300-INSERT-POINT.
052000     PERFORM 4310-SCAN-POINT THRU 4310-EXIT
052100         VARYING W-PT-IDX FROM 1 BY 1
052200         UNTIL W-PT-IDX > W-PT-COUNT
052300            OR W-PT (W-PT-IDX) NOT < W-PT-VALUE.
052400     IF W-PT-IDX NOT > W-PT-COUNT
052500         IF W-PT (W-PT-IDX) = W-PT-VALUE
052600             GO TO 4300-EXIT
052700         END-IF
052800     END-IF.
052900     PERFORM 4320-SHIFT-POINT THRU 4320-EXIT
053000         VARYING W-PT-MOVE FROM W-PT-COUNT BY -1
053100         UNTIL W-PT-MOVE < W-PT-IDX.
053200     MOVE W-PT-VALUE TO W-PT (W-PT-IDX).
053300     ADD 1 TO W-PT-COUNT.
053400 4300-EXIT.
053500     EXIT.
053600*****************************************************************
053700* 4310-SCAN-POINT - STEP PAST ONE SMALLER POINT                  *
053800*****************************************************************
053900 4310-SCAN-POINT.
054000     CONTINUE.
054100 4310-EXIT.
054200     EXIT.
054300*****************************************************************
054400* 4320-SHIFT-POINT - MOVE ONE POINT UP A SLOT TO MAKE ROOM       *
054500*****************************************************************
054600 4320-SHIFT-POINT.
054700     MOVE W-PT (W-PT-MOVE) TO W-PT (W-PT-MOVE + 1).
054800 4320-EXIT.
054900     EXIT.
055000*****************************************************************
055100* 5000-SWEEP-ONE-INTERVAL - FIND THE RUNS COVERING THE LOTS FROM *
055200*                           ONE BOUNDARY POINT UP TO THE NEXT,   *
055300*                           THEN EXTEND THE OPEN STRETCH OR      *
055400*                           WRITE IT AND START A NEW ONE         *
055500*****************************************************************
055600 5000-SWEEP-ONE-INTERVAL.
055700     MOVE W-PT (W-PT-IDX) TO W-EL-FROM.
055800     COMPUTE W-EL-THRU = W-PT (W-PT-IDX + 1) - 1.
055900     IF W-EL-FROM < W-RANGE-LOW OR W-EL-THRU > W-RANGE-HIGH
056000         GO TO 5000-EXIT
056100     END-IF.
056200     MOVE 0 TO W-CUR-RUN-COUNT.
056300     PERFORM 5100-CLEAR-ONE-SLOT THRU 5100-EXIT
056400         VARYING W-RUN-IDX FROM 1 BY 1
056500         UNTIL W-RUN-IDX > 4.
056600     PERFORM 5200-TEST-ONE-SEGMENT THRU 5200-EXIT
056700         VARYING W-SEG-IDX FROM 1 BY 1
056800         UNTIL W-SEG-IDX > W-SEG-COUNT.
056900     IF WS-PEND-OPEN
057000         IF W-CUR-RUN-COUNT = W-PEND-RUN-COUNT
057100                 AND W-CUR-RUNS = W-PEND-RUNS
057200                 AND W-EL-FROM = W-PEND-THRU + 1
057300             MOVE W-EL-THRU TO W-PEND-THRU
057400             GO TO 5000-EXIT
057500         END-IF
057600         PERFORM 5300-WRITE-STRETCH THRU 5300-EXIT
057700     END-IF.
057800     MOVE W-EL-FROM TO W-PEND-FROM.
057900     MOVE W-EL-THRU TO W-PEND-THRU.
058000     MOVE W-CUR-RUN-COUNT TO W-PEND-RUN-COUNT.
058100     MOVE W-CUR-RUNS TO W-PEND-RUNS.
058200     MOVE 'Y' TO WS-PEND-SW.
058300 5000-EXIT.
058400     EXIT.
058500*****************************************************************
058600* 5100-CLEAR-ONE-SLOT - EMPTY ONE COVERING-RUN SLOT              *
058700*****************************************************************
058800 5100-CLEAR-ONE-SLOT.
058900     MOVE SPACES TO W-CUR-RUN-ID (W-RUN-IDX).
059000     MOVE 0 TO W-CUR-RUN-DATE (W-RUN-IDX).
059100 5100-EXIT.
059200     EXIT.
059300*****************************************************************
059400* 5200-TEST-ONE-SEGMENT - COUNT ONE RUN IF IT COVERS THE         *
059500*                         INTERVAL.  AN INTERVAL NEVER STRADDLES *
059600*                         A RUN'S START OR END, SO COVERING ITS  *
059700*                         FIRST LOT MEANS COVERING ALL OF IT.    *
059800*****************************************************************
059900 5200-TEST-ONE-SEGMENT.
060000     IF W-SEG-START (W-SEG-IDX) > W-EL-FROM
060100             OR W-SEG-END (W-SEG-IDX) < W-EL-FROM
060200         GO TO 5200-EXIT
060300     END-IF.
060400     ADD 1 TO W-CUR-RUN-COUNT.
060500     IF W-CUR-RUN-COUNT NOT > 4
060600         MOVE W-SEG-RUN-ID (W-SEG-IDX)
060700             TO W-CUR-RUN-ID (W-CUR-RUN-COUNT)
060800         MOVE W-SEG-BUSINESS-DATE (W-SEG-IDX)
060900             TO W-CUR-RUN-DATE (W-CUR-RUN-COUNT)
061000     END-IF.
061100 5200-EXIT.
061200     EXIT.
061300*****************************************************************
061400* 5300-WRITE-STRETCH - WRITE THE OPEN STRETCH TO THE LEDGER,     *
061500*                      ADD IT TO THE TOTALS, AND PRINT IT IF IT  *
061600*                      IS A GAP OR DOUBLE-COVERED                *
061700*****************************************************************
061800 5300-WRITE-STRETCH.
061900     MOVE SPACES TO FZB-COVL-RECORD.
062000     MOVE W-PEND-FROM TO COVL-FROM-NUM.
062100     MOVE W-PEND-THRU TO COVL-THRU-NUM.
062200     COMPUTE COVL-LOT-COUNT = W-PEND-THRU - W-PEND-FROM + 1.
062300     MOVE W-PEND-RUN-COUNT TO COVL-RUN-COUNT.
062400     MOVE W-PEND-RUN-ENTRY (1) TO COVL-RUN-TABLE (1).
062500     MOVE W-PEND-RUN-ENTRY (2) TO COVL-RUN-TABLE (2).
062600     MOVE W-PEND-RUN-ENTRY (3) TO COVL-RUN-TABLE (3).
062700     MOVE W-PEND-RUN-ENTRY (4) TO COVL-RUN-TABLE (4).
062800     IF W-PEND-RUN-COUNT > 4
062900         MOVE 'Y' TO COVL-MORE-RUNS-SW
063000     ELSE
063100         MOVE 'N' TO COVL-MORE-RUNS-SW
063200     END-IF.
063300     MOVE WS-YEAR-START TO COVL-PROGRAM-YEAR-START.
063400     MOVE WS-BUILD-DATE TO COVL-BUILD-DATE.
063500     MOVE W-PEND-FROM TO WS-FROM-DISP.
063600     MOVE W-PEND-THRU TO WS-THRU-DISP.
063700     MOVE COVL-LOT-COUNT TO WS-LOTS-DISP.
063800     EVALUATE TRUE
063900         WHEN W-PEND-RUN-COUNT = 0
064000             MOVE 'G' TO COVL-STATE
064100             ADD COVL-LOT-COUNT TO W-GAP-LOTS
064200             ADD 1 TO W-GAP-STRETCH-COUNT
064300             DISPLAY 'GAP        ' WS-FROM-DISP ' THRU '
064400                 WS-THRU-DISP ' LOTS ' WS-LOTS-DISP
064500         WHEN W-PEND-RUN-COUNT = 1
064600             MOVE 'S' TO COVL-STATE
064700             ADD COVL-LOT-COUNT TO W-SINGLE-LOTS
064800         WHEN OTHER
064900             MOVE 'D' TO COVL-STATE
065000             ADD COVL-LOT-COUNT TO W-DOUBLE-LOTS
065100             ADD 1 TO W-DOUBLE-STRETCH-COUNT
065200             DISPLAY 'DOUBLE     ' WS-FROM-DISP ' THRU '
065300                 WS-THRU-DISP ' LOTS ' WS-LOTS-DISP
065400                 ' RUNS ' W-PEND-RUN-ID (1) ' '
065500                 W-PEND-RUN-ID (2) ' ' W-PEND-RUN-ID (3) ' '
065600                 W-PEND-RUN-ID (4)
065700             IF COVL-MORE-RUNS
065800                 DISPLAY '           MORE RUNS - SEE LEDGER'
065900             END-IF
066000     END-EVALUATE.
066100     WRITE FZB-COVL-RECORD.
066200     IF WS-LEDG-STATUS NOT = '00'
066300         DISPLAY 'FZBCOVER-011E LEDG-FILE WRITE FAILED, STATUS '
066400             WS-LEDG-STATUS
066500         MOVE 'FZBCOVER-011E' TO WS-EVT-MSG-ID
066600         MOVE WS-LEDG-STATUS TO WS-EVT-FILE-STATUS
066700         MOVE 'LEDG-FILE WRITE FAILED' TO WS-EVT-TEXT
066800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
066900         MOVE 16 TO RETURN-CODE
067000         GOBACK
067100     END-IF.
067200     ADD 1 TO W-LEDGER-COUNT.
067300     MOVE 'N' TO WS-PEND-SW.
067400 5300-EXIT.
067500     EXIT.
067600*****************************************************************
067700* 8000-SUMMARY - PRINT THE RANGE PROVED AND THE CONTROL TOTALS   *
067800*****************************************************************
067900 8000-SUMMARY.
068000     MOVE W-CKPT-COUNT TO WS-CKPT-DISP.
068100     MOVE W-SEG-COUNT TO WS-COUNTED-DISP.
068200     MOVE W-VOID-COUNT TO WS-VOID-DISP.
068300     MOVE W-INFLIGHT-COUNT TO WS-INFLIGHT-DISP.
068400     MOVE W-PRIOR-YEAR-COUNT TO WS-PRIOR-YEAR-DISP.
068500     MOVE W-BAD-RANGE-COUNT TO WS-BAD-RANGE-DISP.
068600     MOVE W-UNCOUNTED-SUPER-COUNT TO WS-UNCOUNTED-SUPER-DISP.
068700     MOVE W-GAP-STRETCH-COUNT TO WS-GAP-STRETCH-DISP.
068800     MOVE W-DOUBLE-STRETCH-COUNT TO WS-DOUBLE-STRETCH-DISP.
068900     MOVE W-LEDGER-COUNT TO WS-LEDGER-DISP.
069000     MOVE W-GAP-LOTS TO WS-GAP-LOTS-DISP.
069100     MOVE W-SINGLE-LOTS TO WS-SINGLE-LOTS-DISP.
069200     MOVE W-DOUBLE-LOTS TO WS-DOUBLE-LOTS-DISP.
069300     MOVE W-RANGE-LOTS TO WS-RANGE-LOTS-DISP.
069400     MOVE W-RANGE-LOW TO WS-FROM-DISP.
069500     MOVE W-RANGE-HIGH TO WS-THRU-DISP.
069600     DISPLAY '----- FZBCOVER RUN SUMMARY -----'.
069700     DISPLAY 'PROGRAM YEAR START .... ' WS-YEAR-START.
069800     DISPLAY 'LOT RANGE PROVED ...... ' WS-FROM-DISP ' THRU '
069900         WS-THRU-DISP.
070000     DISPLAY 'CHECKPOINTS READ ...... ' WS-CKPT-DISP.
070100     DISPLAY 'RUNS COUNTED .......... ' WS-COUNTED-DISP.
070200     DISPLAY 'RUNS VOIDED ........... ' WS-VOID-DISP.
070300     DISPLAY 'SUPERSEDING NOT COUNTED ' WS-UNCOUNTED-SUPER-DISP.
070400     DISPLAY 'RUNS IN FLIGHT ........ ' WS-INFLIGHT-DISP.
070500     DISPLAY 'RUNS BEFORE YEAR START  ' WS-PRIOR-YEAR-DISP.
070600     DISPLAY 'RUNS WITH BAD RANGE ... ' WS-BAD-RANGE-DISP.
070700     DISPLAY 'LOTS IN RANGE ......... ' WS-RANGE-LOTS-DISP.
070800     DISPLAY 'LOTS COVERED ONCE ..... ' WS-SINGLE-LOTS-DISP.
070900     DISPLAY 'LOTS NOT COVERED ...... ' WS-GAP-LOTS-DISP.
071000     DISPLAY 'LOTS COVERED TWICE+ ... ' WS-DOUBLE-LOTS-DISP.
071100     DISPLAY 'GAP STRETCHES ......... ' WS-GAP-STRETCH-DISP.
071200     DISPLAY 'DOUBLE STRETCHES ...... ' WS-DOUBLE-STRETCH-DISP.
071300     DISPLAY 'LEDGER RECORDS WRITTEN  ' WS-LEDGER-DISP.
071400     DISPLAY '===================================='.
071500 8000-EXIT.
071600     EXIT.
071700*****************************************************************
071800* 9000-TERMINATE - CLOSE THE FILES                               *
071900*****************************************************************
072000 9000-TERMINATE.
072100     CLOSE CKPT-FILE.
072200     CLOSE LEDG-FILE.
072300 9000-EXIT.
072400     EXIT.
072500*****************************************************************
072600* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
072700*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
072800*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
072900*                    DOESN'T INHERIT IT                          *
073000*****************************************************************
073100 9500-WRITE-EVENT.
073200     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
073300         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
073400     MOVE SPACES TO WS-EVT-FILE-STATUS.
073500 9500-EXIT.
073600     EXIT.
