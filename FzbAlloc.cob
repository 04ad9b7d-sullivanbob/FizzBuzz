000100*****************************************************************
000200* FZBALLOC                                                           *
000300*                                                                    *
000400* RUN ID ALLOCATOR.  ISSUES THE NEXT RUN ID FROM THE RUN ID          *
000500* REGISTRY (RUNREG, FZBRREG) AND RECORDS WHO ASKED FOR IT, THE       *
000600* LOT RANGE IT IS FOR, AND THE BUSINESS DATE.  FIZZBUZZ, FZBSPLIT    *
000700* AND FZBMAINT REFUSE ANY ID THIS REGISTRY NEVER ISSUED OR HAS       *
000800* ALREADY SEEN CONSUMED, SO A RUN ID TYPED BY HAND CAN NO LONGER     *
000900* RESUME SOMEBODY ELSE'S CHECKPOINT.                                 *
001000*                                                                    *
001100* IDS ARE 'RUN' + A FOUR-DIGIT SEQUENCE + '0'.  THE LAST             *
001200* SEQUENCE ISSUED IS HELD ON THE REGISTRY'S '*CONTROL' RECORD.       *
001300* BECAUSE FZBSPLIT BUILDS ITS SUB-RUN IDS FROM THE FIRST SEVEN       *
001400* CHARACTERS OF THE LOGICAL ID, A CANDIDATE WHOSE FIRST SEVEN        *
001500* CHARACTERS MATCH ANY REGISTERED ID OR ANY RUN ID ALREADY ON        *
001600* THE CHECKPOINT FILE IS SKIPPED AND THE NEXT SEQUENCE TRIED.        *
001700*                                                                    *
001800* THE ISSUED REGISTRY RECORD IS ALSO WRITTEN TO ISSUEOUT SO THE      *
001900* SCHEDULER CAN PICK THE NEW ID UP FOR THE JOB IT SUBMITS.           *
002000*                                                                    *
002100* PARM FORMAT (ALL REQUIRED) -                                       *
002200*   COLS 01-08  REQUESTER ID                                         *
002300*   COLS 09-14  FIRST LOT NUMBER OF THE RUN                          *
002400*   COLS 15-20  LAST LOT NUMBER OF THE RUN                           *
002500*   COLS 21-28  BUSINESS DATE (YYYYMMDD)                             *
002600*                                                                    *
002700* RETURN CODE -                                                      *
002800*   00 - RUN ID ISSUED                                               *
002900*   16 - BAD PARM, SEQUENCE EXHAUSTED, OR A FILE FAILED              *
003000*                                                                    *
003100* MODIFICATION HISTORY                                               *
003200*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
003300*****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. FZBALLOC.
003600 AUTHOR. BOB.
003700 INSTALLATION. DATA PROCESSING.
003800 DATE-WRITTEN. 10/15/2026.
003900 DATE-COMPILED.
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RREG-FILE ASSIGN TO RUNREG
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS RREG-RUN-ID
004700         FILE STATUS IS WS-RREG-STATUS.
004800     SELECT CKPT-FILE ASSIGN TO CKPTFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS CKPT-RUN-ID
005200         FILE STATUS IS WS-CKPT-STATUS.
005300     SELECT ISSU-FILE ASSIGN TO ISSUEOUT
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-ISSU-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  RREG-FILE.
005900     COPY FZBRREG.
006000 FD  CKPT-FILE.
006100     COPY FZBCKPT.
006200 FD  ISSU-FILE
006300     RECORDING MODE IS F.
006400 01  ISSU-RECORD              PIC X(100).
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
006800*****************************************************************
006900 77  WS-RREG-STATUS           PIC X(02) VALUE SPACES.
007000 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
007100 77  WS-ISSU-STATUS           PIC X(02) VALUE SPACES.
007200 77  WS-NO-CKPT-SW            PIC X(01) VALUE 'N'.
007300     88  WS-NO-CKPT               VALUE 'Y'.
007400 77  WS-STEM-SW               PIC X(01) VALUE 'N'.
007500     88  WS-STEM-FREE             VALUE 'F'.
007600     88  WS-STEM-TAKEN            VALUE 'T'.
007700 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
007800 77  WS-RUN-TIME              PIC 9(08) VALUE 0.
007900 77  W-SEQUENCE               PIC 9(04) VALUE 0.
008000 77  W-SKIP-COUNT             PIC 9(05) COMP VALUE 0.
008100 77  WS-SKIP-DISP             PIC 9(05) VALUE 0.
008200*****************************************************************
008300* WORKING STORAGE - CANDIDATE ID AND THE ID FOUND AT ITS STEM    *
008400*****************************************************************
008500 01  W-CAND-ID.
008600     05  W-CAND-STEM.
008700         10  W-CAND-PREFIX        PIC X(03) VALUE 'RUN'.
008800         10  W-CAND-SEQUENCE      PIC 9(04) VALUE 0.
008900     05  W-CAND-SUFFIX            PIC X(01) VALUE '0'.
009000 01  W-PROBE-ID.
009100     05  W-PROBE-STEM             PIC X(07).
009200     05  W-PROBE-SUFFIX           PIC X(01).
009300 01  W-FOUND-ID.
009400     05  W-FOUND-STEM             PIC X(07).
009500     05  W-FOUND-SUFFIX           PIC X(01).
009600******************************************************************
009700* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
009800*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
009900*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
010000*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
010100*                   THIS PROGRAM'S SYSOUT.                       *
010200******************************************************************
010300 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBALLOC'.
010400 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
010500 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
010600 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
010700 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
010800 LINKAGE SECTION.
010900 01  LS-PARM-AREA.
011000     05  LS-PARM-LEN          PIC S9(04) COMP.
011100     05  LS-PARM-REQUESTER    PIC X(08).
011200     05  LS-PARM-FIRST-LOT    PIC X(06).
011300     05  LS-PARM-FIRST-LOT-N  REDEFINES LS-PARM-FIRST-LOT
011400                              PIC 9(06).
011500     05  LS-PARM-LAST-LOT     PIC X(06).
011600     05  LS-PARM-LAST-LOT-N   REDEFINES LS-PARM-LAST-LOT
011700                              PIC 9(06).
011800     05  LS-PARM-BUS-DATE     PIC X(08).
011900     05  LS-PARM-BUS-DATE-N   REDEFINES LS-PARM-BUS-DATE.
012000         10  LS-PARM-BUS-YEAR     PIC 9(04).
012100         10  LS-PARM-BUS-MONTH    PIC 9(02).
012200         10  LS-PARM-BUS-DAY      PIC 9(02).
012300 PROCEDURE DIVISION USING LS-PARM-AREA.
012400*****************************************************************
012500* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
012600*****************************************************************
012700 0000-MAIN-PROCEDURE.
012800     MOVE 'FZBALLOC-900I' TO WS-EVT-MSG-ID.
012900     MOVE 'START OF RUN' TO WS-EVT-TEXT.
013000     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
013100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013200     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
013300     MOVE 'N' TO WS-STEM-SW.
013400     PERFORM 2000-TRY-NEXT-SEQUENCE THRU 2000-EXIT
013500         UNTIL WS-STEM-FREE.
013600     PERFORM 3000-ISSUE-RUN-ID THRU 3000-EXIT.
013700     PERFORM 8000-SUMMARY THRU 8000-EXIT.
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900     MOVE 0 TO RETURN-CODE.
014000     MOVE 'FZBALLOC-901I' TO WS-EVT-MSG-ID.
014100     MOVE 'END OF RUN' TO WS-EVT-TEXT.
014200     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
014300     GOBACK.
014400*****************************************************************
014500* 1000-INITIALIZE - VALIDATE THE PARM AND OPEN THE REGISTRY,     *
014600*                   THE CHECKPOINT FILE AND THE ISSUE FILE.      *
014700*                   A REGISTRY THAT DOES NOT EXIST YET IS        *
014800*                   CREATED EMPTY; A MISSING CHECKPOINT FILE     *
014900*                   JUST MEANS NO RUN HAS EVER CHECKPOINTED.     *
015000*****************************************************************
015100 1000-INITIALIZE.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015300     ACCEPT WS-RUN-TIME FROM TIME.
015400     IF LS-PARM-LEN NOT = 28
015500         GO TO 1000-BAD-PARM
015600     END-IF.
015700     IF LS-PARM-REQUESTER = SPACES
015800         GO TO 1000-BAD-PARM
015900     END-IF.
016000     IF LS-PARM-FIRST-LOT NOT NUMERIC
016100             OR LS-PARM-LAST-LOT NOT NUMERIC
016200         GO TO 1000-BAD-PARM
016300     END-IF.
016400     IF LS-PARM-LAST-LOT-N < LS-PARM-FIRST-LOT-N
016500         GO TO 1000-BAD-PARM
016600     END-IF.
016700     IF LS-PARM-BUS-DATE NOT NUMERIC
016800         GO TO 1000-BAD-PARM
016900     END-IF.
017000     IF LS-PARM-BUS-YEAR = 0
017100             OR LS-PARM-BUS-MONTH < 1 OR LS-PARM-BUS-MONTH > 12
017200             OR LS-PARM-BUS-DAY < 1 OR LS-PARM-BUS-DAY > 31
017300         GO TO 1000-BAD-PARM
017400     END-IF.
017500     OPEN I-O RREG-FILE.
017600     IF WS-RREG-STATUS = '35'
017700         OPEN OUTPUT RREG-FILE
017800         CLOSE RREG-FILE
017900         OPEN I-O RREG-FILE
018000     END-IF.
018100     IF WS-RREG-STATUS NOT = '00'
018200         DISPLAY 'FZBALLOC-002E RREG-FILE OPEN FAILED, STATUS '
018300             WS-RREG-STATUS
018400         MOVE 'FZBALLOC-002E' TO WS-EVT-MSG-ID
018500         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
018600         MOVE 'RREG-FILE OPEN FAILED' TO WS-EVT-TEXT
018700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
018800         MOVE 16 TO RETURN-CODE
018900         GOBACK
019000     END-IF.
019100     OPEN INPUT CKPT-FILE.
019200     IF WS-CKPT-STATUS = '35'
019300         MOVE 'Y' TO WS-NO-CKPT-SW
019400     ELSE
019500         IF WS-CKPT-STATUS NOT = '00'
019600             DISPLAY 'FZBALLOC-003E CKPT-FILE OPEN FAILED, '
019700                 'STATUS ' WS-CKPT-STATUS
019800             MOVE 'FZBALLOC-003E' TO WS-EVT-MSG-ID
019900             MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
020000             MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
020100             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
020200             MOVE 16 TO RETURN-CODE
020300             GOBACK
020400         END-IF
020500     END-IF.
020600     OPEN OUTPUT ISSU-FILE.
020700     IF WS-ISSU-STATUS NOT = '00'
020800         DISPLAY 'FZBALLOC-004E ISSU-FILE OPEN FAILED, STATUS '
020900             WS-ISSU-STATUS
021000         MOVE 'FZBALLOC-004E' TO WS-EVT-MSG-ID
021100         MOVE WS-ISSU-STATUS TO WS-EVT-FILE-STATUS
021200         MOVE 'ISSU-FILE OPEN FAILED' TO WS-EVT-TEXT
021300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
021400         MOVE 16 TO RETURN-CODE
021500         GOBACK
021600     END-IF.
021700     GO TO 1000-EXIT.
021800 1000-BAD-PARM.
021900     DISPLAY 'FZBALLOC-001E PARM MUST BE REQUESTER (8), FIRST '
022000         'AND LAST LOT (6+6, LAST NOT BELOW FIRST) AND '
022100         'BUSINESS DATE YYYYMMDD'.
022200     MOVE 'FZBALLOC-001E' TO WS-EVT-MSG-ID.
022300     MOVE 'PARM INVALID' TO WS-EVT-TEXT.
022400     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
022500     MOVE 16 TO RETURN-CODE.
022600     GOBACK.
022700 1000-EXIT.
022800     EXIT.
022900*****************************************************************
023000* 1100-READ-CONTROL - READ THE LAST SEQUENCE ISSUED.  THE FIRST  *
023100*                     ALLOCATION AGAINST A NEW REGISTRY WRITES   *
023200*                     THE CONTROL RECORD AT SEQUENCE ZERO.       *
023300*****************************************************************
023400 1100-READ-CONTROL.
023500     MOVE SPACES TO FZB-RREG-RECORD.
023600     MOVE '*CONTROL' TO RREG-RUN-ID.
023700     READ RREG-FILE
023800         INVALID KEY
023900             CONTINUE
024000     END-READ.
024100     IF WS-RREG-STATUS = '23'
024200         MOVE SPACES TO FZB-RREG-RECORD
024300         MOVE '*CONTROL' TO RREG-RUN-ID
024400         MOVE 0 TO RREG-LAST-SEQUENCE
024500         WRITE FZB-RREG-RECORD
024600             INVALID KEY
024700                 CONTINUE
024800         END-WRITE
024900         IF WS-RREG-STATUS NOT = '00'
025000             GO TO 1100-WRITE-FAILED
025100         END-IF
025200     END-IF.
025300     IF WS-RREG-STATUS NOT = '00'
025400         DISPLAY 'FZBALLOC-005E RREG-FILE READ FAILED, STATUS '
025500             WS-RREG-STATUS
025600         MOVE 'FZBALLOC-005E' TO WS-EVT-MSG-ID
025700         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
025800         MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT
025900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026000         MOVE 16 TO RETURN-CODE
026100         GOBACK
026200     END-IF.
026300     MOVE RREG-LAST-SEQUENCE TO W-SEQUENCE.
026400     GO TO 1100-EXIT.
026500 1100-WRITE-FAILED.
026600     DISPLAY 'FZBALLOC-008E RREG-FILE WRITE FAILED, STATUS '
026700         WS-RREG-STATUS.
026800     MOVE 'FZBALLOC-008E' TO WS-EVT-MSG-ID.
026900     MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS.
027000     MOVE 'RREG-FILE WRITE FAILED' TO WS-EVT-TEXT.
027100     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
027200     MOVE 16 TO RETURN-CODE.
027300     GOBACK.
027400 1100-EXIT.
027500     EXIT.
027600*****************************************************************
027700* 2000-TRY-NEXT-SEQUENCE - BUILD THE NEXT CANDIDATE ID AND SEE   *
027800*                          WHETHER ITS FIRST SEVEN CHARACTERS    *
027900*                          ARE ALREADY IN USE ON THE REGISTRY    *
028000*                          OR THE CHECKPOINT FILE                *
028100*****************************************************************
028200 2000-TRY-NEXT-SEQUENCE.
028300     IF W-SEQUENCE = 9999
028400         DISPLAY 'FZBALLOC-007E RUN ID SEQUENCE EXHAUSTED'
028500         MOVE 'FZBALLOC-007E' TO WS-EVT-MSG-ID
028600         MOVE 'RUN ID SEQUENCE EXHAUSTED' TO WS-EVT-TEXT
028700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028800         MOVE 16 TO RETURN-CODE
028900         GOBACK
029000     END-IF.
029100     ADD 1 TO W-SEQUENCE.
029200     MOVE W-SEQUENCE TO W-CAND-SEQUENCE.
029300     MOVE 'F' TO WS-STEM-SW.
029400     PERFORM 2100-CHECK-REGISTRY-STEM THRU 2100-EXIT.
029500     IF WS-STEM-FREE AND NOT WS-NO-CKPT
029600         PERFORM 2200-CHECK-CKPT-STEM THRU 2200-EXIT
029700     END-IF.
029800     IF WS-STEM-TAKEN
029900         ADD 1 TO W-SKIP-COUNT
030000         DISPLAY 'FZBALLOC-011I ' W-CAND-STEM
030100             ' ALREADY IN USE BY ' W-FOUND-ID ' - SKIPPED'
030200         MOVE 'FZBALLOC-011I' TO WS-EVT-MSG-ID
030300         MOVE W-CAND-ID TO WS-EVT-RUN-ID
030400         MOVE 'CANDIDATE STEM IN USE - SKIPPED' TO WS-EVT-TEXT
030500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
030600         MOVE SPACES TO WS-EVT-RUN-ID
030700     END-IF.
030800 2000-EXIT.
030900     EXIT.
031000*****************************************************************
031100* 2100-CHECK-REGISTRY-STEM - POSITION THE REGISTRY AT THE        *
031200*                            CANDIDATE'S STEM AND READ THE       *
031300*                            FIRST ID AT OR PAST IT              *
031400*****************************************************************
031500 2100-CHECK-REGISTRY-STEM.
031600     MOVE W-CAND-STEM TO W-PROBE-STEM.
031700     MOVE LOW-VALUES TO W-PROBE-SUFFIX.
031800     MOVE W-PROBE-ID TO RREG-RUN-ID.
031900     START RREG-FILE KEY NOT < RREG-RUN-ID
032000         INVALID KEY
032100             CONTINUE
032200     END-START.
032300     IF WS-RREG-STATUS = '23'
032400         GO TO 2100-EXIT
032500     END-IF.
032600     IF WS-RREG-STATUS = '00'
032700         READ RREG-FILE NEXT
032800             AT END
032900                 CONTINUE
033000         END-READ
033100     END-IF.
033200     IF WS-RREG-STATUS = '10'
033300         GO TO 2100-EXIT
033400     END-IF.
033500     IF WS-RREG-STATUS NOT = '00'
033600         DISPLAY 'FZBALLOC-005E RREG-FILE READ FAILED, STATUS '
033700             WS-RREG-STATUS
033800         MOVE 'FZBALLOC-005E' TO WS-EVT-MSG-ID
033900         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
034000         MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT
034100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034200         MOVE 16 TO RETURN-CODE
034300         GOBACK
034400     END-IF.
034500     IF RREG-RUN-STEM = W-CAND-STEM
034600         MOVE RREG-RUN-ID TO W-FOUND-ID
034700         MOVE 'T' TO WS-STEM-SW
034800     END-IF.
034900 2100-EXIT.
035000     EXIT.
035100*****************************************************************
035200* 2200-CHECK-CKPT-STEM - THE SAME TEST AGAINST THE CHECKPOINT    *
035300*                        FILE, SO AN ID TYPED BY HAND BEFORE     *
035400*                        THE REGISTRY EXISTED IS NEVER REISSUED  *
035500*****************************************************************
035600 2200-CHECK-CKPT-STEM.
035700     MOVE W-CAND-STEM TO W-PROBE-STEM.
035800     MOVE LOW-VALUES TO W-PROBE-SUFFIX.
035900     MOVE W-PROBE-ID TO CKPT-RUN-ID.
036000     START CKPT-FILE KEY NOT < CKPT-RUN-ID
036100         INVALID KEY
036200             CONTINUE
036300     END-START.
036400     IF WS-CKPT-STATUS = '23'
036500         GO TO 2200-EXIT
036600     END-IF.
036700     IF WS-CKPT-STATUS = '00'
036800         READ CKPT-FILE NEXT
036900             AT END
037000                 CONTINUE
037100         END-READ
037200     END-IF.
037300     IF WS-CKPT-STATUS = '10'
037400         GO TO 2200-EXIT
037500     END-IF.
037600     IF WS-CKPT-STATUS NOT = '00'
037700         DISPLAY 'FZBALLOC-006E CKPT-FILE READ FAILED, STATUS '
037800             WS-CKPT-STATUS
037900         MOVE 'FZBALLOC-006E' TO WS-EVT-MSG-ID
038000         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
038100         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
038200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
038300         MOVE 16 TO RETURN-CODE
038400         GOBACK
038500     END-IF.
038600     MOVE CKPT-RUN-ID TO W-FOUND-ID.
038700     IF W-FOUND-STEM = W-CAND-STEM
038800         MOVE 'T' TO WS-STEM-SW
038900     END-IF.
039000 2200-EXIT.
039100     EXIT.
039200*****************************************************************
039300* 3000-ISSUE-RUN-ID - REGISTER THE NEW ID AS ISSUED, COPY IT TO  *
039400*                     THE ISSUE FILE, AND MOVE THE CONTROL       *
039500*                     RECORD'S LAST SEQUENCE UP TO IT            *
039600*****************************************************************
039700 3000-ISSUE-RUN-ID.
039800     MOVE SPACES TO FZB-RREG-RECORD.
039900     MOVE W-CAND-ID TO RREG-RUN-ID.
040000     MOVE 'I' TO RREG-STATUS.
040100     MOVE LS-PARM-REQUESTER TO RREG-REQUESTER.
040200     MOVE LS-PARM-FIRST-LOT-N TO RREG-START-NUM.
040300     MOVE LS-PARM-LAST-LOT-N TO RREG-END-NUM.
040400     MOVE LS-PARM-BUS-DATE TO RREG-BUSINESS-DATE.
040500     MOVE WS-RUN-DATE TO RREG-ISSUE-DATE.
040600     MOVE WS-RUN-TIME TO RREG-ISSUE-TIME.
040700     MOVE 'FZBALLOC' TO RREG-ISSUED-BY.
040800     MOVE 0 TO RREG-CONSUMED-DATE.
040900     MOVE 0 TO RREG-CONSUMED-TIME.
041000     MOVE W-CAND-ID TO WS-EVT-RUN-ID.
041100     WRITE FZB-RREG-RECORD
041200         INVALID KEY
041300             CONTINUE
041400     END-WRITE.
041500     IF WS-RREG-STATUS NOT = '00'
041600         DISPLAY 'FZBALLOC-008E RREG-FILE WRITE FAILED, STATUS '
041700             WS-RREG-STATUS
041800         MOVE 'FZBALLOC-008E' TO WS-EVT-MSG-ID
041900         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
042000         MOVE 'RREG-FILE WRITE FAILED' TO WS-EVT-TEXT
042100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
042200         MOVE 16 TO RETURN-CODE
042300         GOBACK
042400     END-IF.
042500     WRITE ISSU-RECORD FROM FZB-RREG-RECORD.
042600     IF WS-ISSU-STATUS NOT = '00'
042700         DISPLAY 'FZBALLOC-010E ISSU-FILE WRITE FAILED, STATUS '
042800             WS-ISSU-STATUS
042900         MOVE 'FZBALLOC-010E' TO WS-EVT-MSG-ID
043000         MOVE WS-ISSU-STATUS TO WS-EVT-FILE-STATUS
043100         MOVE 'ISSU-FILE WRITE FAILED' TO WS-EVT-TEXT
043200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
043300         MOVE 16 TO RETURN-CODE
043400         GOBACK
043500     END-IF.
043600     MOVE '*CONTROL' TO RREG-RUN-ID.
043700     READ RREG-FILE
043800         INVALID KEY
043900             CONTINUE
044000     END-READ.
044100     IF WS-RREG-STATUS = '00'
044200         MOVE W-SEQUENCE TO RREG-LAST-SEQUENCE
044300         REWRITE FZB-RREG-RECORD
044400             INVALID KEY
044500                 CONTINUE
044600         END-REWRITE
044700     END-IF.
044800     IF WS-RREG-STATUS NOT = '00'
044900         DISPLAY 'FZBALLOC-009E RREG CONTROL UPDATE FAILED, '
045000             'STATUS ' WS-RREG-STATUS
045100         MOVE 'FZBALLOC-009E' TO WS-EVT-MSG-ID
045200         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
045300         MOVE 'RREG CONTROL UPDATE FAILED' TO WS-EVT-TEXT
045400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
045500         MOVE 16 TO RETURN-CODE
045600         GOBACK
045700     END-IF.
045800     DISPLAY 'FZBALLOC-012I RUN ID ' W-CAND-ID ' ISSUED TO '
045900         LS-PARM-REQUESTER.
046000     MOVE 'FZBALLOC-012I' TO WS-EVT-MSG-ID.
046100     MOVE 'RUN ID ISSUED' TO WS-EVT-TEXT.
046200     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
046300 3000-EXIT.
046400     EXIT.
046500*****************************************************************
046600* 8000-SUMMARY - SHOW WHAT WAS ISSUED                            *
046700*****************************************************************
046800 8000-SUMMARY.
046900     MOVE W-SKIP-COUNT TO WS-SKIP-DISP.
047000     DISPLAY '----- FZBALLOC RUN SUMMARY -----'.
047100     DISPLAY 'RUN ID ISSUED ......... ' W-CAND-ID.
047200     DISPLAY 'REQUESTED BY .......... ' LS-PARM-REQUESTER.
047300     DISPLAY 'LOT RANGE ............. ' LS-PARM-FIRST-LOT
047400         ' THRU ' LS-PARM-LAST-LOT.
047500     DISPLAY 'BUSINESS DATE ......... ' LS-PARM-BUS-DATE.
047600     DISPLAY 'STEMS SKIPPED ......... ' WS-SKIP-DISP.
047700     DISPLAY '================================'.
047800 8000-EXIT.
047900     EXIT.
048000*****************************************************************
048100* 9000-TERMINATE - CLOSE THE FILES                               *
048200*****************************************************************
048300 9000-TERMINATE.
048400     CLOSE RREG-FILE.
048500     IF NOT WS-NO-CKPT
048600         CLOSE CKPT-FILE
048700     END-IF.
048800     CLOSE ISSU-FILE.
048900 9000-EXIT.
049000     EXIT.
049100*****************************************************************
049200* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
049300*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
049400*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
049500*                    DOESN'T INHERIT IT                          *
049600*****************************************************************
049700 9500-WRITE-EVENT.
049800     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
049900         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
050000     MOVE SPACES TO WS-EVT-FILE-STATUS.
050100 9500-EXIT.
050200     EXIT.
