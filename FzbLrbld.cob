000100*****************************************************************
000200* FZBLRBLD                                                           *
000300*                                                                    *
000400* NIGHTLY CONTROL FILE BUILD.  READS PRODUCTION PLANNING'S LOT       *
000500* REQUESTS (LREQFILE, FZBLREQ) - LOT RANGE, PRODUCT FAMILY, AND      *
000600* REQUESTED BUSINESS DATE - AND BUILDS ONE CONTROL RECORD PER        *
000700* REQUEST ON A NEW CTLFILE FROM THE FAMILY'S NAMED RULE PROFILE      *
000800* (PROFLIB, FZBPROF): THE PROFILE'S FULL RULE, OVERRIDE, AND         *
000900* COMBINATION SET, WITH THE REQUEST'S RANGE AND BUSINESS DATE.       *
001000* EACH BUILT RECORD IS GIVEN A NEW RUN ID ISSUED FROM THE RUN ID     *
001100* REGISTRY (RUNREG, FZBRREG) UNDER THE SAME RULES AS FZBALLOC, SO    *
001200* FIZZBUZZ ACCEPTS IT, AND THE ISSUED REGISTRY RECORD IS COPIED      *
001300* TO ISSUEOUT FOR THE SCHEDULER.  FZBPREED THEN EDITS AND PROOFS     *
001400* THE BUILT FILE BEFORE ANY LOT RUNS.                                *
001410* EACH BUILT RECORD'S 024I EVENT NAMES THE FAMILY AND THE RUN ITS    *
001420* PROFILE WAS CAPTURED FROM (FZBBEVT), SO FZBPROV CAN TRACE THE      *
001430* RUN'S RULES BACK TO THE MAINTENANCE THAT SHAPED THEM.              *
001500*                                                                    *
001600* A REQUEST IS NOT BUILT, AND IS RETURNED TO PLANNING ON THE         *
001700* REJECT FILE (LREJFILE, FZBLREJ) WITH A REASON, WHEN -              *
001800*   - ITS FAMILY HAS NO PROFILE, OR THE PROFILE IS RETIRED           *
001900*   - ITS RANGE IS NOT NUMERIC, ENDS BEFORE IT STARTS, FALLS         *
002000*     OUTSIDE THE FAMILY'S LOT BLOCK, OR OVERLAPS A RANGE            *
002100*     ALREADY BUILT TONIGHT (THE EARLIER REQUEST WINS)               *
002200*   - ITS BUSINESS DATE IS NOT A DATE, OR IS NOT TONIGHT'S           *
002300*                                                                    *
002400* CTLFILE IS REPLACED, SO THE BUILD IS REFUSED WHILE ANY CONTROL     *
002500* RECORD ON THE CURRENT FILE BELONGS TO A RUN STILL IN FLIGHT -      *
002600* ITS RESTART NEEDS THAT RECORD.  RESTART (OR VOID) IT FIRST.        *
002700*                                                                    *
002800* PARM FORMAT (REQUIRED) -                                           *
002900*   COLS 01-08  TONIGHT'S BUSINESS DATE (YYYYMMDD)                   *
003000*                                                                    *
003100* RETURN CODE -                                                      *
003200*   00 - EVERY REQUEST BUILT                                         *
003300*   04 - SOME REQUESTS BUILT, AT LEAST ONE RETURNED TO PLANNING      *
003400*   08 - NO REQUEST BUILT - NOTHING TO RUN TONIGHT                   *
003500*   16 - BAD PARM, A RUN STILL IN FLIGHT, OR A FILE FAILED           *
003600*                                                                    *
003700* MODIFICATION HISTORY                                               *
003800*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
003900*****************************************************************
004000 IDENTIFICATION DIVISION.
004100 PROGRAM-ID. FZBLRBLD.
004200 AUTHOR. BOB.
004300 INSTALLATION. DATA PROCESSING.
004400 DATE-WRITTEN. 10/15/2026.
004500 DATE-COMPILED.
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT LREQ-FILE ASSIGN TO LREQFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-LREQ-STATUS.
005200     SELECT PROF-FILE ASSIGN TO PROFLIB
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS PROF-FAMILY
005600         FILE STATUS IS WS-PROF-STATUS.
005700     SELECT CTL-FILE ASSIGN TO CTLFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-CTL-STATUS.
006000     SELECT LREJ-FILE ASSIGN TO LREJFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-LREJ-STATUS.
006300     SELECT RREG-FILE ASSIGN TO RUNREG
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS RREG-RUN-ID
006700         FILE STATUS IS WS-RREG-STATUS.
006800     SELECT CKPT-FILE ASSIGN TO CKPTFILE
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS CKPT-RUN-ID
007200         FILE STATUS IS WS-CKPT-STATUS.
007300     SELECT ISSU-FILE ASSIGN TO ISSUEOUT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-ISSU-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  LREQ-FILE
007900     RECORDING MODE IS F.
008000     COPY FZBLREQ.
008100 FD  PROF-FILE.
008200     COPY FZBPROF.
008300 FD  CTL-FILE
008400     RECORDING MODE IS F.
008500     COPY FZBCTL.
008600 FD  LREJ-FILE
008700     RECORDING MODE IS F.
008800     COPY FZBLREJ.
008900 FD  RREG-FILE.
009000     COPY FZBRREG.
009100 FD  CKPT-FILE.
009200     COPY FZBCKPT.
009300 FD  ISSU-FILE
009400     RECORDING MODE IS F.
009500 01  ISSU-RECORD              PIC X(100).
009600 WORKING-STORAGE SECTION.
009700*****************************************************************
009800* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
009900*****************************************************************
010000 77  WS-LREQ-STATUS           PIC X(02) VALUE SPACES.
010100 77  WS-PROF-STATUS           PIC X(02) VALUE SPACES.
010200 77  WS-CTL-STATUS            PIC X(02) VALUE SPACES.
010300 77  WS-LREJ-STATUS           PIC X(02) VALUE SPACES.
010400 77  WS-RREG-STATUS           PIC X(02) VALUE SPACES.
010500 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
010600 77  WS-ISSU-STATUS           PIC X(02) VALUE SPACES.
010700 77  WS-LREQ-EOF-SW           PIC X(01) VALUE 'N'.
010800     88  WS-LREQ-EOF              VALUE 'Y'.
010900 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
011000     88  WS-CTL-EOF               VALUE 'Y'.
011100 77  WS-NO-CKPT-SW            PIC X(01) VALUE 'N'.
011200     88  WS-NO-CKPT               VALUE 'Y'.
011300 77  WS-STEM-SW               PIC X(01) VALUE 'N'.
011400     88  WS-STEM-FREE             VALUE 'F'.
011500     88  WS-STEM-TAKEN            VALUE 'T'.
011600 77  WS-OVERLAP-SW            PIC X(01) VALUE 'N'.
011700     88  WS-OVERLAP               VALUE 'Y'.
011800 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
011900 77  WS-RUN-TIME              PIC 9(08) VALUE 0.
012000 77  WS-REASON-CODE           PIC X(02) VALUE SPACES.
012100 77  WS-REASON                PIC X(30) VALUE SPACES.
012200 77  W-REQUESTER              PIC X(08) VALUE SPACES.
012300 77  W-OVERLAP-RUN-ID         PIC X(08) VALUE SPACES.
012400 77  W-SEQUENCE               PIC 9(04) VALUE 0.
012500 77  W-BUILT-IDX              PIC 9(04) COMP VALUE 0.
012600 77  W-REQUEST-COUNT          PIC 9(06) COMP VALUE 0.
012700 77  W-REJECT-COUNT           PIC 9(06) COMP VALUE 0.
012800 77  W-SKIP-COUNT             PIC 9(05) COMP VALUE 0.
012900 77  W-IN-FLIGHT-COUNT        PIC 9(05) COMP VALUE 0.
013000*****************************************************************
013100* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
013200*****************************************************************
013300 77  WS-REQUEST-DISP          PIC 9(06) VALUE 0.
013400 77  WS-BUILT-DISP            PIC 9(06) VALUE 0.
013500 77  WS-REJECT-DISP           PIC 9(06) VALUE 0.
013600 77  WS-SKIP-DISP             PIC 9(05) VALUE 0.
013700 77  WS-IN-FLIGHT-DISP        PIC 9(05) VALUE 0.
013800*****************************************************************
013900* WORKING STORAGE - CANDIDATE RUN ID AND THE ID FOUND AT ITS     *
014000*                   STEM, AS IN FZBALLOC                         *
014100*****************************************************************
014200 01  W-CAND-ID.
014300     05  W-CAND-STEM.
014400         10  W-CAND-PREFIX        PIC X(03) VALUE 'RUN'.
014500         10  W-CAND-SEQUENCE      PIC 9(04) VALUE 0.
014600     05  W-CAND-SUFFIX            PIC X(01) VALUE '0'.
014700 01  W-PROBE-ID.
014800     05  W-PROBE-STEM             PIC X(07).
014900     05  W-PROBE-SUFFIX           PIC X(01).
015000 01  W-FOUND-ID.
015100     05  W-FOUND-STEM             PIC X(07).
015200     05  W-FOUND-SUFFIX           PIC X(01).
015300 01  W-PARM-BUS-DATE.
015400     05  W-PARM-BUS-YEAR          PIC 9(04).
015500     05  W-PARM-BUS-MONTH         PIC 9(02).
015600     05  W-PARM-BUS-DAY           PIC 9(02).
015700 01  W-PARM-BUS-DATE-N REDEFINES W-PARM-BUS-DATE
015800                                  PIC 9(08).
015900*****************************************************************
016000* WORKING STORAGE - THE RANGES BUILT SO FAR TONIGHT, SO A LATER  *
016100*                   REQUEST OVERLAPPING ONE OF THEM IS SENT BACK *
016200*                   INSTEAD OF FAILING FZBPREED FOR EVERY LOT    *
016300*****************************************************************
016400 01  W-BUILT-TABLE.
016500     05  W-BUILT-COUNT        PIC 9(04) COMP VALUE 0.
016600     05  W-BUILT-MAX          PIC 9(04) COMP VALUE 500.
016700     05  W-BUILT-ENTRY OCCURS 500 TIMES.
016800         10  W-BUILT-RUN-ID       PIC X(08).
016900         10  W-BUILT-START        PIC 9(06).
017000         10  W-BUILT-END          PIC 9(06).
017010*****************************************************************
017020* WORKING STORAGE - TEXT OF THE 024I BUILT EVENT                 *
017030*****************************************************************
017040     COPY FZBBEVT.
017100******************************************************************
017200* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
017300*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
017400*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
017500*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
017600*                   THIS PROGRAM'S SYSOUT.                       *
017700******************************************************************
017800 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBLRBLD'.
017900 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
018000 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
018100 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
018200 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
018300 LINKAGE SECTION.
018400 01  LS-PARM-AREA.
018500     05  LS-PARM-LEN          PIC S9(04) COMP.
018600     05  LS-PARM-BUS-DATE     PIC X(08).
018700 PROCEDURE DIVISION USING LS-PARM-AREA.
018800*****************************************************************
018900* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
019000*****************************************************************
019100 0000-MAIN-PROCEDURE.
019200     MOVE 'FZBLRBLD-900I' TO WS-EVT-MSG-ID.
019300     MOVE 'START OF RUN' TO WS-EVT-TEXT.
019400     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
019700         UNTIL WS-LREQ-EOF.
019800     PERFORM 8000-SUMMARY THRU 8000-EXIT.
019900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020000     MOVE SPACES TO WS-EVT-RUN-ID.
020100     IF W-BUILT-COUNT = 0
020200         DISPLAY 'FZBLRBLD-026W NO LOT REQUEST BUILT - NOTHING '
020300             'TO RUN TONIGHT'
020400         MOVE 'FZBLRBLD-026W' TO WS-EVT-MSG-ID
020500         MOVE 'NO LOT REQUEST BUILT' TO WS-EVT-TEXT
020600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
020700         MOVE 8 TO RETURN-CODE
020800     ELSE
020900         IF W-REJECT-COUNT > 0
021000             MOVE 4 TO RETURN-CODE
021100         ELSE
021200             MOVE 0 TO RETURN-CODE
021300         END-IF
021400     END-IF.
021500     MOVE 'FZBLRBLD-901I' TO WS-EVT-MSG-ID.
021600     MOVE 'END OF RUN' TO WS-EVT-TEXT.
021700     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
021800     GOBACK.
021900*****************************************************************
022000* 1000-INITIALIZE - VALIDATE THE PARM, OPEN THE INPUTS AND THE   *
022100*                   REGISTRY, MAKE SURE THE CURRENT CTLFILE CAN  *
022200*                   BE REPLACED, THEN OPEN THE OUTPUTS AND READ  *
022300*                   THE FIRST REQUEST                            *
022400*****************************************************************
022500 1000-INITIALIZE.
022600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022700     ACCEPT WS-RUN-TIME FROM TIME.
022800     IF LS-PARM-LEN NOT = 8
022900         GO TO 1000-BAD-PARM
023000     END-IF.
023100     IF LS-PARM-BUS-DATE NOT NUMERIC
023200         GO TO 1000-BAD-PARM
023300     END-IF.
023400     MOVE LS-PARM-BUS-DATE TO W-PARM-BUS-DATE.
023500     IF W-PARM-BUS-YEAR = 0
023600             OR W-PARM-BUS-MONTH < 1 OR W-PARM-BUS-MONTH > 12
023700             OR W-PARM-BUS-DAY < 1 OR W-PARM-BUS-DAY > 31
023800         GO TO 1000-BAD-PARM
023900     END-IF.
024000     OPEN INPUT LREQ-FILE.
024100     IF WS-LREQ-STATUS NOT = '00'
024200         DISPLAY 'FZBLRBLD-002E LREQ-FILE OPEN FAILED, STATUS '
024300             WS-LREQ-STATUS
024400         MOVE 'FZBLRBLD-002E' TO WS-EVT-MSG-ID
024500         MOVE WS-LREQ-STATUS TO WS-EVT-FILE-STATUS
024600         MOVE 'LREQ-FILE OPEN FAILED' TO WS-EVT-TEXT
024700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024800         MOVE 16 TO RETURN-CODE
024900         GOBACK
025000     END-IF.
025100     OPEN INPUT PROF-FILE.
025200     IF WS-PROF-STATUS NOT = '00'
025300         DISPLAY 'FZBLRBLD-004E PROF-FILE OPEN FAILED, STATUS '
025400             WS-PROF-STATUS
025500         MOVE 'FZBLRBLD-004E' TO WS-EVT-MSG-ID
025600         MOVE WS-PROF-STATUS TO WS-EVT-FILE-STATUS
025700         MOVE 'PROF-FILE OPEN FAILED' TO WS-EVT-TEXT
025800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
025900         MOVE 16 TO RETURN-CODE
026000         GOBACK
026100     END-IF.
026200     OPEN I-O RREG-FILE.
026300     IF WS-RREG-STATUS = '35'
026400         OPEN OUTPUT RREG-FILE
026500         CLOSE RREG-FILE
026600         OPEN I-O RREG-FILE
026700     END-IF.
026800     IF WS-RREG-STATUS NOT = '00'
026900         DISPLAY 'FZBLRBLD-006E RREG-FILE OPEN FAILED, STATUS '
027000             WS-RREG-STATUS
027100         MOVE 'FZBLRBLD-006E' TO WS-EVT-MSG-ID
027200         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
027300         MOVE 'RREG-FILE OPEN FAILED' TO WS-EVT-TEXT
027400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK
027700     END-IF.
027800     OPEN INPUT CKPT-FILE.
027900     IF WS-CKPT-STATUS = '35'
028000         MOVE 'Y' TO WS-NO-CKPT-SW
028100     ELSE
028200         IF WS-CKPT-STATUS NOT = '00'
028300             DISPLAY 'FZBLRBLD-010E CKPT-FILE OPEN FAILED, '
028400                 'STATUS ' WS-CKPT-STATUS
028500             MOVE 'FZBLRBLD-010E' TO WS-EVT-MSG-ID
028600             MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
028700             MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
028800             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028900             MOVE 16 TO RETURN-CODE
029000             GOBACK
029100         END-IF
029200     END-IF.
029300     IF NOT WS-NO-CKPT
029400         PERFORM 1200-CHECK-CTL-IN-FLIGHT THRU 1200-EXIT
029500     END-IF.
029600     PERFORM 1100-READ-REGISTRY-CONTROL THRU 1100-EXIT.
029700     PERFORM 1300-OPEN-OUTPUTS THRU 1300-EXIT.
029800     DISPLAY '===== FZBLRBLD CONTROL FILE BUILD FOR BUSINESS '
029900         'DATE ' LS-PARM-BUS-DATE ' ====='.
030000     PERFORM 1400-READ-REQUEST THRU 1400-EXIT.
030100     GO TO 1000-EXIT.
030200 1000-BAD-PARM.
030300     DISPLAY 'FZBLRBLD-001E PARM MUST BE TONIGHT''S BUSINESS '
030400         'DATE YYYYMMDD'.
030500     MOVE 'FZBLRBLD-001E' TO WS-EVT-MSG-ID.
030600     MOVE 'PARM INVALID' TO WS-EVT-TEXT.
030700     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
030800     MOVE 16 TO RETURN-CODE.
030900     GOBACK.
031000 1000-EXIT.
031100     EXIT.
031200*****************************************************************
031300* 1100-READ-REGISTRY-CONTROL - READ THE LAST SEQUENCE ISSUED.    *
031400*                              THE FIRST ISSUE AGAINST A NEW     *
031500*                              REGISTRY WRITES THE CONTROL       *
031600*                              RECORD AT SEQUENCE ZERO           *
031700*****************************************************************
031800 1100-READ-REGISTRY-CONTROL.
031900     MOVE SPACES TO FZB-RREG-RECORD.
032000     MOVE '*CONTROL' TO RREG-RUN-ID.
032100     READ RREG-FILE
032200         INVALID KEY
032300             CONTINUE
032400     END-READ.
032500     IF WS-RREG-STATUS = '23'
032600         MOVE SPACES TO FZB-RREG-RECORD
032700         MOVE '*CONTROL' TO RREG-RUN-ID
032800         MOVE 0 TO RREG-LAST-SEQUENCE
032900         WRITE FZB-RREG-RECORD
033000             INVALID KEY
033100                 CONTINUE
033200         END-WRITE
033300         IF WS-RREG-STATUS NOT = '00'
033400             GO TO 1100-WRITE-FAILED
033500         END-IF
033600     END-IF.
033700     IF WS-RREG-STATUS NOT = '00'
033800         DISPLAY 'FZBLRBLD-007E RREG-FILE READ FAILED, STATUS '
033900             WS-RREG-STATUS
034000         MOVE 'FZBLRBLD-007E' TO WS-EVT-MSG-ID
034100         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
034200         MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT
034300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034400         MOVE 16 TO RETURN-CODE
034500         GOBACK
034600     END-IF.
034700     MOVE RREG-LAST-SEQUENCE TO W-SEQUENCE.
034800     GO TO 1100-EXIT.
034900 1100-WRITE-FAILED.
035000     DISPLAY 'FZBLRBLD-008E RREG-FILE WRITE FAILED, STATUS '
035100         WS-RREG-STATUS.
035200     MOVE 'FZBLRBLD-008E' TO WS-EVT-MSG-ID.
035300     MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS.
035400     MOVE 'RREG-FILE WRITE FAILED' TO WS-EVT-TEXT.
035500     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
035600     MOVE 16 TO RETURN-CODE.
035700     GOBACK.
035800 1100-EXIT.
035900     EXIT.
036000*****************************************************************
036100* 1200-CHECK-CTL-IN-FLIGHT - READ THE CURRENT CTLFILE BEFORE IT  *
036200*                            IS REPLACED.  A RECORD WHOSE RUN    *
036300*                            HAS AN ACTIVE, UNVOIDED CHECKPOINT  *
036400*                            IS STILL NEEDED FOR THAT RUN'S      *
036500*                            RESTART, SO THE BUILD IS REFUSED.   *
036600*                            NO CTLFILE YET IS NOTHING TO LOSE   *
036700*****************************************************************
036800 1200-CHECK-CTL-IN-FLIGHT.
036900     OPEN INPUT CTL-FILE.
037000     IF WS-CTL-STATUS = '35'
037100         GO TO 1200-EXIT
037200     END-IF.
037300     IF WS-CTL-STATUS NOT = '00'
037400         DISPLAY 'FZBLRBLD-012E CTL-FILE OPEN FAILED, STATUS '
037500             WS-CTL-STATUS
037600         MOVE 'FZBLRBLD-012E' TO WS-EVT-MSG-ID
037700         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
037800         MOVE 'CTL-FILE OPEN FAILED' TO WS-EVT-TEXT
037900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
038000         MOVE 16 TO RETURN-CODE
038100         GOBACK
038200     END-IF.
038300     MOVE 'N' TO WS-CTL-EOF-SW.
038400     PERFORM 1210-READ-OLD-CTL THRU 1210-EXIT.
038500     PERFORM 1220-CHECK-ONE-OLD-CTL THRU 1220-EXIT
038600         UNTIL WS-CTL-EOF.
038700     CLOSE CTL-FILE.
038800     IF W-IN-FLIGHT-COUNT > 0
038900         MOVE W-IN-FLIGHT-COUNT TO WS-IN-FLIGHT-DISP
039000         DISPLAY 'FZBLRBLD-020E ' WS-IN-FLIGHT-DISP
039100             ' RUN(S) ON CTLFILE STILL IN FLIGHT - CTLFILE NOT '
039200             'REBUILT, RESTART OR VOID THEM FIRST'
039300         MOVE 'FZBLRBLD-020E' TO WS-EVT-MSG-ID
039400         MOVE SPACES TO WS-EVT-RUN-ID
039500         MOVE 'RUN IN FLIGHT - CTLFILE NOT REBUILT'
039600             TO WS-EVT-TEXT
039700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
039800         MOVE 16 TO RETURN-CODE
039900         GOBACK
040000     END-IF.
040100 1200-EXIT.
040200     EXIT.
040300*****************************************************************
040400* 1210-READ-OLD-CTL - READ THE NEXT RECORD OF THE CURRENT CTLFILE*
040500*****************************************************************
040600 1210-READ-OLD-CTL.
040700     READ CTL-FILE
040800         AT END
040900             MOVE 'Y' TO WS-CTL-EOF-SW
041000     END-READ.
041100     IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '10'
041200         DISPLAY 'FZBLRBLD-013E CTL-FILE READ FAILED, STATUS '
041300             WS-CTL-STATUS
041400         MOVE 'FZBLRBLD-013E' TO WS-EVT-MSG-ID
041500         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
041600         MOVE 'CTL-FILE READ FAILED' TO WS-EVT-TEXT
041700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
041800         MOVE 16 TO RETURN-CODE
041900         GOBACK
042000     END-IF.
042100 1210-EXIT.
042200     EXIT.
042300*****************************************************************
042400* 1220-CHECK-ONE-OLD-CTL - LOOK UP ONE CURRENT RECORD'S RUN ON   *
042500*                          THE CHECKPOINT FILE                   *
042600*****************************************************************
042700 1220-CHECK-ONE-OLD-CTL.
042800     MOVE CTL-RUN-ID TO CKPT-RUN-ID.
042900     READ CKPT-FILE
043000         INVALID KEY
043100             CONTINUE
043200     END-READ.
043300     IF WS-CKPT-STATUS NOT = '00' AND WS-CKPT-STATUS NOT = '23'
043400         DISPLAY 'FZBLRBLD-011E CKPT-FILE READ FAILED, STATUS '
043500             WS-CKPT-STATUS
043600         MOVE 'FZBLRBLD-011E' TO WS-EVT-MSG-ID
043700         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
043800         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
043900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
044000         MOVE 16 TO RETURN-CODE
044100         GOBACK
044200     END-IF.
044300     IF WS-CKPT-STATUS = '00'
044400         IF CKPT-RUN-ACTIVE AND NOT CKPT-VOIDED
044500             ADD 1 TO W-IN-FLIGHT-COUNT
044600             DISPLAY 'FZBLRBLD-019E RUN ' CTL-RUN-ID
044700                 ' ON CTLFILE IS STILL IN FLIGHT, LAST NUMBER '
044800                 CKPT-LAST-NUM
044900             MOVE 'FZBLRBLD-019E' TO WS-EVT-MSG-ID
045000             MOVE CTL-RUN-ID TO WS-EVT-RUN-ID
045100             MOVE 'RUN ON CTLFILE STILL IN FLIGHT'
045200                 TO WS-EVT-TEXT
045300             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
045400         END-IF
045500     END-IF.
045600     PERFORM 1210-READ-OLD-CTL THRU 1210-EXIT.
045700 1220-EXIT.
045800     EXIT.
045900*****************************************************************
046000* 1300-OPEN-OUTPUTS - OPEN THE NEW CTLFILE, THE REJECT FILE AND  *
046100*                     THE ISSUE FILE                             *
046200*****************************************************************
046300 1300-OPEN-OUTPUTS.
046400     OPEN OUTPUT CTL-FILE.
046500     IF WS-CTL-STATUS NOT = '00'
046600         DISPLAY 'FZBLRBLD-012E CTL-FILE OPEN FAILED, STATUS '
046700             WS-CTL-STATUS
046800         MOVE 'FZBLRBLD-012E' TO WS-EVT-MSG-ID
046900         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
047000         MOVE 'CTL-FILE OPEN FAILED' TO WS-EVT-TEXT
047100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
047200         MOVE 16 TO RETURN-CODE
047300         GOBACK
047400     END-IF.
047500     OPEN OUTPUT LREJ-FILE.
047600     IF WS-LREJ-STATUS NOT = '00'
047700         DISPLAY 'FZBLRBLD-015E LREJ-FILE OPEN FAILED, STATUS '
047800             WS-LREJ-STATUS
047900         MOVE 'FZBLRBLD-015E' TO WS-EVT-MSG-ID
048000         MOVE WS-LREJ-STATUS TO WS-EVT-FILE-STATUS
048100         MOVE 'LREJ-FILE OPEN FAILED' TO WS-EVT-TEXT
048200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
048300         MOVE 16 TO RETURN-CODE
048400         GOBACK
048500     END-IF.
048600     OPEN OUTPUT ISSU-FILE.
048700     IF WS-ISSU-STATUS NOT = '00'
048800         DISPLAY 'FZBLRBLD-017E ISSU-FILE OPEN FAILED, STATUS '
048900             WS-ISSU-STATUS
049000         MOVE 'FZBLRBLD-017E' TO WS-EVT-MSG-ID
049100         MOVE WS-ISSU-STATUS TO WS-EVT-FILE-STATUS
049200         MOVE 'ISSU-FILE OPEN FAILED' TO WS-EVT-TEXT
049300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
049400         MOVE 16 TO RETURN-CODE
049500         GOBACK
049600     END-IF.
049700 1300-EXIT.
049800     EXIT.
049900*****************************************************************
050000* 1400-READ-REQUEST - READ THE NEXT LOT REQUEST                  *
050100*****************************************************************
050200 1400-READ-REQUEST.
050300     READ LREQ-FILE
050400         AT END
050500             MOVE 'Y' TO WS-LREQ-EOF-SW
050600     END-READ.
050700     IF WS-LREQ-STATUS NOT = '00' AND WS-LREQ-STATUS NOT = '10'
050800         DISPLAY 'FZBLRBLD-003E LREQ-FILE READ FAILED, STATUS '
050900             WS-LREQ-STATUS
051000         MOVE 'FZBLRBLD-003E' TO WS-EVT-MSG-ID
051100         MOVE WS-LREQ-STATUS TO WS-EVT-FILE-STATUS
051200         MOVE 'LREQ-FILE READ FAILED' TO WS-EVT-TEXT
051300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
051400         MOVE 16 TO RETURN-CODE
051500         GOBACK
051600     END-IF.
051700 1400-EXIT.
051800     EXIT.
051900*****************************************************************
052000* 2000-PROCESS-ONE-REQUEST - EDIT ONE REQUEST AGAINST ITS        *
052100*                            FAMILY'S PROFILE AND TONIGHT'S      *
052200*                            BUILD; BUILD IT OR SEND IT BACK     *
052300*****************************************************************
052400 2000-PROCESS-ONE-REQUEST.
052500     ADD 1 TO W-REQUEST-COUNT.
052600     MOVE SPACES TO WS-REASON-CODE.
052700     MOVE SPACES TO WS-REASON.
052800     IF LREQ-BUSINESS-DATE NOT NUMERIC
052900         GO TO 2000-BAD-DATE
053000     END-IF.
053100     IF LREQ-BUS-YEAR = 0
053200             OR LREQ-BUS-MONTH < 1 OR LREQ-BUS-MONTH > 12
053300             OR LREQ-BUS-DAY < 1 OR LREQ-BUS-DAY > 31
053400         GO TO 2000-BAD-DATE
053500     END-IF.
053600     IF LREQ-BUSINESS-DATE NOT = LS-PARM-BUS-DATE
053700         MOVE '08' TO WS-REASON-CODE
053800         MOVE 'BUSINESS DATE NOT TONIGHT''S' TO WS-REASON
053900         GO TO 2000-REJECT
054000     END-IF.
054100     IF LREQ-START-NUM NOT NUMERIC OR LREQ-END-NUM NOT NUMERIC
054200         MOVE '03' TO WS-REASON-CODE
054300         MOVE 'LOT RANGE NOT NUMERIC' TO WS-REASON
054400         GO TO 2000-REJECT
054500     END-IF.
054600     IF LREQ-END-NUM-N < LREQ-START-NUM-N
054700         MOVE '04' TO WS-REASON-CODE
054800         MOVE 'LOT RANGE ENDS BEFORE IT STARTS' TO WS-REASON
054900         GO TO 2000-REJECT
055000     END-IF.
055100     MOVE LREQ-FAMILY TO PROF-FAMILY.
055200     READ PROF-FILE
055300         INVALID KEY
055400             CONTINUE
055500     END-READ.
055600     IF WS-PROF-STATUS NOT = '00' AND WS-PROF-STATUS NOT = '23'
055700         DISPLAY 'FZBLRBLD-005E PROF-FILE READ FAILED, STATUS '
055800             WS-PROF-STATUS
055900         MOVE 'FZBLRBLD-005E' TO WS-EVT-MSG-ID
056000         MOVE WS-PROF-STATUS TO WS-EVT-FILE-STATUS
056100         MOVE 'PROF-FILE READ FAILED' TO WS-EVT-TEXT
056200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
056300         MOVE 16 TO RETURN-CODE
056400         GOBACK
056500     END-IF.
056600     IF WS-PROF-STATUS = '23' OR LREQ-FAMILY = SPACES
056700         MOVE '01' TO WS-REASON-CODE
056800         MOVE 'FAMILY HAS NO RULE PROFILE' TO WS-REASON
056900         GO TO 2000-REJECT
057000     END-IF.
057100     IF NOT PROF-ACTIVE
057200         MOVE '02' TO WS-REASON-CODE
057300         MOVE 'FAMILY PROFILE IS RETIRED' TO WS-REASON
057400         GO TO 2000-REJECT
057500     END-IF.
057600     IF LREQ-START-NUM-N < PROF-LOW-LOT
057700             OR LREQ-END-NUM-N > PROF-HIGH-LOT
057800         MOVE '05' TO WS-REASON-CODE
057900         MOVE 'RANGE OUTSIDE FAMILY LOT BLOCK' TO WS-REASON
058000         GO TO 2000-REJECT
058100     END-IF.
058200     MOVE 'N' TO WS-OVERLAP-SW.
058300     PERFORM 2100-TEST-ONE-OVERLAP THRU 2100-EXIT
058400         VARYING W-BUILT-IDX FROM 1 BY 1
058500         UNTIL W-BUILT-IDX > W-BUILT-COUNT
058600         OR WS-OVERLAP.
058700     IF WS-OVERLAP
058800         MOVE '06' TO WS-REASON-CODE
058900         STRING 'RANGE OVERLAPS ' W-OVERLAP-RUN-ID
059000             DELIMITED BY SIZE
059100             INTO WS-REASON
059200         END-STRING
059300         GO TO 2000-REJECT
059400     END-IF.
059500     PERFORM 3000-BUILD-CONTROL THRU 3000-EXIT.
059600     GO TO 2000-READ-NEXT.
059700 2000-BAD-DATE.
059800     MOVE '07' TO WS-REASON-CODE.
059900     MOVE 'BUSINESS DATE NOT A VALID DATE' TO WS-REASON.
060000 2000-REJECT.
060100     PERFORM 2800-REJECT-REQUEST THRU 2800-EXIT.
060200 2000-READ-NEXT.
060300     PERFORM 1400-READ-REQUEST THRU 1400-EXIT.
060400 2000-EXIT.
060500     EXIT.
060600*****************************************************************
060700* 2100-TEST-ONE-OVERLAP - TEST THE REQUEST'S RANGE AGAINST ONE   *
060800*                         RANGE ALREADY BUILT TONIGHT            *
060900*****************************************************************
061000 2100-TEST-ONE-OVERLAP.
061100     IF LREQ-START-NUM-N NOT > W-BUILT-END (W-BUILT-IDX)
061200             AND LREQ-END-NUM-N NOT < W-BUILT-START (W-BUILT-IDX)
061300         MOVE 'Y' TO WS-OVERLAP-SW
061400         MOVE W-BUILT-RUN-ID (W-BUILT-IDX) TO W-OVERLAP-RUN-ID
061500     END-IF.
061600 2100-EXIT.
061700     EXIT.
061800*****************************************************************
061900* 2800-REJECT-REQUEST - RETURN ONE REQUEST TO PLANNING, AS       *
062000*                       RECEIVED, WITH THE REASON                *
062100*****************************************************************
062200 2800-REJECT-REQUEST.
062300     ADD 1 TO W-REJECT-COUNT.
062400     MOVE SPACES TO FZB-LREJ-RECORD.
062500     MOVE FZB-LREQ-RECORD TO LREJ-REQUEST.
062600     MOVE WS-REASON-CODE TO LREJ-REASON-CODE.
062700     MOVE WS-REASON TO LREJ-REASON-TEXT.
062800     MOVE W-PARM-BUS-DATE-N TO LREJ-BUILD-DATE.
062900     WRITE FZB-LREJ-RECORD.
063000     IF WS-LREJ-STATUS NOT = '00'
063100         DISPLAY 'FZBLRBLD-016E LREJ-FILE WRITE FAILED, STATUS '
063200             WS-LREJ-STATUS
063300         MOVE 'FZBLRBLD-016E' TO WS-EVT-MSG-ID
063400         MOVE WS-LREJ-STATUS TO WS-EVT-FILE-STATUS
063500         MOVE 'LREJ-FILE WRITE FAILED' TO WS-EVT-TEXT
063600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
063700         MOVE 16 TO RETURN-CODE
063800         GOBACK
063900     END-IF.
064000     DISPLAY LREQ-REQUEST-ID ' ' LREQ-FAMILY ' ' LREQ-START-NUM
064100         '-' LREQ-END-NUM '  RETURNED  ' WS-REASON-CODE ' '
064200         WS-REASON.
064300     MOVE 'FZBLRBLD-025W' TO WS-EVT-MSG-ID.
064400     MOVE SPACES TO WS-EVT-RUN-ID.
064500     MOVE SPACES TO WS-EVT-TEXT.
064600     STRING LREQ-REQUEST-ID ' ' WS-REASON DELIMITED BY SIZE
064700         INTO WS-EVT-TEXT
064800     END-STRING.
064900     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
065000 2800-EXIT.
065100     EXIT.
065200*****************************************************************
065300* 3000-BUILD-CONTROL - ISSUE A RUN ID FOR THE REQUEST AND WRITE  *
065400*                      ITS CONTROL RECORD FROM THE FAMILY'S      *
065500*                      PROFILE                                   *
065600*****************************************************************
065700 3000-BUILD-CONTROL.
065800     IF W-BUILT-COUNT NOT < W-BUILT-MAX
065900         DISPLAY 'FZBLRBLD-022E BUILD TABLE FULL AT '
066000             W-BUILT-MAX ' LOTS'
066100         MOVE 'FZBLRBLD-022E' TO WS-EVT-MSG-ID
066200         MOVE 'BUILD TABLE FULL' TO WS-EVT-TEXT
066300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
066400         MOVE 16 TO RETURN-CODE
066500         GOBACK
066600     END-IF.
066700     MOVE LREQ-REQUESTER TO W-REQUESTER.
066800     IF W-REQUESTER = SPACES
066900         MOVE 'PLANNING' TO W-REQUESTER
067000     END-IF.
067100     MOVE 'N' TO WS-STEM-SW.
067200     PERFORM 3100-TRY-NEXT-SEQUENCE THRU 3100-EXIT
067300         UNTIL WS-STEM-FREE.
067400     PERFORM 3400-ISSUE-RUN-ID THRU 3400-EXIT.
067500     MOVE PROF-RULE-SET TO FZB-CTL-RECORD.
067600     MOVE W-CAND-ID TO CTL-RUN-ID.
067700     MOVE LREQ-START-NUM-N TO CTL-START-NUM.
067800     MOVE LREQ-END-NUM-N TO CTL-END-NUM.
067900     MOVE W-PARM-BUS-DATE-N TO CTL-BUSINESS-DATE.
068000     WRITE FZB-CTL-RECORD.
068100     IF WS-CTL-STATUS NOT = '00'
068200         DISPLAY 'FZBLRBLD-014E CTL-FILE WRITE FAILED, STATUS '
068300             WS-CTL-STATUS
068400         MOVE 'FZBLRBLD-014E' TO WS-EVT-MSG-ID
068500         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
068600         MOVE 'CTL-FILE WRITE FAILED' TO WS-EVT-TEXT
068700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
068800         MOVE 16 TO RETURN-CODE
068900         GOBACK
069000     END-IF.
069100     ADD 1 TO W-BUILT-COUNT.
069200     MOVE W-CAND-ID TO W-BUILT-RUN-ID (W-BUILT-COUNT).
069300     MOVE LREQ-START-NUM-N TO W-BUILT-START (W-BUILT-COUNT).
069400     MOVE LREQ-END-NUM-N TO W-BUILT-END (W-BUILT-COUNT).
069500     DISPLAY LREQ-REQUEST-ID ' ' LREQ-FAMILY ' ' LREQ-START-NUM
069600         '-' LREQ-END-NUM '  BUILT     ' W-CAND-ID ' FROM '
069700         'PROFILE CAPTURED FROM ' PROF-SOURCE-RUN-ID.
069800     MOVE 'FZBLRBLD-024I' TO WS-EVT-MSG-ID.
069900     MOVE W-CAND-ID TO WS-EVT-RUN-ID.
070000     MOVE PROF-FAMILY TO BEVT-FAMILY.
070100     MOVE PROF-SOURCE-RUN-ID TO BEVT-SOURCE-RUN-ID.
070200     MOVE FZB-BEVT-TEXT TO WS-EVT-TEXT.
070500     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
070600     MOVE SPACES TO WS-EVT-RUN-ID.
070700 3000-EXIT.
070800     EXIT.
070900*****************************************************************
071000* 3100-TRY-NEXT-SEQUENCE - BUILD THE NEXT CANDIDATE ID AND SEE   *
071100*                          WHETHER ITS FIRST SEVEN CHARACTERS    *
071200*                          ARE ALREADY IN USE ON THE REGISTRY OR *
071300*                          THE CHECKPOINT FILE                   *
071400*****************************************************************
071500 3100-TRY-NEXT-SEQUENCE.
071600     IF W-SEQUENCE = 9999
071700         DISPLAY 'FZBLRBLD-021E RUN ID SEQUENCE EXHAUSTED'
071800         MOVE 'FZBLRBLD-021E' TO WS-EVT-MSG-ID
071900         MOVE 'RUN ID SEQUENCE EXHAUSTED' TO WS-EVT-TEXT
072000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
072100         MOVE 16 TO RETURN-CODE
072200         GOBACK
072300     END-IF.
072400     ADD 1 TO W-SEQUENCE.
072500     MOVE W-SEQUENCE TO W-CAND-SEQUENCE.
072600     MOVE 'F' TO WS-STEM-SW.
072700     PERFORM 3200-CHECK-REGISTRY-STEM THRU 3200-EXIT.
072800     IF WS-STEM-FREE AND NOT WS-NO-CKPT
072900         PERFORM 3300-CHECK-CKPT-STEM THRU 3300-EXIT
073000     END-IF.
073100     IF WS-STEM-TAKEN
073200         ADD 1 TO W-SKIP-COUNT
073300         DISPLAY 'FZBLRBLD-023I ' W-CAND-STEM
073400             ' ALREADY IN USE BY ' W-FOUND-ID ' - SKIPPED'
073500         MOVE 'FZBLRBLD-023I' TO WS-EVT-MSG-ID
073600         MOVE W-CAND-ID TO WS-EVT-RUN-ID
073700         MOVE 'CANDIDATE STEM IN USE - SKIPPED' TO WS-EVT-TEXT
073800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
073900         MOVE SPACES TO WS-EVT-RUN-ID
074000     END-IF.
074100 3100-EXIT.
074200     EXIT.
074300*****************************************************************
074400* 3200-CHECK-REGISTRY-STEM - POSITION THE REGISTRY AT THE        *
074500*                            CANDIDATE'S STEM AND READ THE FIRST *
074600*                            ID AT OR PAST IT                    *
074700*****************************************************************
074800 3200-CHECK-REGISTRY-STEM.
074900     MOVE W-CAND-STEM TO W-PROBE-STEM.
075000     MOVE LOW-VALUES TO W-PROBE-SUFFIX.
075100     MOVE W-PROBE-ID TO RREG-RUN-ID.
075200     START RREG-FILE KEY NOT < RREG-RUN-ID
075300         INVALID KEY
075400             CONTINUE
075500     END-START.
075600     IF WS-RREG-STATUS = '23'
075700         GO TO 3200-EXIT
075800     END-IF.
075900     IF WS-RREG-STATUS = '00'
076000         READ RREG-FILE NEXT
076100             AT END
076200                 CONTINUE
076300         END-READ
076400     END-IF.
076500     IF WS-RREG-STATUS = '10'
076600         GO TO 3200-EXIT
076700     END-IF.
076800     IF WS-RREG-STATUS NOT = '00'
076900         DISPLAY 'FZBLRBLD-007E RREG-FILE READ FAILED, STATUS '
077000             WS-RREG-STATUS
077100         MOVE 'FZBLRBLD-007E' TO WS-EVT-MSG-ID
077200         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
077300         MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT
077400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
077500         MOVE 16 TO RETURN-CODE
077600         GOBACK
077700     END-IF.
077800     IF RREG-RUN-STEM = W-CAND-STEM
077900         MOVE RREG-RUN-ID TO W-FOUND-ID
078000         MOVE 'T' TO WS-STEM-SW
078100     END-IF.
078200 3200-EXIT.
078300     EXIT.
078400*****************************************************************
078500* 3300-CHECK-CKPT-STEM - THE SAME TEST AGAINST THE CHECKPOINT    *
078600*                        FILE, SO AN ID TYPED BY HAND BEFORE THE *
078700*                        REGISTRY EXISTED IS NEVER REISSUED      *
078800*****************************************************************
078900 3300-CHECK-CKPT-STEM.
079000     MOVE W-CAND-STEM TO W-PROBE-STEM.
079100     MOVE LOW-VALUES TO W-PROBE-SUFFIX.
079200     MOVE W-PROBE-ID TO CKPT-RUN-ID.
079300     START CKPT-FILE KEY NOT < CKPT-RUN-ID
079400         INVALID KEY
079500             CONTINUE
079600     END-START.
079700     IF WS-CKPT-STATUS = '23'
079800         GO TO 3300-EXIT
079900     END-IF.
080000     IF WS-CKPT-STATUS = '00'
080100         READ CKPT-FILE NEXT
080200             AT END
080300                 CONTINUE
080400         END-READ
080500     END-IF.
080600     IF WS-CKPT-STATUS = '10'
080700         GO TO 3300-EXIT
080800     END-IF.
080900     IF WS-CKPT-STATUS NOT = '00'
081000         DISPLAY 'FZBLRBLD-011E CKPT-FILE READ FAILED, STATUS '
081100             WS-CKPT-STATUS
081200         MOVE 'FZBLRBLD-011E' TO WS-EVT-MSG-ID
081300         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
081400         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
081500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
081600         MOVE 16 TO RETURN-CODE
081700         GOBACK
081800     END-IF.
081900     MOVE CKPT-RUN-ID TO W-FOUND-ID.
082000     IF W-FOUND-STEM = W-CAND-STEM
082100         MOVE 'T' TO WS-STEM-SW
082200     END-IF.
082300 3300-EXIT.
082400     EXIT.
082500*****************************************************************
082600* 3400-ISSUE-RUN-ID - REGISTER THE NEW ID AS ISSUED FOR THE      *
082700*                     REQUEST'S RANGE, COPY IT TO THE ISSUE FILE,*
082800*                     AND MOVE THE CONTROL RECORD'S LAST SEQUENCE*
082900*                     UP TO IT                                   *
083000*****************************************************************
083100 3400-ISSUE-RUN-ID.
083200     MOVE SPACES TO FZB-RREG-RECORD.
083300     MOVE W-CAND-ID TO RREG-RUN-ID.
083400     MOVE 'I' TO RREG-STATUS.
083500     MOVE W-REQUESTER TO RREG-REQUESTER.
083600     MOVE LREQ-START-NUM-N TO RREG-START-NUM.
083700     MOVE LREQ-END-NUM-N TO RREG-END-NUM.
083800     MOVE W-PARM-BUS-DATE-N TO RREG-BUSINESS-DATE.
083900     MOVE WS-RUN-DATE TO RREG-ISSUE-DATE.
084000     MOVE WS-RUN-TIME TO RREG-ISSUE-TIME.
084100     MOVE 'FZBLRBLD' TO RREG-ISSUED-BY.
084200     MOVE 0 TO RREG-CONSUMED-DATE.
084300     MOVE 0 TO RREG-CONSUMED-TIME.
084400     MOVE W-CAND-ID TO WS-EVT-RUN-ID.
084500     WRITE FZB-RREG-RECORD
084600         INVALID KEY
084700             CONTINUE
084800     END-WRITE.
084900     IF WS-RREG-STATUS NOT = '00'
085000         DISPLAY 'FZBLRBLD-008E RREG-FILE WRITE FAILED, STATUS '
085100             WS-RREG-STATUS
085200         MOVE 'FZBLRBLD-008E' TO WS-EVT-MSG-ID
085300         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
085400         MOVE 'RREG-FILE WRITE FAILED' TO WS-EVT-TEXT
085500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
085600         MOVE 16 TO RETURN-CODE
085700         GOBACK
085800     END-IF.
085900     WRITE ISSU-RECORD FROM FZB-RREG-RECORD.
086000     IF WS-ISSU-STATUS NOT = '00'
086100         DISPLAY 'FZBLRBLD-018E ISSU-FILE WRITE FAILED, STATUS '
086200             WS-ISSU-STATUS
086300         MOVE 'FZBLRBLD-018E' TO WS-EVT-MSG-ID
086400         MOVE WS-ISSU-STATUS TO WS-EVT-FILE-STATUS
086500         MOVE 'ISSU-FILE WRITE FAILED' TO WS-EVT-TEXT
086600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
086700         MOVE 16 TO RETURN-CODE
086800         GOBACK
086900     END-IF.
087000     MOVE '*CONTROL' TO RREG-RUN-ID.
087100     READ RREG-FILE
087200         INVALID KEY
087300             CONTINUE
087400     END-READ.
087500     IF WS-RREG-STATUS = '00'
087600         MOVE W-SEQUENCE TO RREG-LAST-SEQUENCE
087700         REWRITE FZB-RREG-RECORD
087800             INVALID KEY
087900                 CONTINUE
088000         END-REWRITE
088100     END-IF.
088200     IF WS-RREG-STATUS NOT = '00'
088300         DISPLAY 'FZBLRBLD-009E RREG CONTROL UPDATE FAILED, '
088400             'STATUS ' WS-RREG-STATUS
088500         MOVE 'FZBLRBLD-009E' TO WS-EVT-MSG-ID
088600         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
088700         MOVE 'RREG CONTROL UPDATE FAILED' TO WS-EVT-TEXT
088800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
088900         MOVE 16 TO RETURN-CODE
089000         GOBACK
089100     END-IF.
089200 3400-EXIT.
089300     EXIT.
089400*****************************************************************
089500* 8000-SUMMARY - DISPLAY THE BUILD TOTALS                        *
089600*****************************************************************
089700 8000-SUMMARY.
089800     MOVE W-REQUEST-COUNT TO WS-REQUEST-DISP.
089900     MOVE W-BUILT-COUNT TO WS-BUILT-DISP.
090000     MOVE W-REJECT-COUNT TO WS-REJECT-DISP.
090100     MOVE W-SKIP-COUNT TO WS-SKIP-DISP.
090200     DISPLAY '----- FZBLRBLD RUN SUMMARY -----'.
090300     DISPLAY 'BUSINESS DATE ......... ' LS-PARM-BUS-DATE.
090400     DISPLAY 'LOT REQUESTS READ ..... ' WS-REQUEST-DISP.
090500     DISPLAY 'CONTROL RECORDS BUILT . ' WS-BUILT-DISP.
090600     DISPLAY 'RETURNED TO PLANNING .. ' WS-REJECT-DISP.
090700     DISPLAY 'RUN ID STEMS SKIPPED .. ' WS-SKIP-DISP.
090800     DISPLAY '================================'.
090900 8000-EXIT.
091000     EXIT.
091100*****************************************************************
091200* 9000-TERMINATE - CLOSE THE FILES                               *
091300*****************************************************************
091400 9000-TERMINATE.
091500     CLOSE LREQ-FILE.
091600     CLOSE PROF-FILE.
091700     CLOSE CTL-FILE.
091800     CLOSE LREJ-FILE.
091900     CLOSE RREG-FILE.
092000     IF NOT WS-NO-CKPT
092100         CLOSE CKPT-FILE
092200     END-IF.
092300     CLOSE ISSU-FILE.
092400 9000-EXIT.
092500     EXIT.
092600*****************************************************************
092700* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
092800*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
092900*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
093000*                    DOESN'T INHERIT IT                          *
093100*****************************************************************
093200 9500-WRITE-EVENT.
093300     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
093400         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
093500     MOVE SPACES TO WS-EVT-FILE-STATUS.
093600 9500-EXIT.
093700     EXIT.
