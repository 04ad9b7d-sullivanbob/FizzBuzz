000100*****************************************************************
000200* FZBPROV                                                            *
000300*                                                                    *
000400* DECISION PROVENANCE REPORT.  GIVEN A RUN ID AND A NUMBER ON PARM,  *
000500* PRINTS ONE REPORT THAT DOCUMENTS HOW THAT NUMBER CAME TO BE        *
000600* CLASSIFIED THE WAY IT WAS, SO EVERY ANSWER TO AN ERP OR AUDITOR    *
000700* DISPUTE IS DOCUMENTED THE SAME WAY INSTEAD OF REBUILT BY HAND -    *
000800*                                                                    *
000900*   1. THE DECISION AND RULE LIST FZBAUD RECORDED FOR THE NUMBER     *
001000*      (AUDFILE - EVERY GENERATION CONCATENATED, OR A RESTORED       *
001100*      ARCHIVE EXTRACT).                                             *
001200*   2. THE RUN ITSELF FROM ITS CHECKPOINT RECORD - RANGE, BUSINESS   *
001300*      DATE, COMPLETE/IN FLIGHT, AND WHETHER IT HAS BEEN VOIDED.     *
001400*   3. THE RULE, OVERRIDE, AND COMBINATION TABLES IN FORCE FOR THE   *
001500*      RUN.  THE LAST AFTER-IMAGE FZBMAINT JOURNALED UNDER THE RUN   *
001600*      ID IS THE TABLE THE RUN CLASSIFIED WITH; A RUN WHOSE          *
001700*      MAINTENANCE STEP COMMITTED NOTHING IS TAKEN FROM ITS OWN      *
001800*      CONTROL RECORD ON CTLFILE, IF THAT RECORD STILL CARRIES ITS   *
001900*      RUN ID, OR ELSE ON THE CTLHIST GENERATIONS CONCATENATED       *
001910*      AFTER IT - FIZZBILD KEEPS EACH CTLFILE IT REPLACES THERE.     *
001920*      WHEN FZBLRBLD BUILT THAT RECORD FROM A RULE PROFILE, ITS 024I *
001930*      EVENT (EVTIN) GIVES THE PRODUCT FAMILY AND THE RUN THE        *
001940*      PROFILE WAS CAPTURED FROM, AND THOSE ARE PRINTED TOO.         *
002000*   4. THE FZBMAINT BATCHES THAT SHAPED THOSE TABLES, MOST RECENT    *
002100*      FIRST - EACH BATCH'S COMMITTED CHANGES WITH SUBMITTER AND     *
002200*      APPROVER (MAUDFILE) AND ITS BEFORE AND AFTER IMAGES           *
002300*      (JRNLFILE).  THE CHAIN IS FOLLOWED BACKWARD THROUGH THE       *
002400*      JOURNAL: THE BATCH THAT LEFT THE TABLES IN FORCE IS THE       *
002500*      LATEST AFTER-IMAGE CARRYING THEM, AND THE BATCH BEFORE IT IS  *
002600*      THE LATEST EARLIER AFTER-IMAGE CARRYING THAT BATCH'S          *
002700*      BEFORE-IMAGE TABLES, AND SO ON UNTIL THE TABLES PREDATE THE   *
002800*      JOURNAL.  ONLY THE RULE, OVERRIDE, COMBINATION, AND RULE      *
002900*      TYPE TABLES ARE COMPARED - THE RUN ID, RANGE, AND BUSINESS    *
003000*      DATE CHANGE EVERY NIGHT WITHOUT ANY MAINTENANCE.              *
003100*                                                                    *
003200* A MAINTENANCE AUDIT RECORD BELONGS TO A JOURNALED COMMIT WHEN ITS  *
003300* RUN ID, DATE, AND TIME MATCH THE JOURNAL IMAGES' - FZBMAINT        *
003400* STAMPS BOTH WITH THE SAME EXECUTION DATE/TIME.                     *
003500*                                                                    *
003600* RETURN CODE -                                                     *
003700*   00 - EVERY SECTION OF THE REPORT WAS FOUND AND PRINTED           *
003800*   04 - THE REPORT IS INCOMPLETE - NO AUDIT RECORD FOR THE NUMBER,  *
003900*        NO CHECKPOINT RECORD FOR THE RUN, OR NO RULE TABLE THAT     *
004000*        CAN BE TIED TO THE RUN                                      *
004100*   16 - A FILE FAILED OR THE PARM IS MISSING OR INVALID             *
004200*                                                                    *
004300* PARM FORMAT - RUN ID (8) + NUMBER (6)                             *
004400*                                                                    *
004500* MODIFICATION HISTORY                                              *
004600*   10/14/26 BS  ORIGINAL PROGRAM.                                  *
004610*   10/15/26 BS  A RUN'S OWN CONTROL RECORD IS ALSO LOOKED FOR ON   *
004620*                CTLHIST, AND A RUN BUILT FROM A RULE PROFILE       *
004630*                SHOWS THE FAMILY AND PROFILE SOURCE RUN FROM ITS   *
004640*                BUILD EVENT.                                       *
004700*****************************************************************
004800 IDENTIFICATION DIVISION.
004900 PROGRAM-ID. FZBPROV.
005000 AUTHOR. BOB.
005100 INSTALLATION. DATA PROCESSING.
005200 DATE-WRITTEN. 10/14/2026.
005300 DATE-COMPILED.
005400 ENVIRONMENT DIVISION.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT AUD-FILE ASSIGN TO AUDFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-AUD-STATUS.
006000     SELECT CKPT-FILE ASSIGN TO CKPTFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CKPT-RUN-ID
006400         FILE STATUS IS WS-CKPT-STATUS.
006500     SELECT CTL-FILE ASSIGN TO CTLFILE
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-CTL-STATUS.
006800     SELECT JRNL-FILE ASSIGN TO JRNLFILE
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-JRNL-STATUS.
007100     SELECT MAUD-FILE ASSIGN TO MAUDFILE
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-MAUD-STATUS.
007310     SELECT EVT-IN-FILE ASSIGN TO EVTIN
007320         ORGANIZATION IS SEQUENTIAL
007330         FILE STATUS IS WS-EVTIN-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  AUD-FILE
007700     RECORDING MODE IS F.
007800     COPY FZBAUD.
007900 FD  CKPT-FILE.
008000     COPY FZBCKPT.
008100*****************************************************************
008200* CTL-FILE DECLARES A BARE RECORD - THE CONTROL RECORD LAYOUT IS *
008300* COPIED ONCE INTO WORKING STORAGE, WHERE BOTH A CTLFILE RECORD  *
008400* AND A JOURNALED IMAGE ARE MOVED TO BE PRINTED                  *
008500*****************************************************************
008600 FD  CTL-FILE
008700     RECORDING MODE IS F.
008800 01  CTL-FILE-RECORD              PIC X(300).
008900 FD  JRNL-FILE
009000     RECORDING MODE IS F.
009100     COPY FZBJRNL.
009200 FD  MAUD-FILE
009300     RECORDING MODE IS F.
009400     COPY FZBMAUD.
009410 FD  EVT-IN-FILE
009420     RECORDING MODE IS F.
009430     COPY FZBEVT.
009500 WORKING-STORAGE SECTION.
009600*****************************************************************
009700* WORKING STORAGE - THE CONTROL RECORD BEING PRINTED             *
009800*****************************************************************
009900     COPY FZBCTL.
009910******************************************************************
009920* WORKING STORAGE - TEXT OF FZBLRBLD'S 024I BUILT EVENT          *
009930******************************************************************
009940     COPY FZBBEVT.
010000*****************************************************************
010100* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
010200*****************************************************************
010300 77  WS-AUD-STATUS            PIC X(02) VALUE SPACES.
010400 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
010500 77  WS-CTL-STATUS            PIC X(02) VALUE SPACES.
010600 77  WS-JRNL-STATUS           PIC X(02) VALUE SPACES.
010700 77  WS-MAUD-STATUS           PIC X(02) VALUE SPACES.
010710 77  WS-EVTIN-STATUS          PIC X(02) VALUE SPACES.
010720 77  WS-EVTIN-EOF-SW          PIC X(01) VALUE 'N'.
010730     88  WS-EVTIN-EOF             VALUE 'Y'.
010740 77  WS-BUILD-FOUND-SW        PIC X(01) VALUE 'N'.
010750     88  WS-BUILD-FOUND           VALUE 'Y'.
010800 77  WS-AUD-EOF-SW            PIC X(01) VALUE 'N'.
010900     88  WS-AUD-EOF               VALUE 'Y'.
011000 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
011100     88  WS-CTL-EOF               VALUE 'Y'.
011200 77  WS-JRNL-EOF-SW           PIC X(01) VALUE 'N'.
011300     88  WS-JRNL-EOF              VALUE 'Y'.
011400 77  WS-MAUD-EOF-SW           PIC X(01) VALUE 'N'.
011500     88  WS-MAUD-EOF              VALUE 'Y'.
011600 77  WS-DECISION-FOUND-SW     PIC X(01) VALUE 'N'.
011700     88  WS-DECISION-FOUND        VALUE 'Y'.
011800 77  WS-TABLE-SOURCE-SW       PIC X(01) VALUE ' '.
011900     88  WS-TABLE-FROM-JOURNAL    VALUE 'J'.
012000     88  WS-TABLE-FROM-CTLFILE    VALUE 'C'.
012100     88  WS-TABLE-NOT-FOUND       VALUE ' '.
012200 77  WS-BEFORE-FOUND-SW       PIC X(01) VALUE 'N'.
012300     88  WS-BEFORE-FOUND          VALUE 'Y'.
012400 77  WS-TRACE-DONE-SW         PIC X(01) VALUE 'N'.
012500     88  WS-TRACE-DONE            VALUE 'Y'.
012600 77  WS-INCOMPLETE-SW         PIC X(01) VALUE 'N'.
012700     88  WS-INCOMPLETE            VALUE 'Y'.
012800 77  W-RULE-IDX               PIC 9(01) COMP.
012900 77  W-OVERRIDE-IDX           PIC 9(01) COMP.
013000 77  W-COMBO-IDX              PIC 9(01) COMP.
013100 77  W-JRNL-POS               PIC 9(07) COMP VALUE 0.
013200 77  W-JRNL-COUNT             PIC 9(07) COMP VALUE 0.
013300 77  W-INFORCE-POS            PIC 9(07) COMP VALUE 0.
013400 77  W-SCAN-LIMIT             PIC 9(07) COMP VALUE 0.
013500 77  W-FOUND-POS              PIC 9(07) COMP VALUE 0.
013600 77  W-BATCH-COUNT            PIC 9(02) COMP VALUE 0.
013700 77  W-MAX-BATCHES            PIC 9(02) COMP VALUE 20.
013800 77  W-CHANGE-COUNT           PIC 9(04) COMP VALUE 0.
013900 77  W-AUD-READ-COUNT         PIC 9(07) COMP VALUE 0.
014000 77  WS-IDX-DISP              PIC 9(01) VALUE 0.
014100*****************************************************************
014200* W-PREV-JRNL   - THE JOURNAL RECORD READ JUST BEFORE THE        *
014300*                 CURRENT ONE.  FZBMAINT WRITES EACH COMMIT'S    *
014400*                 BEFORE-IMAGE IMMEDIATELY AHEAD OF ITS          *
014500*                 AFTER-IMAGE, SO THIS IS THE PAIRED             *
014600*                 BEFORE-IMAGE WHEN AN AFTER-IMAGE MATCHES.      *
014700* W-AFTER-JRNL  - THE AFTER-IMAGE OF THE BATCH BEING REPORTED.   *
014800* W-BEFORE-JRNL - ITS PAIRED BEFORE-IMAGE.                       *
014900* ALL THREE MIRROR THE FZBJRNL LAYOUT.                           *
015000*****************************************************************
015100 01  W-PREV-JRNL.
015200     05  W-PREV-BATCH-ID      PIC X(08).
015300     05  W-PREV-DATE          PIC 9(08).
015400     05  W-PREV-TIME          PIC 9(08).
015500     05  W-PREV-IMAGE-TYPE    PIC X(01).
015600     05  W-PREV-CTL-IMAGE     PIC X(300).
015700 01  W-AFTER-JRNL.
015800     05  W-AFTER-BATCH-ID     PIC X(08).
015900     05  W-AFTER-DATE         PIC 9(08).
016000     05  W-AFTER-TIME         PIC 9(08).
016100     05  W-AFTER-IMAGE-TYPE   PIC X(01).
016200     05  W-AFTER-CTL-IMAGE    PIC X(300).
016300 01  W-BEFORE-JRNL.
016400     05  W-BEFORE-BATCH-ID    PIC X(08).
016500     05  W-BEFORE-DATE        PIC 9(08).
016600     05  W-BEFORE-TIME        PIC 9(08).
016700     05  W-BEFORE-IMAGE-TYPE  PIC X(01).
016800     05  W-BEFORE-CTL-IMAGE   PIC X(300).
016900 77  W-INFORCE-IMAGE          PIC X(300) VALUE SPACES.
017000 77  W-INFORCE-BATCH-ID       PIC X(08) VALUE SPACES.
017100 77  W-INFORCE-DATE           PIC 9(08) VALUE 0.
017200 77  W-INFORCE-TIME           PIC 9(08) VALUE 0.
017300*****************************************************************
017400* W-SIG-IMAGE - A CONTROL RECORD IMAGE VIEWED AS THE PARTS       *
017500*               MAINTENANCE CHANGES (RULE TABLE, OVERRIDE AND    *
017600*               COMBINATION TABLES, RULE TYPES) AND THE PARTS    *
017700*               THAT CHANGE NIGHTLY WITHOUT IT.  W-TARGET-SIG    *
017800*               HOLDS THE MAINTAINED PARTS BEING TRACED.  BOTH   *
017900*               FOLLOW THE FZBCTL LAYOUT AND MUST BE CHANGED     *
018000*               WITH IT.                                         *
018100*****************************************************************
018200 01  W-SIG-IMAGE.
018300     05  FILLER               PIC X(20).
018400     05  W-SIG-RULES          PIC X(51).
018500     05  FILLER               PIC X(07).
018600     05  W-SIG-OVR-COMBOS     PIC X(137).
018700     05  FILLER               PIC X(13).
018800     05  W-SIG-RULE-TYPES     PIC X(65).
018900     05  FILLER               PIC X(07).
019000 01  W-TARGET-SIG.
019100     05  W-TGT-RULES          PIC X(51).
019200     05  W-TGT-OVR-COMBOS     PIC X(137).
019300     05  W-TGT-RULE-TYPES     PIC X(65).
019400*****************************************************************
019500* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
019600*****************************************************************
019700 77  WS-BATCH-DISP            PIC 9(02) VALUE 0.
019800 77  WS-CHANGE-DISP           PIC 9(04) VALUE 0.
019900 77  WS-AUD-READ-DISP         PIC 9(07) VALUE 0.
020000 77  WS-JRNL-COUNT-DISP       PIC 9(07) VALUE 0.
020100******************************************************************
020200* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
020300*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
020400*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
020500*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
020600*                   THIS PROGRAM'S SYSOUT.                       *
020700******************************************************************
020800 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBPROV '.
020900 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
021000 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
021100 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
021200 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
021300 LINKAGE SECTION.
021400*****************************************************************
021500* LS-PARM-AREA - RUN ID AND NUMBER PASSED IN FROM THE JCL PARM=  *
021600*****************************************************************
021700 01  LS-PARM-AREA.
021800     05  LS-PARM-LEN              PIC S9(04) COMP.
021900     05  LS-PARM-RUN-ID           PIC X(08).
022000     05  LS-PARM-NUMBER           PIC 9(06).
022100 PROCEDURE DIVISION USING LS-PARM-AREA.
022200*****************************************************************
022300* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
022400*****************************************************************
022500 0000-MAIN-PROCEDURE.
022600     MOVE 'FZBPROV-900I' TO WS-EVT-MSG-ID.
022700     MOVE 'START OF RUN' TO WS-EVT-TEXT.
022800     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
022900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023000     PERFORM 2000-FIND-DECISION THRU 2000-EXIT.
023100     PERFORM 3000-SHOW-RUN THRU 3000-EXIT.
023200     PERFORM 4000-FIND-TABLE-IN-FORCE THRU 4000-EXIT.
023300     IF NOT WS-TABLE-NOT-FOUND
023400         PERFORM 6000-TRACE-BATCHES THRU 6000-EXIT
023500     END-IF.
023600     PERFORM 8000-SUMMARY THRU 8000-EXIT.
023700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023800     IF WS-INCOMPLETE
023900         MOVE 4 TO RETURN-CODE
024000     ELSE
024100         MOVE 0 TO RETURN-CODE
024200     END-IF.
024300     MOVE 'FZBPROV-901I' TO WS-EVT-MSG-ID.
024400     MOVE 'END OF RUN' TO WS-EVT-TEXT.
024500     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
024600     GOBACK.
024700*****************************************************************
024800* 1000-INITIALIZE - VALIDATE THE PARM AND OPEN THE AUDIT AND     *
024900*                   CHECKPOINT FILES.  THE JOURNAL, CONTROL,     *
025000*                   AND MAINTENANCE AUDIT FILES ARE OPENED FOR   *
025100*                   EACH PASS THAT READS THEM                    *
025200*****************************************************************
025300 1000-INITIALIZE.
025400     MOVE LS-PARM-RUN-ID TO WS-EVT-RUN-ID.
025500     IF LS-PARM-LEN < 14 OR LS-PARM-RUN-ID = SPACES
025600             OR LS-PARM-NUMBER IS NOT NUMERIC
025700         DISPLAY 'FZBPROV-001E PARM MUST BE RUN ID (8) AND '
025800             'NUMBER (6)'
025900         MOVE 'FZBPROV-001E' TO WS-EVT-MSG-ID
026000         MOVE 'PARM RUN ID OR NUMBER MISSING' TO WS-EVT-TEXT
026100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026200         MOVE 16 TO RETURN-CODE
026300         GOBACK
026400     END-IF.
026500     OPEN INPUT AUD-FILE.
026600     IF WS-AUD-STATUS NOT = '00'
026700         DISPLAY 'FZBPROV-002E AUD-FILE OPEN FAILED, STATUS '
026800             WS-AUD-STATUS
026900         MOVE 'FZBPROV-002E' TO WS-EVT-MSG-ID
027000         MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
027100         MOVE 'AUD-FILE OPEN FAILED' TO WS-EVT-TEXT
027200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
027300         MOVE 16 TO RETURN-CODE
027400         GOBACK
027500     END-IF.
027600     OPEN INPUT CKPT-FILE.
027700     IF WS-CKPT-STATUS NOT = '00'
027800         DISPLAY 'FZBPROV-004E CKPT-FILE OPEN FAILED, STATUS '
027900             WS-CKPT-STATUS
028000         MOVE 'FZBPROV-004E' TO WS-EVT-MSG-ID
028100         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
028200         MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
028300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028400         MOVE 16 TO RETURN-CODE
028500         GOBACK
028600     END-IF.
028700     DISPLAY '===== FZBPROV DECISION PROVENANCE REPORT ====='.
028800     DISPLAY 'RUN ID ................ ' LS-PARM-RUN-ID.
028900     DISPLAY 'NUMBER ................ ' LS-PARM-NUMBER.
029000 1000-EXIT.
029100     EXIT.
029200*****************************************************************
029300* 2000-FIND-DECISION - SCAN THE AUDIT TRAIL FOR THE RUN'S RECORD *
029400*                      FOR THE NUMBER AND PRINT THE DECISION     *
029500*                      AND RULE LIST IT RECORDED                 *
029600*****************************************************************
029700 2000-FIND-DECISION.
029800     DISPLAY ' '.
029900     DISPLAY '--- DECISION (AUDIT TRAIL) ---'.
030000     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
030100     PERFORM 2200-CHECK-ONE-AUDIT THRU 2200-EXIT
030200         UNTIL WS-AUD-EOF OR WS-DECISION-FOUND.
030300     IF NOT WS-DECISION-FOUND
030400         DISPLAY 'FZBPROV-012W NO AUDIT RECORD FOR RUN ID '
030500             LS-PARM-RUN-ID ' NUMBER ' LS-PARM-NUMBER
030600         MOVE 'FZBPROV-012W' TO WS-EVT-MSG-ID
030700         MOVE 'NO AUDIT RECORD FOR RUN AND NUMBER' TO WS-EVT-TEXT
030800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
030900         MOVE 'Y' TO WS-INCOMPLETE-SW
031000         GO TO 2000-EXIT
031100     END-IF.
031200     DISPLAY 'BUSINESS DATE ......... ' AUD-DATE.
031300     DISPLAY 'CLASSIFIED AT ......... ' AUD-TIME.
031400     DISPLAY 'RULE LIST ............. ' AUD-RULE-LIST.
031500     DISPLAY 'DECISION .............. ' AUD-DECISION.
031600 2000-EXIT.
031700     EXIT.
031800*****************************************************************
031900* 2100-READ-AUDIT - READ THE NEXT AUDIT TRAIL RECORD             *
032000*****************************************************************
032100 2100-READ-AUDIT.
032200     READ AUD-FILE
032300         AT END
032400             MOVE 'Y' TO WS-AUD-EOF-SW
032500     END-READ.
032600     IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '10'
032700         DISPLAY 'FZBPROV-003E AUD-FILE READ FAILED, STATUS '
032800             WS-AUD-STATUS
032900         MOVE 'FZBPROV-003E' TO WS-EVT-MSG-ID
033000         MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
033100         MOVE 'AUD-FILE READ FAILED' TO WS-EVT-TEXT
033200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
033300         MOVE 16 TO RETURN-CODE
033400         GOBACK
033500     END-IF.
033600 2100-EXIT.
033700     EXIT.
033800*****************************************************************
033900* 2200-CHECK-ONE-AUDIT - TEST ONE AUDIT RECORD FOR THE RUN ID    *
034000*                        AND NUMBER, AND READ ON IF IT IS NOT    *
034100*                        THE ONE                                 *
034200*****************************************************************
034300 2200-CHECK-ONE-AUDIT.
034400     ADD 1 TO W-AUD-READ-COUNT.
034500     IF AUD-RUN-ID = LS-PARM-RUN-ID
034600             AND AUD-NUMBER = LS-PARM-NUMBER
034700         MOVE 'Y' TO WS-DECISION-FOUND-SW
034800     ELSE
034900         PERFORM 2100-READ-AUDIT THRU 2100-EXIT
035000     END-IF.
035100 2200-EXIT.
035200     EXIT.
035300*****************************************************************
035400* 3000-SHOW-RUN - PRINT THE RUN'S RANGE, BUSINESS DATE, STATUS,  *
035500*                 AND VOID STATE FROM ITS CHECKPOINT RECORD      *
035600*****************************************************************
035700 3000-SHOW-RUN.
035800     DISPLAY ' '.
035900     DISPLAY '--- RUN (CHECKPOINT) ---'.
036000     MOVE LS-PARM-RUN-ID TO CKPT-RUN-ID.
036100     READ CKPT-FILE
036200         INVALID KEY
036300             CONTINUE
036400     END-READ.
036500     IF WS-CKPT-STATUS = '23'
036600         DISPLAY 'FZBPROV-013W NO CHECKPOINT RECORD FOR RUN ID '
036700             LS-PARM-RUN-ID
036800         MOVE 'FZBPROV-013W' TO WS-EVT-MSG-ID
036900         MOVE 'NO CHECKPOINT RECORD FOR RUN' TO WS-EVT-TEXT
037000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
037100         MOVE 'Y' TO WS-INCOMPLETE-SW
037200         GO TO 3000-EXIT
037300     END-IF.
037400     IF WS-CKPT-STATUS NOT = '00'
037500         DISPLAY 'FZBPROV-005E CKPT-FILE READ FAILED, STATUS '
037600             WS-CKPT-STATUS
037700         MOVE 'FZBPROV-005E' TO WS-EVT-MSG-ID
037800         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
037900         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
038000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
038100         MOVE 16 TO RETURN-CODE
038200         GOBACK
038300     END-IF.
038400     DISPLAY 'RANGE ................. ' CKPT-START-NUM ' THRU '
038500         CKPT-END-NUM.
038600     DISPLAY 'BUSINESS DATE ......... ' CKPT-BUSINESS-DATE.
038700     EVALUATE TRUE
038800         WHEN CKPT-RUN-COMPLETE
038900             DISPLAY 'RUN STATUS ............ COMPLETE'
039000         WHEN CKPT-RUN-ACTIVE
039100             DISPLAY 'RUN STATUS ............ IN FLIGHT'
039200         WHEN OTHER
039300             DISPLAY 'RUN STATUS ............ UNKNOWN ('
039400                 CKPT-STATUS-CODE ')'
039500     END-EVALUATE.
039600     IF CKPT-VOIDED
039700         DISPLAY 'VOID .................. YES - SUPERSEDED BY '
039800             CKPT-SUPERSEDED-BY
039900     ELSE
040000         DISPLAY 'VOID .................. NO'
040100     END-IF.
040200 3000-EXIT.
040300     EXIT.
040400*****************************************************************
040500* 4000-FIND-TABLE-IN-FORCE - LOCATE THE RULE, OVERRIDE, AND      *
040600*                            COMBINATION TABLES THE RUN          *
040700*                            CLASSIFIED WITH - THE LAST          *
040800*                            AFTER-IMAGE JOURNALED UNDER ITS     *
040900*                            RUN ID, ELSE ITS OWN CONTROL        *
041000*                            RECORD ON CTLFILE - AND PRINT THEM  *
041100*****************************************************************
041200 4000-FIND-TABLE-IN-FORCE.
041300     DISPLAY ' '.
041400     DISPLAY '--- RULE TABLE IN FORCE ---'.
041500     PERFORM 4100-SCAN-JOURNAL-FOR-RUN THRU 4100-EXIT.
041600     IF W-INFORCE-POS > 0
041700         MOVE 'J' TO WS-TABLE-SOURCE-SW
041800         MOVE W-INFORCE-POS TO W-SCAN-LIMIT
041900         ADD 1 TO W-SCAN-LIMIT
042000         DISPLAY 'SOURCE ................ JOURNAL AFTER-IMAGE, '
042100             'BATCH ' W-INFORCE-BATCH-ID ' ' W-INFORCE-DATE ' '
042200             W-INFORCE-TIME
042300     ELSE
042400         PERFORM 4200-SCAN-CTLFILE-FOR-RUN THRU 4200-EXIT
042500         IF WS-TABLE-FROM-CTLFILE
042600             MOVE W-JRNL-COUNT TO W-SCAN-LIMIT
042700             ADD 1 TO W-SCAN-LIMIT
042800             DISPLAY 'SOURCE ................ CONTROL FILE '
042900                 'RECORD (NO MAINTENANCE COMMITTED UNDER THIS '
042950                 'RUN ID)'
042960             PERFORM 4300-FIND-BUILD-EVENT THRU 4300-EXIT
043000         END-IF
043100     END-IF.
043200     IF WS-TABLE-NOT-FOUND
043300         DISPLAY 'FZBPROV-014W NO JOURNAL IMAGE OR CONTROL '
043400             'RECORD (CTLFILE OR CTLHIST) CARRIES RUN ID '
043410             LS-PARM-RUN-ID
043500             ' - TABLE IN FORCE CANNOT BE DETERMINED'
043600         MOVE 'FZBPROV-014W' TO WS-EVT-MSG-ID
043700         MOVE 'RULE TABLE IN FORCE NOT DETERMINED' TO WS-EVT-TEXT
043800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
043900         MOVE 'Y' TO WS-INCOMPLETE-SW
044000         GO TO 4000-EXIT
044100     END-IF.
044200     MOVE W-INFORCE-IMAGE TO FZB-CTL-RECORD.
044300     PERFORM 5000-PRINT-CTL-TABLES THRU 5000-EXIT.
044400     MOVE W-INFORCE-IMAGE TO W-SIG-IMAGE.
044500     MOVE W-SIG-RULES TO W-TGT-RULES.
044600     MOVE W-SIG-OVR-COMBOS TO W-TGT-OVR-COMBOS.
044700     MOVE W-SIG-RULE-TYPES TO W-TGT-RULE-TYPES.
044800 4000-EXIT.
044900     EXIT.
045000*****************************************************************
045100* 4100-SCAN-JOURNAL-FOR-RUN - READ THE WHOLE JOURNAL, COUNTING   *
045200*                             ITS RECORDS AND KEEPING THE LAST   *
045300*                             AFTER-IMAGE JOURNALED UNDER THE    *
045400*                             RUN ID                             *
045500*****************************************************************
045600 4100-SCAN-JOURNAL-FOR-RUN.
045700     PERFORM 7000-OPEN-JOURNAL THRU 7000-EXIT.
045800     PERFORM 7100-READ-JOURNAL THRU 7100-EXIT.
045900     PERFORM 4110-CHECK-ONE-RUN-IMAGE THRU 4110-EXIT
046000         UNTIL WS-JRNL-EOF.
046100     MOVE W-JRNL-POS TO W-JRNL-COUNT.
046200     CLOSE JRNL-FILE.
046300 4100-EXIT.
046400     EXIT.
046500*****************************************************************
046600* 4110-CHECK-ONE-RUN-IMAGE - KEEP ONE JOURNAL RECORD IF IT IS AN *
046700*                            AFTER-IMAGE UNDER THE RUN ID, THEN  *
046800*                            READ THE NEXT                       *
046900*****************************************************************
047000 4110-CHECK-ONE-RUN-IMAGE.
047100     IF JRNL-AFTER-IMAGE AND JRNL-BATCH-ID = LS-PARM-RUN-ID
047200         MOVE W-JRNL-POS TO W-INFORCE-POS
047300         MOVE JRNL-CTL-IMAGE TO W-INFORCE-IMAGE
047400         MOVE JRNL-BATCH-ID TO W-INFORCE-BATCH-ID
047500         MOVE JRNL-DATE TO W-INFORCE-DATE
047600         MOVE JRNL-TIME TO W-INFORCE-TIME
047700     END-IF.
047800     PERFORM 7100-READ-JOURNAL THRU 7100-EXIT.
047900 4110-EXIT.
048000     EXIT.
048100*****************************************************************
048200* 4200-SCAN-CTLFILE-FOR-RUN - LOOK FOR THE RUN'S OWN CONTROL     *
048300*                             RECORD ON CTLFILE                  *
048400*****************************************************************
048500 4200-SCAN-CTLFILE-FOR-RUN.
048600     OPEN INPUT CTL-FILE.
048700     IF WS-CTL-STATUS NOT = '00'
048800         DISPLAY 'FZBPROV-006E CTL-FILE OPEN FAILED, STATUS '
048900             WS-CTL-STATUS
049000         MOVE 'FZBPROV-006E' TO WS-EVT-MSG-ID
049100         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
049200         MOVE 'CTL-FILE OPEN FAILED' TO WS-EVT-TEXT
049300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
049400         MOVE 16 TO RETURN-CODE
049500         GOBACK
049600     END-IF.
049700     PERFORM 4210-READ-CTL THRU 4210-EXIT.
049800     PERFORM 4210-READ-CTL THRU 4210-EXIT
049900         UNTIL WS-CTL-EOF OR WS-TABLE-FROM-CTLFILE.
050000     CLOSE CTL-FILE.
050100 4200-EXIT.
050200     EXIT.
050300*****************************************************************
050400* 4210-READ-CTL - READ ONE CONTROL RECORD AND KEEP IT IF IT      *
050500*                 CARRIES THE RUN ID                             *
050600*****************************************************************
050700 4210-READ-CTL.
050800     READ CTL-FILE
050900         AT END
051000             MOVE 'Y' TO WS-CTL-EOF-SW
051100     END-READ.
051200     IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '10'
051300         DISPLAY 'FZBPROV-007E CTL-FILE READ FAILED, STATUS '
051400             WS-CTL-STATUS
051500         MOVE 'FZBPROV-007E' TO WS-EVT-MSG-ID
051600         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
051700         MOVE 'CTL-FILE READ FAILED' TO WS-EVT-TEXT
051800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
051900         MOVE 16 TO RETURN-CODE
052000         GOBACK
052100     END-IF.
052200     IF NOT WS-CTL-EOF
052300         MOVE CTL-FILE-RECORD TO FZB-CTL-RECORD
052400         IF CTL-RUN-ID = LS-PARM-RUN-ID
052500             MOVE CTL-FILE-RECORD TO W-INFORCE-IMAGE
052600             MOVE 'C' TO WS-TABLE-SOURCE-SW
052700         END-IF
052800     END-IF.
052900 4210-EXIT.
053000     EXIT.
053001******************************************************************
053002* 4300-FIND-BUILD-EVENT - LOOK FOR FZBLRBLD'S 024I EVENT FOR THE *
053003*                         RUN.  WHEN THE RUN WAS BUILT FROM A    *
053004*                         RULE PROFILE, PRINT THE FAMILY AND THE *
053005*                         RUN THE PROFILE WAS CAPTURED FROM - THE*
053006*                         BATCHES TRACED BELOW ARE THE ONES THAT *
053007*                         SHAPED THAT CAPTURED RULE SET          *
053008******************************************************************
053009 4300-FIND-BUILD-EVENT.
053010     OPEN INPUT EVT-IN-FILE.
053011     IF WS-EVTIN-STATUS NOT = '00'
053012         DISPLAY 'FZBPROV-015E EVT-IN-FILE OPEN FAILED, STATUS '
053013             WS-EVTIN-STATUS
053014         MOVE 'FZBPROV-015E' TO WS-EVT-MSG-ID
053015         MOVE WS-EVTIN-STATUS TO WS-EVT-FILE-STATUS
053016         MOVE 'EVT-IN-FILE OPEN FAILED' TO WS-EVT-TEXT
053017         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
053018         MOVE 16 TO RETURN-CODE
053019         GOBACK
053020     END-IF.
053021     PERFORM 4310-READ-EVENT THRU 4310-EXIT.
053022     PERFORM 4320-CHECK-ONE-EVENT THRU 4320-EXIT
053023         UNTIL WS-EVTIN-EOF OR WS-BUILD-FOUND.
053024     CLOSE EVT-IN-FILE.
053025     IF WS-BUILD-FOUND
053026         DISPLAY 'BUILT FROM PROFILE .... FAMILY ' BEVT-FAMILY
053027         DISPLAY 'PROFILE CAPTURED FROM . RUN ' BEVT-SOURCE-RUN-ID
053028             ' - THE BATCHES BELOW SHAPED THAT RULE SET'
053029     END-IF.
053030 4300-EXIT.
053031     EXIT.
053032******************************************************************
053033* 4310-READ-EVENT - READ THE NEXT EVENT LOG RECORD               *
053034******************************************************************
053035 4310-READ-EVENT.
053036     READ EVT-IN-FILE
053037         AT END
053038             MOVE 'Y' TO WS-EVTIN-EOF-SW
053039     END-READ.
053040     IF WS-EVTIN-STATUS NOT = '00' AND WS-EVTIN-STATUS NOT = '10'
053041         DISPLAY 'FZBPROV-016E EVT-IN-FILE READ FAILED, STATUS '
053042             WS-EVTIN-STATUS
053043         MOVE 'FZBPROV-016E' TO WS-EVT-MSG-ID
053044         MOVE WS-EVTIN-STATUS TO WS-EVT-FILE-STATUS
053045         MOVE 'EVT-IN-FILE READ FAILED' TO WS-EVT-TEXT
053046         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
053047         MOVE 16 TO RETURN-CODE
053048         GOBACK
053049     END-IF.
053050 4310-EXIT.
053051     EXIT.
053052******************************************************************
053053* 4320-CHECK-ONE-EVENT - KEEP ONE EVENT IF IT IS THE RUN'S 024I  *
053054*                        BUILT EVENT, ELSE READ THE NEXT         *
053055******************************************************************
053056 4320-CHECK-ONE-EVENT.
053057     IF EVT-MESSAGE-ID = 'FZBLRBLD-024I'
053058             AND EVT-RUN-ID = LS-PARM-RUN-ID
053059         MOVE EVT-TEXT TO FZB-BEVT-TEXT
053060         MOVE 'Y' TO WS-BUILD-FOUND-SW
053061     ELSE
053062         PERFORM 4310-READ-EVENT THRU 4310-EXIT
053063     END-IF.
053064 4320-EXIT.
053065     EXIT.
053100*****************************************************************
053200* 5000-PRINT-CTL-TABLES - PRINT THE RULE, OVERRIDE, AND          *
053300*                         COMBINATION TABLES OF THE CONTROL      *
053400*                         RECORD IMAGE IN FZB-CTL-RECORD         *
053500*****************************************************************
053600 5000-PRINT-CTL-TABLES.
053700     DISPLAY '  CONTROL RUN ID ...... ' CTL-RUN-ID.
053800     DISPLAY '  RANGE ............... ' CTL-START-NUM ' THRU '
053900         CTL-END-NUM.
054000     DISPLAY '  BUSINESS DATE ....... ' CTL-BUSINESS-DATE.
054100     IF CTL-RULE-COUNT IS NUMERIC AND CTL-RULE-COUNT > 0
054200             AND CTL-RULE-COUNT < 6
054300         PERFORM 5100-PRINT-ONE-RULE THRU 5100-EXIT
054400             VARYING W-RULE-IDX FROM 1 BY 1
054500             UNTIL W-RULE-IDX > CTL-RULE-COUNT
054600     ELSE
054700         DISPLAY '  RULES ............... NONE ('
054800             CTL-RULE-COUNT ')'
054900     END-IF.
055000     IF CTL-OVERRIDE-COUNT IS NUMERIC
055100             AND CTL-OVERRIDE-COUNT > 0
055200             AND CTL-OVERRIDE-COUNT < 6
055300         PERFORM 5200-PRINT-ONE-OVERRIDE THRU 5200-EXIT
055400             VARYING W-OVERRIDE-IDX FROM 1 BY 1
055500             UNTIL W-OVERRIDE-IDX > CTL-OVERRIDE-COUNT
055600     ELSE
055700         DISPLAY '  OVERRIDES ........... NONE'
055800     END-IF.
055900     IF CTL-COMBO-COUNT IS NUMERIC
056000             AND CTL-COMBO-COUNT > 0
056100             AND CTL-COMBO-COUNT < 6
056200         PERFORM 5300-PRINT-ONE-COMBO THRU 5300-EXIT
056300             VARYING W-COMBO-IDX FROM 1 BY 1
056400             UNTIL W-COMBO-IDX > CTL-COMBO-COUNT
056500     ELSE
056600         DISPLAY '  COMBINATIONS ........ NONE'
056700     END-IF.
056800 5000-EXIT.
056900     EXIT.
057000*****************************************************************
057100* 5100-PRINT-ONE-RULE - PRINT ONE RULE TABLE ENTRY AND THE TEST  *
057200*                       ITS RULE TYPE APPLIES                    *
057300*****************************************************************
057400 5100-PRINT-ONE-RULE.
057500     MOVE W-RULE-IDX TO WS-IDX-DISP.
057600     DISPLAY '  RULE ' WS-IDX-DISP ' ............ DIVISOR '
057700         CTL-DIVISOR (W-RULE-IDX) ' LABEL '
057800         CTL-LABEL (W-RULE-IDX).
057900     EVALUATE TRUE
058000         WHEN CTL-RULE-IS-DIVISIBLE (W-RULE-IDX)
058100             DISPLAY '         TYPE ........ DIVISIBLE BY '
058200                 CTL-DIVISOR (W-RULE-IDX)
058300         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
058400             DISPLAY '         TYPE ........ REMAINDER '
058500                 CTL-RULE-REMAINDER (W-RULE-IDX) ' MODULO '
058600                 CTL-RULE-MODULUS (W-RULE-IDX)
058700         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
058800             DISPLAY '         TYPE ........ CONTAINS DIGIT '
058900                 CTL-RULE-DIGIT (W-RULE-IDX)
059000         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
059100             DISPLAY '         TYPE ........ BAND '
059200                 CTL-RULE-BAND-LOW (W-RULE-IDX) ' THRU '
059300                 CTL-RULE-BAND-HIGH (W-RULE-IDX)
059400         WHEN OTHER
059500             DISPLAY '         TYPE ........ UNKNOWN ('
059600                 CTL-RULE-TYPE (W-RULE-IDX) ')'
059700     END-EVALUATE.
059800 5100-EXIT.
059900     EXIT.
060000*****************************************************************
060100* 5200-PRINT-ONE-OVERRIDE - PRINT ONE RESERVED-NUMBER OVERRIDE   *
060200*                           TABLE ENTRY                          *
060300*****************************************************************
060400 5200-PRINT-ONE-OVERRIDE.
060500     MOVE W-OVERRIDE-IDX TO WS-IDX-DISP.
060600     DISPLAY '  OVERRIDE ' WS-IDX-DISP ' ........ NUMBER '
060700         CTL-OVERRIDE-NUMBER (W-OVERRIDE-IDX) ' LABEL '
060800         CTL-OVERRIDE-LABEL (W-OVERRIDE-IDX).
060900 5200-EXIT.
061000     EXIT.
061100*****************************************************************
061200* 5300-PRINT-ONE-COMBO - PRINT ONE COMBINATION TABLE ENTRY       *
061300*****************************************************************
061400 5300-PRINT-ONE-COMBO.
061500     MOVE W-COMBO-IDX TO WS-IDX-DISP.
061600     DISPLAY '  COMBO ' WS-IDX-DISP ' ........... MASK '
061700         CTL-COMBO-MASK (W-COMBO-IDX) ' LABEL '
061800         CTL-COMBO-LABEL (W-COMBO-IDX).
061900 5300-EXIT.
062000     EXIT.
062100*****************************************************************
062200* 6000-TRACE-BATCHES - LIST THE MAINTENANCE BATCHES THAT SHAPED  *
062300*                      THE TABLES IN FORCE, MOST RECENT FIRST,   *
062400*                      FOLLOWING THE JOURNAL BACKWARD ONE        *
062500*                      COMMIT AT A TIME                          *
062600*****************************************************************
062700 6000-TRACE-BATCHES.
062800     DISPLAY ' '.
062900     DISPLAY '--- MAINTENANCE BATCHES BEHIND THIS RULE TABLE '
063000         '(MOST RECENT FIRST) ---'.
063100     MOVE 0 TO W-BATCH-COUNT.
063200     MOVE 'N' TO WS-TRACE-DONE-SW.
063300     PERFORM 6100-TRACE-ONE-BATCH THRU 6100-EXIT
063400         UNTIL WS-TRACE-DONE.
063500 6000-EXIT.
063600     EXIT.
063700*****************************************************************
063800* 6100-TRACE-ONE-BATCH - FIND THE COMMIT THAT LEFT THE TABLES    *
063900*                        BEING TRACED, PRINT ITS CHANGES AND     *
064000*                        IMAGES, AND SET UP THE TRACE OF THE     *
064100*                        COMMIT BEFORE IT                        *
064200*****************************************************************
064300 6100-TRACE-ONE-BATCH.
064400     IF W-BATCH-COUNT NOT < W-MAX-BATCHES
064500         DISPLAY 'EARLIER BATCHES NOT LISTED - TRACE LIMIT '
064600             'REACHED'
064700         MOVE 'Y' TO WS-TRACE-DONE-SW
064800         GO TO 6100-EXIT
064900     END-IF.
065000     PERFORM 6200-FIND-SHAPING-COMMIT THRU 6200-EXIT.
065100     IF W-FOUND-POS = 0
065200         IF W-BATCH-COUNT = 0
065300             DISPLAY 'NO JOURNALED COMMIT LEFT THESE TABLES - '
065400                 'THEY PREDATE THE MAINTENANCE JOURNAL'
065500         ELSE
065600             DISPLAY ' '
065700             DISPLAY 'NO EARLIER JOURNALED COMMIT - THE TABLES '
065800                 'BEFORE THE BATCH ABOVE PREDATE THE JOURNAL'
065900         END-IF
066000         MOVE 'Y' TO WS-TRACE-DONE-SW
066100         GO TO 6100-EXIT
066200     END-IF.
066300     ADD 1 TO W-BATCH-COUNT.
066400     MOVE W-BATCH-COUNT TO WS-BATCH-DISP.
066500     DISPLAY ' '.
066600     DISPLAY 'BATCH ' WS-BATCH-DISP ' .............. '
066700         W-AFTER-BATCH-ID ' COMMITTED ' W-AFTER-DATE ' '
066800         W-AFTER-TIME.
066900     PERFORM 6300-PRINT-BATCH-CHANGES THRU 6300-EXIT.
067000     IF WS-BEFORE-FOUND
067100         DISPLAY ' BEFORE IMAGE:'
067200         MOVE W-BEFORE-CTL-IMAGE TO FZB-CTL-RECORD
067300         PERFORM 5000-PRINT-CTL-TABLES THRU 5000-EXIT
067400     ELSE
067500         DISPLAY ' BEFORE IMAGE: NOT ON JOURNAL'
067600     END-IF.
067700     DISPLAY ' AFTER IMAGE:'.
067800     MOVE W-AFTER-CTL-IMAGE TO FZB-CTL-RECORD.
067900     PERFORM 5000-PRINT-CTL-TABLES THRU 5000-EXIT.
068000     IF NOT WS-BEFORE-FOUND
068100         MOVE 'Y' TO WS-TRACE-DONE-SW
068200         GO TO 6100-EXIT
068300     END-IF.
068400     MOVE W-BEFORE-CTL-IMAGE TO W-SIG-IMAGE.
068500     MOVE W-SIG-RULES TO W-TGT-RULES.
068600     MOVE W-SIG-OVR-COMBOS TO W-TGT-OVR-COMBOS.
068700     MOVE W-SIG-RULE-TYPES TO W-TGT-RULE-TYPES.
068800     COMPUTE W-SCAN-LIMIT = W-FOUND-POS - 1.
068900 6100-EXIT.
069000     EXIT.
069100*****************************************************************
069200* 6200-FIND-SHAPING-COMMIT - READ THE JOURNAL UP TO (NOT         *
069300*                            INCLUDING) W-SCAN-LIMIT AND KEEP    *
069400*                            THE LATEST AFTER-IMAGE WHOSE        *
069500*                            MAINTAINED TABLES MATCH THE ONES    *
069600*                            BEING TRACED, WITH ITS PAIRED       *
069700*                            BEFORE-IMAGE                        *
069800*****************************************************************
069900 6200-FIND-SHAPING-COMMIT.
070000     MOVE 0 TO W-FOUND-POS.
070100     MOVE 'N' TO WS-BEFORE-FOUND-SW.
070200     MOVE SPACES TO W-PREV-JRNL.
070300     PERFORM 7000-OPEN-JOURNAL THRU 7000-EXIT.
070400     PERFORM 7100-READ-JOURNAL THRU 7100-EXIT.
070500     PERFORM 6210-CHECK-ONE-COMMIT THRU 6210-EXIT
070600         UNTIL WS-JRNL-EOF OR W-JRNL-POS NOT < W-SCAN-LIMIT.
070700     CLOSE JRNL-FILE.
070800 6200-EXIT.
070900     EXIT.
071000*****************************************************************
071100* 6210-CHECK-ONE-COMMIT - KEEP ONE JOURNAL RECORD IF IT IS AN    *
071200*                         AFTER-IMAGE CARRYING THE TABLES BEING  *
071300*                         TRACED, THEN READ THE NEXT             *
071400*****************************************************************
071500 6210-CHECK-ONE-COMMIT.
071600     IF JRNL-AFTER-IMAGE
071700         MOVE JRNL-CTL-IMAGE TO W-SIG-IMAGE
071800         IF W-SIG-RULES = W-TGT-RULES
071900                 AND W-SIG-OVR-COMBOS = W-TGT-OVR-COMBOS
072000                 AND W-SIG-RULE-TYPES = W-TGT-RULE-TYPES
072100             MOVE W-JRNL-POS TO W-FOUND-POS
072200             MOVE FZB-JRNL-RECORD TO W-AFTER-JRNL
072300             IF W-PREV-IMAGE-TYPE = 'B'
072400                     AND W-PREV-BATCH-ID = JRNL-BATCH-ID
072500                     AND W-PREV-DATE = JRNL-DATE
072600                     AND W-PREV-TIME = JRNL-TIME
072700                 MOVE W-PREV-JRNL TO W-BEFORE-JRNL
072800                 MOVE 'Y' TO WS-BEFORE-FOUND-SW
072900             ELSE
073000                 MOVE 'N' TO WS-BEFORE-FOUND-SW
073100             END-IF
073200         END-IF
073300     END-IF.
073400     MOVE FZB-JRNL-RECORD TO W-PREV-JRNL.
073500     PERFORM 7100-READ-JOURNAL THRU 7100-EXIT.
073600 6210-EXIT.
073700     EXIT.
073800*****************************************************************
073900* 6300-PRINT-BATCH-CHANGES - PRINT EVERY MAINTENANCE AUDIT       *
074000*                            RECORD WRITTEN BY THE COMMIT BEING  *
074100*                            REPORTED, WITH SUBMITTER AND        *
074200*                            APPROVER                            *
074300*****************************************************************
074400 6300-PRINT-BATCH-CHANGES.
074500     MOVE 0 TO W-CHANGE-COUNT.
074600     MOVE 'N' TO WS-MAUD-EOF-SW.
074700     OPEN INPUT MAUD-FILE.
074800     IF WS-MAUD-STATUS NOT = '00'
074900         DISPLAY 'FZBPROV-010E MAUD-FILE OPEN FAILED, STATUS '
075000             WS-MAUD-STATUS
075100         MOVE 'FZBPROV-010E' TO WS-EVT-MSG-ID
075200         MOVE WS-MAUD-STATUS TO WS-EVT-FILE-STATUS
075300         MOVE 'MAUD-FILE OPEN FAILED' TO WS-EVT-TEXT
075400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
075500         MOVE 16 TO RETURN-CODE
075600         GOBACK
075700     END-IF.
075800     PERFORM 6310-READ-MAUD THRU 6310-EXIT.
075900     PERFORM 6320-CHECK-ONE-MAUD THRU 6320-EXIT
076000         UNTIL WS-MAUD-EOF.
076100     CLOSE MAUD-FILE.
076200     IF W-CHANGE-COUNT = 0
076300         DISPLAY ' CHANGES: NO MAINTENANCE AUDIT RECORDS FOR '
076400             'THIS COMMIT'
076500     END-IF.
076600 6300-EXIT.
076700     EXIT.
076800*****************************************************************
076900* 6310-READ-MAUD - READ THE NEXT MAINTENANCE AUDIT RECORD        *
077000*****************************************************************
077100 6310-READ-MAUD.
077200     READ MAUD-FILE
077300         AT END
077400             MOVE 'Y' TO WS-MAUD-EOF-SW
077500     END-READ.
077600     IF WS-MAUD-STATUS NOT = '00' AND WS-MAUD-STATUS NOT = '10'
077700         DISPLAY 'FZBPROV-011E MAUD-FILE READ FAILED, STATUS '
077800             WS-MAUD-STATUS
077900         MOVE 'FZBPROV-011E' TO WS-EVT-MSG-ID
078000         MOVE WS-MAUD-STATUS TO WS-EVT-FILE-STATUS
078100         MOVE 'MAUD-FILE READ FAILED' TO WS-EVT-TEXT
078200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
078300         MOVE 16 TO RETURN-CODE
078400         GOBACK
078500     END-IF.
078600 6310-EXIT.
078700     EXIT.
078800*****************************************************************
078900* 6320-CHECK-ONE-MAUD - PRINT ONE MAINTENANCE AUDIT RECORD IF IT *
079000*                       BELONGS TO THE COMMIT BEING REPORTED,    *
079100*                       THEN READ THE NEXT                       *
079200*****************************************************************
079300 6320-CHECK-ONE-MAUD.
079400     IF MAUD-RUN-ID = W-AFTER-BATCH-ID
079500             AND MAUD-DATE = W-AFTER-DATE
079600             AND MAUD-TIME = W-AFTER-TIME
079700         ADD 1 TO W-CHANGE-COUNT
079800         DISPLAY ' CHANGE ' MAUD-ACTION ' DIVISOR ' MAUD-DIVISOR
079900             ' LABEL ' MAUD-LABEL ' OVERRIDE '
080000             MAUD-OVERRIDE-NUMBER
080100         DISPLAY '        TYPE ' MAUD-RULE-TYPE ' OPERANDS '
080200             MAUD-RULE-OPERANDS ' COMBO DIVISORS '
080300             MAUD-COMBO-DIVISORS (1) ' '
080400             MAUD-COMBO-DIVISORS (2) ' '
080500             MAUD-COMBO-DIVISORS (3) ' '
080600             MAUD-COMBO-DIVISORS (4) ' '
080700             MAUD-COMBO-DIVISORS (5)
080800         DISPLAY '        SUBMITTED BY ' MAUD-SUBMITTER-ID
080900             ' APPROVED BY ' MAUD-APPROVER-ID
081000     END-IF.
081100     PERFORM 6310-READ-MAUD THRU 6310-EXIT.
081200 6320-EXIT.
081300     EXIT.
081400*****************************************************************
081500* 7000-OPEN-JOURNAL - OPEN THE MAINTENANCE JOURNAL FOR ONE PASS  *
081600*****************************************************************
081700 7000-OPEN-JOURNAL.
081800     MOVE 0 TO W-JRNL-POS.
081900     MOVE 'N' TO WS-JRNL-EOF-SW.
082000     OPEN INPUT JRNL-FILE.
082100     IF WS-JRNL-STATUS NOT = '00'
082200         DISPLAY 'FZBPROV-008E JRNL-FILE OPEN FAILED, STATUS '
082300             WS-JRNL-STATUS
082400         MOVE 'FZBPROV-008E' TO WS-EVT-MSG-ID
082500         MOVE WS-JRNL-STATUS TO WS-EVT-FILE-STATUS
082600         MOVE 'JRNL-FILE OPEN FAILED' TO WS-EVT-TEXT
082700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
082800         MOVE 16 TO RETURN-CODE
082900         GOBACK
083000     END-IF.
083100 7000-EXIT.
083200     EXIT.
083300*****************************************************************
083400* 7100-READ-JOURNAL - READ THE NEXT JOURNAL RECORD AND COUNT ITS *
083500*                     POSITION                                   *
083600*****************************************************************
083700 7100-READ-JOURNAL.
083800     READ JRNL-FILE
083900         AT END
084000             MOVE 'Y' TO WS-JRNL-EOF-SW
084100     END-READ.
084200     IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '10'
084300         DISPLAY 'FZBPROV-009E JRNL-FILE READ FAILED, STATUS '
084400             WS-JRNL-STATUS
084500         MOVE 'FZBPROV-009E' TO WS-EVT-MSG-ID
084600         MOVE WS-JRNL-STATUS TO WS-EVT-FILE-STATUS
084700         MOVE 'JRNL-FILE READ FAILED' TO WS-EVT-TEXT
084800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
084900         MOVE 16 TO RETURN-CODE
085000         GOBACK
085100     END-IF.
085200     IF NOT WS-JRNL-EOF
085300         ADD 1 TO W-JRNL-POS
085400     END-IF.
085500 7100-EXIT.
085600     EXIT.
085700*****************************************************************
085800* 8000-SUMMARY - DISPLAY THE REPORT'S TOTALS                     *
085900*****************************************************************
086000 8000-SUMMARY.
086100     MOVE W-AUD-READ-COUNT TO WS-AUD-READ-DISP.
086200     MOVE W-JRNL-COUNT TO WS-JRNL-COUNT-DISP.
086300     MOVE W-BATCH-COUNT TO WS-BATCH-DISP.
086400     DISPLAY ' '.
086500     DISPLAY '===== FZBPROV RUN SUMMARY ====='.
086600     DISPLAY 'AUDIT RECORDS READ .... ' WS-AUD-READ-DISP.
086700     DISPLAY 'JOURNAL RECORDS ....... ' WS-JRNL-COUNT-DISP.
086800     DISPLAY 'BATCHES TRACED ........ ' WS-BATCH-DISP.
086900     IF WS-INCOMPLETE
087000         DISPLAY 'REPORT ................ INCOMPLETE'
087100     ELSE
087200         DISPLAY 'REPORT ................ COMPLETE'
087300     END-IF.
087400     DISPLAY '================================'.
087500 8000-EXIT.
087600     EXIT.
087700*****************************************************************
087800* 9000-TERMINATE - CLOSE FILES AND END THE RUN                  *
087900*****************************************************************
088000 9000-TERMINATE.
088100     CLOSE AUD-FILE.
088200     CLOSE CKPT-FILE.
088300 9000-EXIT.
088400     EXIT.
088500******************************************************************
088600* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
088700*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
088800*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
088900*                    DOESN'T INHERIT IT                          *
089000******************************************************************
089100 9500-WRITE-EVENT.
089200     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
089300         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
089400     MOVE SPACES TO WS-EVT-FILE-STATUS.
089500 9500-EXIT.
089600     EXIT.
