000100*****************************************************************
000200* FZBARCHV                                                           *
000300*                                                                    *
000400* MONTHLY AUDIT TRAIL ARCHIVE.  AUDFILE IS A GDG, SO ONCE A          *
000500* GENERATION ROLLS OFF, FZBDELTA, FZBXTR AND FZBRECON CAN NO         *
000600* LONGER BE RUN AGAINST THE RUNS IT HELD.  THIS PROGRAM READS        *
000700* THE AGED AUDFILE GENERATIONS (CONCATENATED ON AUDIN) AND           *
000800* CONSOLIDATES THEIR RECORDS INTO A NEW GENERATION OF THE            *
000900* LONG-TERM ARCHIVE (ARCHOUT, FZBARCA), TAGGED WITH THIS             *
001000* ARCHIVE PASS'S NUMBER AND EACH RUN'S BUSINESS DATE.  THE           *
001100* ARCHIVE INDEX (ARCHIDX, FZBARIX) RECORDS WHAT THE ARCHIVE          *
001200* HOLDS - PER RUN, BY RUN ID AND BY BUSINESS DATE - SO               *
001300* FZBARTRV CAN RESTORE ONE RUN INTO AUDFILE FORMAT LATER.            *
001400*                                                                    *
001500* BEFORE ANY GENERATION MAY GO, EVERY RUN FOUND IN IT IS             *
001600* RECONCILED: THE AUDIT RECORDS ARCHIVED FOR THE RUN MUST            *
001700* EQUAL ITS CHECKPOINT TOTAL (CKPT-TOTAL-COUNT) AND ITS              *
001800* CHECKPOINT MUST SHOW IT COMPLETE.  A RUN THAT FAILS - COUNT        *
001900* MISMATCH, NO CHECKPOINT, OR STILL IN FLIGHT - IS ARCHIVED          *
002000* AND INDEXED AS HELD, AND THE PROGRAM ENDS RC 8 SO THE JOB'S        *
002100* RELEASE STEP KEEPS THE AGED GENERATIONS.  A HELD RUN IS            *
002200* ARCHIVED AGAIN ON THE NEXT PASS THAT SEES IT, AND ITS INDEX        *
002300* ENTRY THEN NAMES THE NEW PASS.  A RUN ALREADY INDEXED AS           *
002400* RECONCILED IS NOT ARCHIVED A SECOND TIME.                          *
002500*                                                                    *
002600* THE BUSINESS DATE COMES FROM THE RUN'S CHECKPOINT.  A RUN          *
002700* WITH NO CHECKPOINT IS INDEXED UNDER THE DATE ITS FIRST AUDIT       *
002800* RECORD WAS WRITTEN.                                                *
002900*                                                                    *
003000* RETURN CODE -                                                      *
003100*   00 - EVERY RUN IN THE AGED GENERATIONS IS ARCHIVED AND           *
003200*        RECONCILED - THE GENERATIONS MAY GO                         *
003300*   08 - AT LEAST ONE RUN IS HELD - KEEP THE GENERATIONS             *
003400*   16 - A FILE FAILED OR THE RUN TABLE FILLED                       *
003500*                                                                    *
003600* MODIFICATION HISTORY                                               *
003700*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
003800*****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. FZBARCHV.
004100 AUTHOR. BOB.
004200 INSTALLATION. DATA PROCESSING.
004300 DATE-WRITTEN. 10/15/2026.
004400 DATE-COMPILED.
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT AUD-FILE ASSIGN TO AUDIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-AUD-STATUS.
005100     SELECT ARCA-FILE ASSIGN TO ARCHOUT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-ARCA-STATUS.
005400     SELECT ARIX-FILE ASSIGN TO ARCHIDX
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ARIX-KEY
005800         FILE STATUS IS WS-ARIX-STATUS.
005900     SELECT CKPT-FILE ASSIGN TO CKPTFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CKPT-RUN-ID
006300         FILE STATUS IS WS-CKPT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  AUD-FILE
006700     RECORDING MODE IS F.
006800     COPY FZBAUD.
006900 FD  ARCA-FILE
007000     RECORDING MODE IS F.
007100     COPY FZBARCA.
007200 FD  ARIX-FILE.
007300     COPY FZBARIX.
007400 FD  CKPT-FILE.
007500     COPY FZBCKPT.
007600 WORKING-STORAGE SECTION.
007700*****************************************************************
007800* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
007900*****************************************************************
008000 77  WS-AUD-STATUS            PIC X(02) VALUE SPACES.
008100 77  WS-ARCA-STATUS           PIC X(02) VALUE SPACES.
008200 77  WS-ARIX-STATUS           PIC X(02) VALUE SPACES.
008300 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
008400 77  WS-AUD-EOF-SW            PIC X(01) VALUE 'N'.
008500     88  WS-AUD-EOF               VALUE 'Y'.
008600 77  WS-NO-CKPT-SW            PIC X(01) VALUE 'N'.
008700     88  WS-NO-CKPT-FILE          VALUE 'Y'.
008800 77  WS-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
008900     88  WS-RUN-FOUND             VALUE 'Y'.
009000 77  WS-OLD-ENTRY-SW          PIC X(01) VALUE 'N'.
009100     88  WS-OLD-ENTRY             VALUE 'Y'.
009200 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
009300 77  W-ARCHIVE-SEQ            PIC 9(05) VALUE 0.
009400 77  W-OLD-BUSINESS-DATE      PIC 9(08) VALUE 0.
009500 77  W-RUN-IDX                PIC 9(04) COMP VALUE 0.
009600 77  W-LAST-IDX               PIC 9(04) COMP VALUE 0.
009700 77  W-AUD-READ-COUNT         PIC 9(07) COMP VALUE 0.
009800 77  W-ARCHIVED-COUNT         PIC 9(07) COMP VALUE 0.
009900 77  W-SKIPPED-COUNT          PIC 9(07) COMP VALUE 0.
010000 77  W-NEW-RUN-COUNT          PIC 9(05) COMP VALUE 0.
010100 77  W-PRIOR-RUN-COUNT        PIC 9(05) COMP VALUE 0.
010200 77  W-RECONCILED-COUNT       PIC 9(05) COMP VALUE 0.
010300 77  W-HELD-COUNT             PIC 9(05) COMP VALUE 0.
010400*****************************************************************
010500* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
010600*****************************************************************
010700 77  WS-AUD-READ-DISP         PIC 9(07) VALUE 0.
010800 77  WS-ARCHIVED-DISP         PIC 9(07) VALUE 0.
010900 77  WS-SKIPPED-DISP          PIC 9(07) VALUE 0.
011000 77  WS-NEW-RUN-DISP          PIC 9(05) VALUE 0.
011100 77  WS-PRIOR-RUN-DISP        PIC 9(05) VALUE 0.
011200 77  WS-RECONCILED-DISP       PIC 9(05) VALUE 0.
011300 77  WS-HELD-DISP             PIC 9(05) VALUE 0.
011400 77  WS-COUNT-DISP            PIC 9(07) VALUE 0.
011500 77  WS-TOTAL-DISP            PIC 9(07) VALUE 0.
011600 77  WS-STATUS-TEXT           PIC X(12) VALUE SPACES.
011700*****************************************************************
011800* WORKING STORAGE - RUNS MET IN THIS PASS.  THE AUDIT RECORDS    *
011900*                   OF A RUN CAN SPAN GENERATIONS (A RESUMED     *
012000*                   RUN WRITES TO TWO), SO EACH RUN IS TOTALLED  *
012100*                   HERE AND INDEXED ONCE AT THE END.  A RUN     *
012200*                   ALREADY INDEXED AS RECONCILED IS ENTERED     *
012300*                   WITH ITS SKIP SWITCH ON AND ITS RECORDS ARE  *
012400*                   NOT ARCHIVED AGAIN.                          *
012500*****************************************************************
012600 01  W-RUN-TABLE.
012700     05  W-RUN-COUNT          PIC 9(04) COMP VALUE 0.
012800     05  W-RUN-MAX            PIC 9(04) COMP VALUE 1000.
012900     05  W-RUN-ENTRY OCCURS 1000 TIMES.
013000         10  W-RUN-ID             PIC X(08).
013100         10  W-RUN-SKIP-SW        PIC X(01).
013200             88  W-RUN-SKIPPED        VALUE 'Y'.
013300         10  W-RUN-BUSINESS-DATE  PIC 9(08).
013400         10  W-RUN-AUD-COUNT      PIC 9(07) COMP.
013500         10  W-RUN-LOW-NUM        PIC 9(06).
013600         10  W-RUN-HIGH-NUM       PIC 9(06).
013700         10  W-RUN-FIRST-DATE     PIC 9(08).
013800         10  W-RUN-LAST-DATE      PIC 9(08).
013900******************************************************************
014000* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
014100*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
014200*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
014300*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
014400*                   THIS PROGRAM'S SYSOUT.                       *
014500******************************************************************
014600 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBARCHV'.
014700 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
014800 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
014900 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
015000 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
015100 PROCEDURE DIVISION.
015200*****************************************************************
015300* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
015400*****************************************************************
015500 0000-MAIN-PROCEDURE.
015600     MOVE 'FZBARCHV-900I' TO WS-EVT-MSG-ID.
015700     MOVE 'START OF RUN' TO WS-EVT-TEXT.
015800     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
015900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016000     PERFORM 2000-ARCHIVE-ONE-RECORD THRU 2000-EXIT
016100         UNTIL WS-AUD-EOF.
016200     DISPLAY '===== FZBARCHV AUDIT ARCHIVE - PASS '
016300         W-ARCHIVE-SEQ ' ====='.
016400     PERFORM 3000-INDEX-ONE-RUN THRU 3000-EXIT
016500         VARYING W-RUN-IDX FROM 1 BY 1
016600         UNTIL W-RUN-IDX > W-RUN-COUNT.
016700     PERFORM 8000-SUMMARY THRU 8000-EXIT.
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016900     IF W-HELD-COUNT > 0
017000         DISPLAY 'FZBARCHV-012W ' WS-HELD-DISP
017100             ' RUN(S) HELD - AGED GENERATIONS MUST BE KEPT'
017200         MOVE 'FZBARCHV-012W' TO WS-EVT-MSG-ID
017300         MOVE 'RUNS HELD - GENERATIONS KEPT' TO WS-EVT-TEXT
017400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
017500         MOVE 8 TO RETURN-CODE
017600     ELSE
017700         MOVE 0 TO RETURN-CODE
017800     END-IF.
017900     MOVE 'FZBARCHV-901I' TO WS-EVT-MSG-ID.
018000     MOVE 'END OF RUN' TO WS-EVT-TEXT.
018100     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
018200     GOBACK.
018300*****************************************************************
018400* 1000-INITIALIZE - OPEN THE FILES, TAKE THE NEXT ARCHIVE PASS   *
018500*                   NUMBER, AND PRIME THE FIRST AUDIT RECORD.    *
018600*                   THE PASS NUMBER IS COMMITTED BEFORE ANY      *
018700*                   RECORD IS ARCHIVED, SO A PASS THAT FAILS     *
018800*                   PART WAY NEVER SHARES ITS NUMBER WITH A      *
018900*                   LATER ONE                                    *
019000*****************************************************************
019100 1000-INITIALIZE.
019200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
019300     OPEN INPUT AUD-FILE.
019400     IF WS-AUD-STATUS NOT = '00'
019500         DISPLAY 'FZBARCHV-001E AUD-FILE OPEN FAILED, STATUS '
019600             WS-AUD-STATUS
019700         MOVE 'FZBARCHV-001E' TO WS-EVT-MSG-ID
019800         MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
019900         MOVE 'AUD-FILE OPEN FAILED' TO WS-EVT-TEXT
020000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
020100         MOVE 16 TO RETURN-CODE
020200         GOBACK
020300     END-IF.
020400     OPEN OUTPUT ARCA-FILE.
020500     IF WS-ARCA-STATUS NOT = '00'
020600         DISPLAY 'FZBARCHV-002E ARCA-FILE OPEN FAILED, STATUS '
020700             WS-ARCA-STATUS
020800         MOVE 'FZBARCHV-002E' TO WS-EVT-MSG-ID
020900         MOVE WS-ARCA-STATUS TO WS-EVT-FILE-STATUS
021000         MOVE 'ARCA-FILE OPEN FAILED' TO WS-EVT-TEXT
021100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
021200         MOVE 16 TO RETURN-CODE
021300         GOBACK
021400     END-IF.
021500     OPEN I-O ARIX-FILE.
021600     IF WS-ARIX-STATUS = '35'
021700         OPEN OUTPUT ARIX-FILE
021800         CLOSE ARIX-FILE
021900         OPEN I-O ARIX-FILE
022000     END-IF.
022100     IF WS-ARIX-STATUS NOT = '00'
022200         DISPLAY 'FZBARCHV-003E ARIX-FILE OPEN FAILED, STATUS '
022300             WS-ARIX-STATUS
022400         MOVE 'FZBARCHV-003E' TO WS-EVT-MSG-ID
022500         MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS
022600         MOVE 'ARIX-FILE OPEN FAILED' TO WS-EVT-TEXT
022700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
022800         MOVE 16 TO RETURN-CODE
022900         GOBACK
023000     END-IF.
023100     OPEN INPUT CKPT-FILE.
023200     IF WS-CKPT-STATUS = '35'
023300         MOVE 'Y' TO WS-NO-CKPT-SW
023400     ELSE
023500         IF WS-CKPT-STATUS NOT = '00'
023600             DISPLAY 'FZBARCHV-004E CKPT-FILE OPEN FAILED, '
023700                 'STATUS ' WS-CKPT-STATUS
023800             MOVE 'FZBARCHV-004E' TO WS-EVT-MSG-ID
023900             MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
024000             MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
024100             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024200             MOVE 16 TO RETURN-CODE
024300             GOBACK
024400         END-IF
024500     END-IF.
024600     PERFORM 1100-TAKE-ARCHIVE-SEQ THRU 1100-EXIT.
024700     PERFORM 1200-READ-AUD THRU 1200-EXIT.
024800 1000-EXIT.
024900     EXIT.
025000*****************************************************************
025100* 1100-TAKE-ARCHIVE-SEQ - READ THE INDEX CONTROL ENTRY, CREATING *
025200*                         IT ON THE FIRST PASS EVER, AND MOVE    *
025300*                         ITS LAST PASS NUMBER UP BY ONE         *
025400*****************************************************************
025500 1100-TAKE-ARCHIVE-SEQ.
025600     MOVE SPACES TO FZB-ARIX-RECORD.
025700     MOVE 'C' TO ARIX-KEY-TYPE.
025800     READ ARIX-FILE
025900         INVALID KEY
026000             CONTINUE
026100     END-READ.
026200     IF WS-ARIX-STATUS = '23'
026300         MOVE SPACES TO FZB-ARIX-RECORD
026400         MOVE 'C' TO ARIX-KEY-TYPE
026500         MOVE 1 TO ARIX-LAST-ARCHIVE-SEQ
026600         MOVE 1 TO W-ARCHIVE-SEQ
026700         WRITE FZB-ARIX-RECORD
026800             INVALID KEY
026900                 CONTINUE
027000         END-WRITE
027100         GO TO 1100-CHECK-WRITE
027200     END-IF.
027300     IF WS-ARIX-STATUS NOT = '00'
027400         DISPLAY 'FZBARCHV-006E ARIX-FILE READ FAILED, STATUS '
027500             WS-ARIX-STATUS
027600         MOVE 'FZBARCHV-006E' TO WS-EVT-MSG-ID
027700         MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS
027800         MOVE 'ARIX-FILE READ FAILED' TO WS-EVT-TEXT
027900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300     ADD 1 TO ARIX-LAST-ARCHIVE-SEQ.
028400     MOVE ARIX-LAST-ARCHIVE-SEQ TO W-ARCHIVE-SEQ.
028500     REWRITE FZB-ARIX-RECORD
028600         INVALID KEY
028700             CONTINUE
028800     END-REWRITE.
028900 1100-CHECK-WRITE.
029000     IF WS-ARIX-STATUS NOT = '00'
029100         DISPLAY 'FZBARCHV-007E ARIX-FILE WRITE FAILED, STATUS '
029200             WS-ARIX-STATUS
029300         MOVE 'FZBARCHV-007E' TO WS-EVT-MSG-ID
029400         MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS
029500         MOVE 'ARIX-FILE WRITE FAILED' TO WS-EVT-TEXT
029600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
029700         MOVE 16 TO RETURN-CODE
029800         GOBACK
029900     END-IF.
030000 1100-EXIT.
030100     EXIT.
030200*****************************************************************
030300* 1200-READ-AUD - READ THE NEXT AUDIT RECORD FROM THE AGED       *
030400*                 GENERATIONS                                    *
030500*****************************************************************
030600 1200-READ-AUD.
030700     READ AUD-FILE
030800         AT END
030900             MOVE 'Y' TO WS-AUD-EOF-SW
031000     END-READ.
031100     IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '10'
031200         DISPLAY 'FZBARCHV-005E AUD-FILE READ FAILED, STATUS '
031300             WS-AUD-STATUS
031400         MOVE 'FZBARCHV-005E' TO WS-EVT-MSG-ID
031500         MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
031600         MOVE 'AUD-FILE READ FAILED' TO WS-EVT-TEXT
031700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
031800         MOVE 16 TO RETURN-CODE
031900         GOBACK
032000     END-IF.
032100     IF NOT WS-AUD-EOF
032200         ADD 1 TO W-AUD-READ-COUNT
032300     END-IF.
032400 1200-EXIT.
032500     EXIT.
032600*****************************************************************
032700* 2000-ARCHIVE-ONE-RECORD - FIND (OR ENTER) THE RECORD'S RUN,    *
032800*                           THEN COPY THE RECORD TO THE ARCHIVE  *
032900*                           UNLESS THE RUN IS ALREADY SAFELY     *
033000*                           ARCHIVED FROM AN EARLIER PASS        *
033100*****************************************************************
033200 2000-ARCHIVE-ONE-RECORD.
033300     PERFORM 2100-FIND-RUN THRU 2100-EXIT.
033400     IF NOT WS-RUN-FOUND
033500         PERFORM 2200-ADD-RUN THRU 2200-EXIT
033600     END-IF.
033700     IF W-RUN-SKIPPED (W-LAST-IDX)
033800         ADD 1 TO W-SKIPPED-COUNT
033900         GO TO 2000-READ-NEXT
034000     END-IF.
034100     MOVE W-ARCHIVE-SEQ TO ARCA-ARCHIVE-SEQ.
034200     MOVE W-RUN-BUSINESS-DATE (W-LAST-IDX)
034300         TO ARCA-BUSINESS-DATE.
034400     MOVE FZB-AUD-RECORD TO ARCA-AUD-IMAGE.
034500     WRITE FZB-ARCA-RECORD.
034600     IF WS-ARCA-STATUS NOT = '00'
034700         DISPLAY 'FZBARCHV-008E ARCA-FILE WRITE FAILED, STATUS '
034800             WS-ARCA-STATUS
034900         MOVE 'FZBARCHV-008E' TO WS-EVT-MSG-ID
035000         MOVE WS-ARCA-STATUS TO WS-EVT-FILE-STATUS
035100         MOVE 'ARCA-FILE WRITE FAILED' TO WS-EVT-TEXT
035200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
035300         MOVE 16 TO RETURN-CODE
035400         GOBACK
035500     END-IF.
035600     ADD 1 TO W-ARCHIVED-COUNT.
035700     ADD 1 TO W-RUN-AUD-COUNT (W-LAST-IDX).
035800     IF AUD-NUMBER < W-RUN-LOW-NUM (W-LAST-IDX)
035900         MOVE AUD-NUMBER TO W-RUN-LOW-NUM (W-LAST-IDX)
036000     END-IF.
036100     IF AUD-NUMBER > W-RUN-HIGH-NUM (W-LAST-IDX)
036200         MOVE AUD-NUMBER TO W-RUN-HIGH-NUM (W-LAST-IDX)
036300     END-IF.
036400     IF AUD-DATE < W-RUN-FIRST-DATE (W-LAST-IDX)
036500         MOVE AUD-DATE TO W-RUN-FIRST-DATE (W-LAST-IDX)
036600     END-IF.
036700     IF AUD-DATE > W-RUN-LAST-DATE (W-LAST-IDX)
036800         MOVE AUD-DATE TO W-RUN-LAST-DATE (W-LAST-IDX)
036900     END-IF.
037000 2000-READ-NEXT.
037100     PERFORM 1200-READ-AUD THRU 1200-EXIT.
037200 2000-EXIT.
037300     EXIT.
037400*****************************************************************
037500* 2100-FIND-RUN - LOCATE THE RECORD'S RUN IN THE TABLE.  A RUN'S *
037600*                 RECORDS ARRIVE TOGETHER, SO THE LAST RUN HIT   *
037700*                 IS TRIED BEFORE THE TABLE IS SEARCHED          *
037800*****************************************************************
037900 2100-FIND-RUN.
038000     MOVE 'N' TO WS-RUN-FOUND-SW.
038100     IF W-LAST-IDX > 0
038200         IF W-RUN-ID (W-LAST-IDX) = AUD-RUN-ID
038300             MOVE 'Y' TO WS-RUN-FOUND-SW
038400             GO TO 2100-EXIT
038500         END-IF
038600     END-IF.
038700     PERFORM 2110-TEST-ONE-RUN THRU 2110-EXIT
038800         VARYING W-RUN-IDX FROM 1 BY 1
038900         UNTIL W-RUN-IDX > W-RUN-COUNT
039000         OR WS-RUN-FOUND.
039100 2100-EXIT.
039200     EXIT.
039300*****************************************************************
039400* 2110-TEST-ONE-RUN - TEST ONE TABLE ENTRY AGAINST THE RECORD    *
039500*****************************************************************
039600 2110-TEST-ONE-RUN.
039700     IF W-RUN-ID (W-RUN-IDX) = AUD-RUN-ID
039800         MOVE 'Y' TO WS-RUN-FOUND-SW
039900         MOVE W-RUN-IDX TO W-LAST-IDX
040000     END-IF.
040100 2110-EXIT.
040200     EXIT.
040300*****************************************************************
040400* 2200-ADD-RUN - ENTER A RUN MET FOR THE FIRST TIME THIS PASS.   *
040500*                ITS BUSINESS DATE COMES FROM ITS CHECKPOINT,    *
040600*                AND IT IS SKIPPED IF THE INDEX ALREADY HOLDS IT *
040700*                RECONCILED                                      *
040800*****************************************************************
040900 2200-ADD-RUN.
041000     IF W-RUN-COUNT NOT < W-RUN-MAX
041100         DISPLAY 'FZBARCHV-009E RUN TABLE FULL AT ' W-RUN-MAX
041200             ' RUNS - ARCHIVE FEWER GENERATIONS PER PASS'
041300         MOVE 'FZBARCHV-009E' TO WS-EVT-MSG-ID
041400         MOVE 'RUN TABLE FULL' TO WS-EVT-TEXT
041500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
041600         MOVE 16 TO RETURN-CODE
041700         GOBACK
041800     END-IF.
041900     ADD 1 TO W-RUN-COUNT.
042000     MOVE W-RUN-COUNT TO W-LAST-IDX.
042100     MOVE AUD-RUN-ID TO W-RUN-ID (W-LAST-IDX).
042200     MOVE 'N' TO W-RUN-SKIP-SW (W-LAST-IDX).
042300     MOVE 0 TO W-RUN-AUD-COUNT (W-LAST-IDX).
042400     MOVE AUD-NUMBER TO W-RUN-LOW-NUM (W-LAST-IDX).
042500     MOVE AUD-NUMBER TO W-RUN-HIGH-NUM (W-LAST-IDX).
042600     MOVE AUD-DATE TO W-RUN-FIRST-DATE (W-LAST-IDX).
042700     MOVE AUD-DATE TO W-RUN-LAST-DATE (W-LAST-IDX).
042800     MOVE AUD-DATE TO W-RUN-BUSINESS-DATE (W-LAST-IDX).
042900     MOVE SPACES TO FZB-ARIX-RECORD.
043000     MOVE 'R' TO ARIX-KEY-TYPE.
043100     MOVE AUD-RUN-ID TO ARIX-RUN-KEY-ID.
043200     READ ARIX-FILE
043300         INVALID KEY
043400             CONTINUE
043500     END-READ.
043600     IF WS-ARIX-STATUS NOT = '00' AND WS-ARIX-STATUS NOT = '23'
043700         DISPLAY 'FZBARCHV-006E ARIX-FILE READ FAILED, STATUS '
043800             WS-ARIX-STATUS
043900         MOVE 'FZBARCHV-006E' TO WS-EVT-MSG-ID
044000         MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS
044100         MOVE 'ARIX-FILE READ FAILED' TO WS-EVT-TEXT
044200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
044300         MOVE 16 TO RETURN-CODE
044400         GOBACK
044500     END-IF.
044600     IF WS-ARIX-STATUS = '00' AND ARIX-RECONCILED
044700         MOVE 'Y' TO W-RUN-SKIP-SW (W-LAST-IDX)
044800         ADD 1 TO W-PRIOR-RUN-COUNT
044900         GO TO 2200-EXIT
045000     END-IF.
045100     IF WS-NO-CKPT-FILE
045200         GO TO 2200-EXIT
045300     END-IF.
045400     MOVE AUD-RUN-ID TO CKPT-RUN-ID.
045500     READ CKPT-FILE
045600         INVALID KEY
045700             CONTINUE
045800     END-READ.
045900     IF WS-CKPT-STATUS NOT = '00' AND WS-CKPT-STATUS NOT = '23'
046000         GO TO 2200-CKPT-FAILED
046100     END-IF.
046200     IF WS-CKPT-STATUS = '00'
046300         IF CKPT-BUSINESS-DATE IS NUMERIC
046400                 AND CKPT-BUSINESS-DATE > 0
046500             MOVE CKPT-BUSINESS-DATE
046600                 TO W-RUN-BUSINESS-DATE (W-LAST-IDX)
046700         END-IF
046800     END-IF.
046900     GO TO 2200-EXIT.
047000 2200-CKPT-FAILED.
047100     DISPLAY 'FZBARCHV-010E CKPT-FILE READ FAILED, STATUS '
047200         WS-CKPT-STATUS.
047300     MOVE 'FZBARCHV-010E' TO WS-EVT-MSG-ID.
047400     MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS.
047500     MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT.
047600     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
047700     MOVE 16 TO RETURN-CODE.
047800     GOBACK.
047900 2200-EXIT.
048000     EXIT.
048100*****************************************************************
048200* 3000-INDEX-ONE-RUN - RECONCILE ONE RUN ARCHIVED THIS PASS TO   *
048300*                      ITS CHECKPOINT AND WRITE ITS TWO INDEX    *
048400*                      ENTRIES.  A RUN HELD ON AN EARLIER PASS   *
048500*                      HAS ITS ENTRIES REPLACED - ITS DATE       *
048600*                      ENTRY IS DELETED FIRST, SINCE ITS         *
048700*                      BUSINESS DATE MAY HAVE CHANGED WITH IT    *
048800*****************************************************************
048900 3000-INDEX-ONE-RUN.
049000     IF W-RUN-SKIPPED (W-RUN-IDX)
049100         GO TO 3000-EXIT
049200     END-IF.
049300     ADD 1 TO W-NEW-RUN-COUNT.
049400     MOVE W-RUN-ID (W-RUN-IDX) TO WS-EVT-RUN-ID.
049500     MOVE 'N' TO WS-OLD-ENTRY-SW.
049600     MOVE SPACES TO FZB-ARIX-RECORD.
049700     MOVE 'R' TO ARIX-KEY-TYPE.
049800     MOVE W-RUN-ID (W-RUN-IDX) TO ARIX-RUN-KEY-ID.
049900     READ ARIX-FILE
050000         INVALID KEY
050100             CONTINUE
050200     END-READ.
050300     IF WS-ARIX-STATUS = '00'
050400         MOVE 'Y' TO WS-OLD-ENTRY-SW
050500         MOVE ARIX-BUSINESS-DATE TO W-OLD-BUSINESS-DATE
050600         MOVE SPACES TO FZB-ARIX-RECORD
050700         MOVE 'D' TO ARIX-KEY-TYPE
050800         MOVE W-OLD-BUSINESS-DATE TO ARIX-DATE-KEY-DATE
050900         MOVE W-RUN-ID (W-RUN-IDX) TO ARIX-DATE-KEY-ID
051000         DELETE ARIX-FILE
051100             INVALID KEY
051200                 CONTINUE
051300         END-DELETE
051400     END-IF.
051500     MOVE SPACES TO FZB-ARIX-RECORD.
051600     PERFORM 3100-RECONCILE-RUN THRU 3100-EXIT.
051700     PERFORM 3200-BUILD-DETAIL THRU 3200-EXIT.
051800     MOVE 'R' TO ARIX-KEY-TYPE.
051900     MOVE W-RUN-ID (W-RUN-IDX) TO ARIX-RUN-KEY-ID.
052000     IF WS-OLD-ENTRY
052100         REWRITE FZB-ARIX-RECORD
052200             INVALID KEY
052300                 CONTINUE
052400         END-REWRITE
052500     ELSE
052600         WRITE FZB-ARIX-RECORD
052700             INVALID KEY
052800                 CONTINUE
052900         END-WRITE
053000     END-IF.
053100     IF WS-ARIX-STATUS NOT = '00'
053200         GO TO 3000-WRITE-FAILED
053300     END-IF.
053400     MOVE 'D' TO ARIX-KEY-TYPE.
053500     MOVE W-RUN-BUSINESS-DATE (W-RUN-IDX) TO ARIX-DATE-KEY-DATE.
053600     MOVE W-RUN-ID (W-RUN-IDX) TO ARIX-DATE-KEY-ID.
053700     WRITE FZB-ARIX-RECORD
053800         INVALID KEY
053900             CONTINUE
054000     END-WRITE.
054100     IF WS-ARIX-STATUS NOT = '00'
054200         GO TO 3000-WRITE-FAILED
054300     END-IF.
054400     MOVE ARIX-RECORD-COUNT TO WS-COUNT-DISP.
054500     MOVE ARIX-CKPT-TOTAL TO WS-TOTAL-DISP.
054600     DISPLAY 'RUN ' ARIX-RUN-ID '  BUSINESS DATE '
054700         ARIX-BUSINESS-DATE '  ARCHIVED ' WS-COUNT-DISP
054800         '  CKPT TOTAL ' WS-TOTAL-DISP '  ' WS-STATUS-TEXT.
054900     IF ARIX-RECONCILED
055000         ADD 1 TO W-RECONCILED-COUNT
055100     ELSE
055200         ADD 1 TO W-HELD-COUNT
055300         MOVE 'FZBARCHV-011W' TO WS-EVT-MSG-ID
055400         MOVE SPACES TO WS-EVT-TEXT
055500         STRING 'RUN HELD - ' WS-STATUS-TEXT DELIMITED BY SIZE
055600             INTO WS-EVT-TEXT
055700         END-STRING
055800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
055900     END-IF.
056000     MOVE SPACES TO WS-EVT-RUN-ID.
056100     GO TO 3000-EXIT.
056200 3000-WRITE-FAILED.
056300     DISPLAY 'FZBARCHV-007E ARIX-FILE WRITE FAILED, STATUS '
056400         WS-ARIX-STATUS.
056500     MOVE 'FZBARCHV-007E' TO WS-EVT-MSG-ID.
056600     MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS.
056700     MOVE 'ARIX-FILE WRITE FAILED' TO WS-EVT-TEXT.
056800     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
056900     MOVE 16 TO RETURN-CODE.
057000     GOBACK.
057100 3000-EXIT.
057200     EXIT.
057300*****************************************************************
057400* 3100-RECONCILE-RUN - COMPARE THE RECORDS ARCHIVED FOR THE RUN  *
057500*                      WITH ITS CHECKPOINT.  ONLY A COMPLETE     *
057600*                      RUN WHOSE TOTAL MATCHES IS RECONCILED     *
057700*****************************************************************
057800 3100-RECONCILE-RUN.
057900     MOVE 'N' TO ARIX-RECON-STATUS.
058000     MOVE 'N' TO ARIX-VOID-SW.
058100     MOVE 0 TO ARIX-CKPT-TOTAL.
058200     MOVE 'NO CHECKPOINT' TO WS-STATUS-TEXT.
058300     IF WS-NO-CKPT-FILE
058400         GO TO 3100-EXIT
058500     END-IF.
058600     MOVE W-RUN-ID (W-RUN-IDX) TO CKPT-RUN-ID.
058700     READ CKPT-FILE
058800         INVALID KEY
058900             CONTINUE
059000     END-READ.
059100     IF WS-CKPT-STATUS = '23'
059200         GO TO 3100-EXIT
059300     END-IF.
059400     IF WS-CKPT-STATUS NOT = '00'
059500         DISPLAY 'FZBARCHV-010E CKPT-FILE READ FAILED, STATUS '
059600             WS-CKPT-STATUS
059700         MOVE 'FZBARCHV-010E' TO WS-EVT-MSG-ID
059800         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
059900         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
060000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
060100         MOVE 16 TO RETURN-CODE
060200         GOBACK
060300     END-IF.
060400     MOVE CKPT-TOTAL-COUNT TO ARIX-CKPT-TOTAL.
060500     IF CKPT-VOIDED
060600         MOVE 'Y' TO ARIX-VOID-SW
060700     END-IF.
060800     IF NOT CKPT-RUN-COMPLETE
060900         MOVE 'A' TO ARIX-RECON-STATUS
061000         MOVE 'IN FLIGHT' TO WS-STATUS-TEXT
061100         GO TO 3100-EXIT
061200     END-IF.
061300     IF CKPT-TOTAL-COUNT = W-RUN-AUD-COUNT (W-RUN-IDX)
061400         MOVE 'R' TO ARIX-RECON-STATUS
061500         MOVE 'RECONCILED' TO WS-STATUS-TEXT
061600     ELSE
061700         MOVE 'M' TO ARIX-RECON-STATUS
061800         MOVE 'MISMATCH' TO WS-STATUS-TEXT
061900     END-IF.
062000 3100-EXIT.
062100     EXIT.
062200*****************************************************************
062300* 3200-BUILD-DETAIL - FILL IN THE INDEX DETAIL FOR THE RUN.  THE *
062400*                     RECONCILE STATUS, VOID SWITCH AND          *
062500*                     CHECKPOINT TOTAL ARE KEPT FROM 3100        *
062600*****************************************************************
062700 3200-BUILD-DETAIL.
062800     MOVE W-RUN-ID (W-RUN-IDX) TO ARIX-RUN-ID.
062900     MOVE W-RUN-BUSINESS-DATE (W-RUN-IDX) TO ARIX-BUSINESS-DATE.
063000     MOVE W-ARCHIVE-SEQ TO ARIX-ARCHIVE-SEQ.
063100     MOVE WS-RUN-DATE TO ARIX-ARCHIVE-DATE.
063200     MOVE W-RUN-AUD-COUNT (W-RUN-IDX) TO ARIX-RECORD-COUNT.
063300     MOVE W-RUN-LOW-NUM (W-RUN-IDX) TO ARIX-LOW-NUM.
063400     MOVE W-RUN-HIGH-NUM (W-RUN-IDX) TO ARIX-HIGH-NUM.
063500     MOVE W-RUN-FIRST-DATE (W-RUN-IDX) TO ARIX-FIRST-AUD-DATE.
063600     MOVE W-RUN-LAST-DATE (W-RUN-IDX) TO ARIX-LAST-AUD-DATE.
063700 3200-EXIT.
063800     EXIT.
063900*****************************************************************
064000* 8000-SUMMARY - DISPLAY THE ARCHIVE PASS TOTALS                 *
064100*****************************************************************
064200 8000-SUMMARY.
064300     MOVE W-AUD-READ-COUNT TO WS-AUD-READ-DISP.
064400     MOVE W-ARCHIVED-COUNT TO WS-ARCHIVED-DISP.
064500     MOVE W-SKIPPED-COUNT TO WS-SKIPPED-DISP.
064600     MOVE W-NEW-RUN-COUNT TO WS-NEW-RUN-DISP.
064700     MOVE W-PRIOR-RUN-COUNT TO WS-PRIOR-RUN-DISP.
064800     MOVE W-RECONCILED-COUNT TO WS-RECONCILED-DISP.
064900     MOVE W-HELD-COUNT TO WS-HELD-DISP.
065000     DISPLAY '----- FZBARCHV RUN SUMMARY -----'.
065100     DISPLAY 'ARCHIVE PASS .......... ' W-ARCHIVE-SEQ.
065200     DISPLAY 'AUDIT RECORDS READ .... ' WS-AUD-READ-DISP.
065300     DISPLAY 'AUDIT RECORDS ARCHIVED  ' WS-ARCHIVED-DISP.
065400     DISPLAY 'ALREADY ARCHIVED ...... ' WS-SKIPPED-DISP.
065500     DISPLAY 'RUNS ARCHIVED ......... ' WS-NEW-RUN-DISP.
065600     DISPLAY 'RUNS ALREADY ARCHIVED . ' WS-PRIOR-RUN-DISP.
065700     DISPLAY 'RUNS RECONCILED ....... ' WS-RECONCILED-DISP.
065800     DISPLAY 'RUNS HELD ............. ' WS-HELD-DISP.
065900     DISPLAY '================================'.
066000 8000-EXIT.
066100     EXIT.
066200*****************************************************************
066300* 9000-TERMINATE - CLOSE THE FILES                               *
066400*****************************************************************
066500 9000-TERMINATE.
066600     CLOSE AUD-FILE.
066700     CLOSE ARCA-FILE.
066800     CLOSE ARIX-FILE.
066900     IF NOT WS-NO-CKPT-FILE
067000         CLOSE CKPT-FILE
067100     END-IF.
067200 9000-EXIT.
067300     EXIT.
067400*****************************************************************
067500* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
067600*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
067700*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
067800*                    DOESN'T INHERIT IT                          *
067900*****************************************************************
068000 9500-WRITE-EVENT.
068100     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
068200         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
068300     MOVE SPACES TO WS-EVT-FILE-STATUS.
068400 9500-EXIT.
068500     EXIT.
