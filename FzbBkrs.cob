000100*****************************************************************
000200* FZBBKRS                                                            *
000300*                                                                    *
000400* RESTORE AND VERIFY A POINT-IN-TIME BACKUP OF THE SHARED MASTER     *
000500* FILES.  READS ONE GENERATION OF THE BACKUP DATASET (BKUPFILE,      *
000600* FZBBKIM) AND ITS CONTROL DATASET (BKCNTL, FZBBKCT), BOTH WRITTEN   *
000700* BY FZBBKUP, AND PUTS CTLFILE, CKPTFILE, LOCKFILE, JRNLFILE, AND    *
000800* VSAMOUT BACK AS A SET.  THE RUN HAS THREE PHASES -                 *
000900*                                                                    *
001000*   1. CHECK THE BACKUP SET WITHOUT TOUCHING PRODUCTION: THE         *
001100*      CONTROL DATASET MUST BE ONE BACKUP'S AND COMPLETE (EVERY      *
001200*      FILE TOTAL AND THE TRAILER PRESENT), EVERY IMAGE MUST CARRY   *
001300*      THE SAME BACKUP ID AND NAME ONE OF THE FIVE FILES, AND THE    *
001400*      IMAGES PER FILE AND IN ALL MUST MATCH THE FILE TOTALS AND     *
001500*      THE TRAILER.  A SET THAT FAILS IS REJECTED (RC 16) AND        *
001600*      NOTHING IS RESTORED.                                          *
001700*   2. RESTORE - EACH OF THE FIVE FILES IS RELOADED FROM ITS         *
001800*      IMAGES, REPLACING WHAT WAS THERE.                             *
001900*   3. VERIFY THE RESTORED FILES, READ BACK FROM SCRATCH -           *
002000*      - RECORDS PER FILE AND PER RUN ID WITHIN EACH FILE MUST       *
002100*        EQUAL THE BACKUP'S CONTROL TOTALS                           *
002200*      - LOCK STATE: NO RUN LOCK MAY BE HELD (A BACKUP IS ONLY       *
002300*        TAKEN WITH NONE)                                            *
002400*      - CHECKPOINT TOTALS: EACH CHECKPOINT'S TOTAL MUST EQUAL THE   *
002500*        TOTAL THE BACKUP RECORDED, AND ITS MULTI, NONE, OVERRIDE    *
002600*        AND SINGLE-RULE COUNTS MUST ADD UP TO IT (AS FZBTIOUT)      *
002700*      - VSAMOUT COUNTS: A RUN'S VSAMOUT RESULTS MUST EQUAL ITS      *
002800*        CHECKPOINT TOTAL WHEN THE RUN IS COMPLETE, AND MAY NOT BE   *
002900*        FEWER WHEN IT IS STILL IN FLIGHT (A RESUMED RUN REWRITES    *
003000*        PAST ITS LAST CHECKPOINT)                                   *
003100*      A RUN LEFT IN FLIGHT WITH ITS LOCK CLEARED (RESTART           *
003200*      PENDING), OR WITH VSAMOUT RESULTS BUT NO CHECKPOINT           *
003300*      (CHECKPOINTING OFF), IS A WARNING.                            *
003400*                                                                    *
003500* THE OUTCOME IS WRITTEN TO THE EVENT LOG - PRODUCTION IS RELEASED   *
003600* ONLY ON A VERIFIED RESTORE.                                        *
003700*                                                                    *
003800* RETURN CODE -                                                      *
003900*   00 - RESTORED AND VERIFIED - PRODUCTION MAY BE RELEASED          *
004000*   04 - RESTORED AND VERIFIED WITH WARNINGS - REVIEW, THEN RELEASE  *
004100*   16 - BACKUP SET REJECTED, A FILE FAILED, OR THE RESTORED FILES   *
004200*        DO NOT VERIFY - DO NOT RELEASE PRODUCTION                   *
004300*                                                                    *
004400* MODIFICATION HISTORY                                               *
004500*   10/15/26 BS  ORIGINAL PROGRAM.                                   *
004600*****************************************************************
004700 IDENTIFICATION DIVISION.
004800 PROGRAM-ID. FZBBKRS.
004900 AUTHOR. BOB.
005000 INSTALLATION. DATA PROCESSING.
005100 DATE-WRITTEN. 10/15/2026.
005200 DATE-COMPILED.
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT BKIM-FILE ASSIGN TO BKUPFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-BKIM-STATUS.
005900     SELECT BKCT-FILE ASSIGN TO BKCNTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-BKCT-STATUS.
006200     SELECT CTL-FILE ASSIGN TO CTLFILE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-CTL-STATUS.
006500     SELECT CKPT-FILE ASSIGN TO CKPTFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS DYNAMIC
006800         RECORD KEY IS CKPT-RUN-ID
006900         FILE STATUS IS WS-CKPT-STATUS.
007000     SELECT LOCK-FILE ASSIGN TO LOCKFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS LOCK-RUN-ID
007400         FILE STATUS IS WS-LOCK-STATUS.
007500     SELECT JRNL-FILE ASSIGN TO JRNLFILE
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-JRNL-STATUS.
007800     SELECT VSAM-FILE ASSIGN TO VSAMOUT
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS SEQUENTIAL
008100         RECORD KEY IS VOUT-KEY
008200         FILE STATUS IS WS-VSAM-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  BKIM-FILE
008600     RECORDING MODE IS F.
008700     COPY FZBBKIM.
008800 FD  BKCT-FILE
008900     RECORDING MODE IS F.
009000     COPY FZBBKCT.
009100 FD  CTL-FILE
009200     RECORDING MODE IS F.
009300     COPY FZBCTL.
009400 FD  CKPT-FILE.
009500     COPY FZBCKPT.
009600 FD  LOCK-FILE.
009700     COPY FZBLOCK.
009800 FD  JRNL-FILE
009900     RECORDING MODE IS F.
010000     COPY FZBJRNL.
010100 FD  VSAM-FILE.
010200     COPY FZBVOUT.
010300 WORKING-STORAGE SECTION.
010400*****************************************************************
010500* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
010600*****************************************************************
010700 77  WS-BKIM-STATUS           PIC X(02) VALUE SPACES.
010800 77  WS-BKCT-STATUS           PIC X(02) VALUE SPACES.
010900 77  WS-CTL-STATUS            PIC X(02) VALUE SPACES.
011000 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
011100 77  WS-LOCK-STATUS           PIC X(02) VALUE SPACES.
011200 77  WS-JRNL-STATUS           PIC X(02) VALUE SPACES.
011300 77  WS-VSAM-STATUS           PIC X(02) VALUE SPACES.
011400 77  WS-IO-STATUS             PIC X(02) VALUE SPACES.
011500 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
011600     88  WS-EOF                   VALUE 'Y'.
011700 77  WS-FIRST-CONTROL-SW      PIC X(01) VALUE 'Y'.
011800     88  WS-FIRST-CONTROL         VALUE 'Y'.
011900 77  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
012000     88  WS-TRAILER-SEEN          VALUE 'Y'.
012100 77  WS-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
012200     88  WS-RUN-FOUND             VALUE 'Y'.
012300 77  W-FILE-NAME              PIC X(08) VALUE SPACES.
012400 77  W-FILE-IDX               PIC 9(02) COMP VALUE 0.
012500 77  W-KEY-FILE-IDX           PIC 9(02) COMP VALUE 0.
012600 77  W-KEY-RUN-ID             PIC X(08) VALUE SPACES.
012700 77  W-TALLY-COUNT            PIC 9(09) COMP VALUE 0.
012800 77  W-BREAK-RUN-ID           PIC X(08) VALUE SPACES.
012900 77  W-BREAK-COUNT            PIC 9(09) COMP VALUE 0.
013000 77  W-BREAKDOWN-TOTAL        PIC 9(07) COMP VALUE 0.
013100 77  W-RULE-IDX               PIC 9(01) COMP VALUE 0.
013200 77  W-RUN-IDX                PIC 9(04) COMP VALUE 0.
013300 77  W-LAST-IDX               PIC 9(04) COMP VALUE 0.
013400 77  W-CONTROL-COUNT          PIC 9(09) COMP VALUE 0.
013500 77  W-TRAILER-COUNT          PIC 9(09) COMP VALUE 0.
013600 77  W-IMAGE-COUNT            PIC 9(09) COMP VALUE 0.
013700 77  W-RESTORED-COUNT         PIC 9(09) COMP VALUE 0.
013800 77  W-FOREIGN-COUNT          PIC 9(09) COMP VALUE 0.
013900 77  W-UNKNOWN-COUNT          PIC 9(09) COMP VALUE 0.
014000 77  W-ERROR-COUNT            PIC 9(05) COMP VALUE 0.
014100 77  W-WARNING-COUNT          PIC 9(05) COMP VALUE 0.
014200 01  W-BACKUP-ID.
014300     05  W-BACKUP-DATE        PIC 9(08) VALUE 0.
014400     05  W-BACKUP-TIME        PIC 9(08) VALUE 0.
014500*****************************************************************
014600* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
014700*****************************************************************
014800 77  WS-COUNT-DISP            PIC 9(09) VALUE 0.
014900 77  WS-COUNT2-DISP           PIC 9(09) VALUE 0.
015000 77  WS-CKPT-TOTAL-DISP       PIC 9(06) VALUE 0.
015100 77  WS-CONTROL-DISP          PIC 9(09) VALUE 0.
015200 77  WS-IMAGE-DISP            PIC 9(09) VALUE 0.
015300 77  WS-RESTORED-DISP         PIC 9(09) VALUE 0.
015400 77  WS-ERROR-DISP            PIC 9(05) VALUE 0.
015500 77  WS-WARNING-DISP          PIC 9(05) VALUE 0.
015600*****************************************************************
015700* WORKING STORAGE - THE FIVE FILES OF A BACKUP SET, BY THE DD    *
015800*                   NAME THEIR IMAGES AND CONTROL RECORDS        *
015900*                   CARRY, WITH EACH FILE'S RECORD COUNT AS THE  *
016000*                   BACKUP TOOK IT, AS FOUND IN THE BACKUP       *
016100*                   DATASET, AND AS READ BACK AFTER THE RESTORE  *
016200*****************************************************************
016300 01  W-FILE-NAME-LIST.
016400     05  FILLER               PIC X(08) VALUE 'CTLFILE'.
016500     05  FILLER               PIC X(08) VALUE 'CKPTFILE'.
016600     05  FILLER               PIC X(08) VALUE 'LOCKFILE'.
016700     05  FILLER               PIC X(08) VALUE 'JRNLFILE'.
016800     05  FILLER               PIC X(08) VALUE 'VSAMOUT'.
016900 01  W-FILE-NAMES REDEFINES W-FILE-NAME-LIST.
017000     05  W-FILE-NAME-ENTRY    PIC X(08) OCCURS 5 TIMES.
017100 01  W-FILE-TABLE.
017200     05  W-FILE-ENTRY OCCURS 5 TIMES.
017300         10  W-FILE-TOTAL-SW      PIC X(01).
017400             88  W-FILE-TOTAL-SEEN    VALUE 'Y'.
017500         10  W-FILE-BACKED-UP     PIC 9(09) COMP.
017600         10  W-FILE-IN-BACKUP     PIC 9(09) COMP.
017700         10  W-FILE-RESTORED      PIC 9(09) COMP.
017800*****************************************************************
017900* WORKING STORAGE - EVERY RUN TOTAL ON THE BACKUP CONTROL        *
018000*                   DATASET, HELD SO THE RESTORED FILES CAN BE   *
018100*                   COUNTED BACK AGAINST THEM.  THE RESTORED     *
018200*                   FILES ARE READ BACK IN THE ORDER THE BACKUP  *
018300*                   WROTE THE TOTALS, SO THE ENTRY AFTER THE     *
018400*                   LAST ONE HIT IS TRIED BEFORE THE TABLE IS    *
018500*                   SEARCHED                                     *
018510*                                                                *
018520*                   W-RUN-MAX (5000) MUST EQUAL FZBBKUP'S        *
018530*                   W-RUN-TOTAL-MAX, THE MOST RUN TOTALS A       *
018540*                   BACKUP IS ALLOWED TO WRITE.  CHANGE THE TWO  *
018550*                   TOGETHER                                     *
018600*****************************************************************
018700 01  W-RUN-TABLE.
018800     05  W-RUN-COUNT          PIC 9(04) COMP VALUE 0.
018900     05  W-RUN-MAX            PIC 9(04) COMP VALUE 5000.
019000     05  W-RUN-ENTRY OCCURS 5000 TIMES.
019100         10  W-RUN-FILE-IDX       PIC 9(02) COMP.
019200         10  W-RUN-ID             PIC X(08).
019300         10  W-RUN-BACKED-UP      PIC 9(09) COMP.
019400         10  W-RUN-RESTORED       PIC 9(09) COMP.
019500         10  W-RUN-CKPT-TOTAL     PIC 9(06).
019600******************************************************************
019700* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
019800*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
019900*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
020000*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
020100*                   THIS PROGRAM'S SYSOUT.                       *
020200******************************************************************
020300 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBBKRS'.
020400 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
020500 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
020600 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
020700 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
020800 PROCEDURE DIVISION.
020900*****************************************************************
021000* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
021100*****************************************************************
021200 0000-MAIN-PROCEDURE.
021300     MOVE 'FZBBKRS-900I' TO WS-EVT-MSG-ID.
021400     MOVE 'START OF RUN' TO WS-EVT-TEXT.
021500     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
021600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021700     PERFORM 2000-CHECK-BACKUP-SET THRU 2000-EXIT.
021800     PERFORM 3000-RESTORE THRU 3000-EXIT.
021900     PERFORM 4000-VERIFY THRU 4000-EXIT.
022000     PERFORM 8000-SUMMARY THRU 8000-EXIT.
022100     MOVE SPACES TO WS-EVT-RUN-ID.
022200     IF W-ERROR-COUNT > 0
022300         DISPLAY 'FZBBKRS-029E ' WS-ERROR-DISP
022400             ' ERROR(S) - RESTORE NOT VERIFIED, DO NOT RELEASE '
022500             'PRODUCTION'
022600         MOVE 'FZBBKRS-029E' TO WS-EVT-MSG-ID
022700         MOVE 'RESTORE NOT VERIFIED - DO NOT RELEASE'
022800             TO WS-EVT-TEXT
022900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
023000         MOVE 16 TO RETURN-CODE
023100     ELSE
023200         MOVE 'FZBBKRS-028I' TO WS-EVT-MSG-ID
023300         IF W-WARNING-COUNT > 0
023400             DISPLAY 'FZBBKRS-028I RESTORE VERIFIED WITH '
023500                 WS-WARNING-DISP ' WARNING(S) - REVIEW BEFORE '
023600                 'RELEASING PRODUCTION'
023700             MOVE 'RESTORE VERIFIED WITH WARNINGS'
023800                 TO WS-EVT-TEXT
023900             MOVE 4 TO RETURN-CODE
024000         ELSE
024100             DISPLAY 'FZBBKRS-028I RESTORE VERIFIED - '
024200                 'PRODUCTION MAY BE RELEASED'
024300             MOVE 'RESTORE VERIFIED - RELEASE PRODUCTION'
024400                 TO WS-EVT-TEXT
024500             MOVE 0 TO RETURN-CODE
024600         END-IF
024700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024800     END-IF.
024900     MOVE 'FZBBKRS-901I' TO WS-EVT-MSG-ID.
025000     MOVE 'END OF RUN' TO WS-EVT-TEXT.
025100     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
025200     GOBACK.
025300*****************************************************************
025400* 1000-INITIALIZE - LOAD THE BACKUP CONTROL DATASET AND PROVE    *
025500*                   IT IS ONE BACKUP'S AND COMPLETE              *
025600*****************************************************************
025700 1000-INITIALIZE.
025800     PERFORM 1010-CLEAR-ONE-FILE THRU 1010-EXIT
025900         VARYING W-FILE-IDX FROM 1 BY 1
026000         UNTIL W-FILE-IDX > 5.
026100     OPEN INPUT BKCT-FILE.
026200     IF WS-BKCT-STATUS NOT = '00'
026300         DISPLAY 'FZBBKRS-001E BKCT-FILE OPEN FAILED, STATUS '
026400             WS-BKCT-STATUS
026500         MOVE 'FZBBKRS-001E' TO WS-EVT-MSG-ID
026600         MOVE WS-BKCT-STATUS TO WS-EVT-FILE-STATUS
026700         MOVE 'BKCT-FILE OPEN FAILED' TO WS-EVT-TEXT
026800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026900         MOVE 16 TO RETURN-CODE
027000         GOBACK
027100     END-IF.
027200     MOVE 'N' TO WS-EOF-SW.
027300     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
027400     PERFORM 1200-LOAD-ONE-CONTROL THRU 1200-EXIT
027500         UNTIL WS-EOF.
027600     CLOSE BKCT-FILE.
027700     DISPLAY '===== FZBBKRS RESTORE OF BACKUP ' W-BACKUP-DATE
027800         ' ' W-BACKUP-TIME ' ====='.
027900     IF NOT WS-TRAILER-SEEN
028000         DISPLAY 'FZBBKRS-006E BACKUP CONTROL HAS NO TRAILER - '
028100             'THE BACKUP DID NOT FINISH'
028200         ADD 1 TO W-ERROR-COUNT
028300     END-IF.
028400     PERFORM 1300-CHECK-ONE-FILE-TOTAL THRU 1300-EXIT
028500         VARYING W-FILE-IDX FROM 1 BY 1
028600         UNTIL W-FILE-IDX > 5.
028700 1000-EXIT.
028800     EXIT.
028900*****************************************************************
029000* 1010-CLEAR-ONE-FILE - ZERO ONE FILE'S COUNTS                   *
029100*****************************************************************
029200 1010-CLEAR-ONE-FILE.
029300     MOVE 'N' TO W-FILE-TOTAL-SW (W-FILE-IDX).
029400     MOVE 0 TO W-FILE-BACKED-UP (W-FILE-IDX).
029500     MOVE 0 TO W-FILE-IN-BACKUP (W-FILE-IDX).
029600     MOVE 0 TO W-FILE-RESTORED (W-FILE-IDX).
029700 1010-EXIT.
029800     EXIT.
029900*****************************************************************
030000* 1100-READ-CONTROL - READ THE NEXT BACKUP CONTROL RECORD        *
030100*****************************************************************
030200 1100-READ-CONTROL.
030300     READ BKCT-FILE
030400         AT END
030500             MOVE 'Y' TO WS-EOF-SW
030600     END-READ.
030700     IF WS-BKCT-STATUS NOT = '00' AND WS-BKCT-STATUS NOT = '10'
030800         DISPLAY 'FZBBKRS-002E BKCT-FILE READ FAILED, STATUS '
030900             WS-BKCT-STATUS
031000         MOVE 'FZBBKRS-002E' TO WS-EVT-MSG-ID
031100         MOVE WS-BKCT-STATUS TO WS-EVT-FILE-STATUS
031200         MOVE 'BKCT-FILE READ FAILED' TO WS-EVT-TEXT
031300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
031400         MOVE 16 TO RETURN-CODE
031500         GOBACK
031600     END-IF.
031700 1100-EXIT.
031800     EXIT.
031900*****************************************************************
032000* 1200-LOAD-ONE-CONTROL - HOLD ONE CONTROL RECORD.  THE FIRST    *
032100*                         RECORD NAMES THE BACKUP; EVERY OTHER   *
032200*                         MUST CARRY THE SAME ID, AND NOTHING    *
032300*                         MAY FOLLOW THE TRAILER                 *
032400*****************************************************************
032500 1200-LOAD-ONE-CONTROL.
032600     ADD 1 TO W-CONTROL-COUNT.
032700     IF WS-FIRST-CONTROL
032800         MOVE BKCT-BACKUP-ID TO W-BACKUP-ID
032900         MOVE 'N' TO WS-FIRST-CONTROL-SW
033000     END-IF.
033100     IF BKCT-BACKUP-ID NOT = W-BACKUP-ID OR WS-TRAILER-SEEN
033200         DISPLAY 'FZBBKRS-005E CONTROL RECORD ' BKCT-REC-TYPE
033300             ' ' BKCT-FILE-NAME ' ' BKCT-RUN-ID
033400             ' IS NOT PART OF BACKUP ' W-BACKUP-DATE ' '
033500             W-BACKUP-TIME
033600         ADD 1 TO W-ERROR-COUNT
033700         GO TO 1200-READ-NEXT
033800     END-IF.
033900     IF BKCT-TRAILER
034000         MOVE 'Y' TO WS-TRAILER-SW
034100         MOVE BKCT-RECORD-COUNT TO W-TRAILER-COUNT
034200         GO TO 1200-READ-NEXT
034300     END-IF.
034400     MOVE BKCT-FILE-NAME TO W-FILE-NAME.
034500     PERFORM 7500-FIND-FILE THRU 7500-EXIT.
034600     IF W-FILE-IDX = 0
034700         OR (NOT BKCT-FILE-TOTAL AND NOT BKCT-RUN-TOTAL)
034800         DISPLAY 'FZBBKRS-007E UNKNOWN CONTROL RECORD '
034900             BKCT-REC-TYPE ' ' BKCT-FILE-NAME
035000         ADD 1 TO W-ERROR-COUNT
035100         GO TO 1200-READ-NEXT
035200     END-IF.
035300     IF BKCT-FILE-TOTAL
035400         MOVE 'Y' TO W-FILE-TOTAL-SW (W-FILE-IDX)
035500         MOVE BKCT-RECORD-COUNT TO W-FILE-BACKED-UP (W-FILE-IDX)
035600         GO TO 1200-READ-NEXT
035700     END-IF.
035800     IF W-RUN-COUNT NOT < W-RUN-MAX
035900         DISPLAY 'FZBBKRS-027E RUN TABLE FULL AT ' W-RUN-MAX
036000             ' RUN TOTALS'
036100         MOVE 'FZBBKRS-027E' TO WS-EVT-MSG-ID
036200         MOVE 'RUN TABLE FULL' TO WS-EVT-TEXT
036300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
036400         MOVE 16 TO RETURN-CODE
036500         GOBACK
036600     END-IF.
036700     ADD 1 TO W-RUN-COUNT.
036800     MOVE W-FILE-IDX TO W-RUN-FILE-IDX (W-RUN-COUNT).
036900     MOVE BKCT-RUN-ID TO W-RUN-ID (W-RUN-COUNT).
037000     MOVE BKCT-RECORD-COUNT TO W-RUN-BACKED-UP (W-RUN-COUNT).
037100     MOVE 0 TO W-RUN-RESTORED (W-RUN-COUNT).
037200     MOVE BKCT-CKPT-TOTAL-COUNT TO W-RUN-CKPT-TOTAL (W-RUN-COUNT).
037300 1200-READ-NEXT.
037400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
037500 1200-EXIT.
037600     EXIT.
037700*****************************************************************
037800* 1300-CHECK-ONE-FILE-TOTAL - EVERY FILE OF THE SET MUST HAVE A  *
037900*                             FILE TOTAL ON THE CONTROL DATASET  *
038000*****************************************************************
038100 1300-CHECK-ONE-FILE-TOTAL.
038200     IF NOT W-FILE-TOTAL-SEEN (W-FILE-IDX)
038300         DISPLAY 'FZBBKRS-006E BACKUP CONTROL HAS NO TOTAL FOR '
038400             W-FILE-NAME-ENTRY (W-FILE-IDX)
038500         ADD 1 TO W-ERROR-COUNT
038600     END-IF.
038700 1300-EXIT.
038800     EXIT.
038900*****************************************************************
039000* 2000-CHECK-BACKUP-SET - READ THE WHOLE BACKUP DATASET ONCE     *
039100*                         BEFORE PRODUCTION IS TOUCHED.  EVERY   *
039200*                         IMAGE MUST BE THIS BACKUP'S AND NAME   *
039300*                         ONE OF THE FIVE FILES, AND THE IMAGES  *
039400*                         MUST TIE TO THE FILE TOTALS AND THE    *
039500*                         TRAILER.  A SET THAT FAILS IS REJECTED *
039600*                         WITH NOTHING RESTORED                  *
039700*****************************************************************
039800 2000-CHECK-BACKUP-SET.
039900     PERFORM 2010-OPEN-BACKUP THRU 2010-EXIT.
040000     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
040100     PERFORM 2200-CHECK-ONE-IMAGE THRU 2200-EXIT
040200         UNTIL WS-EOF.
040300     CLOSE BKIM-FILE.
040400     IF W-FOREIGN-COUNT > 0
040500         MOVE W-FOREIGN-COUNT TO WS-COUNT-DISP
040600         DISPLAY 'FZBBKRS-008E ' WS-COUNT-DISP
040700             ' IMAGE(S) FROM ANOTHER BACKUP'
040800         ADD 1 TO W-ERROR-COUNT
040900     END-IF.
041000     IF W-UNKNOWN-COUNT > 0
041100         MOVE W-UNKNOWN-COUNT TO WS-COUNT-DISP
041200         DISPLAY 'FZBBKRS-009E ' WS-COUNT-DISP
041300             ' IMAGE(S) FOR NO FILE OF THE SET'
041400         ADD 1 TO W-ERROR-COUNT
041500     END-IF.
041600     PERFORM 2300-CHECK-ONE-FILE-IMAGES THRU 2300-EXIT
041700         VARYING W-FILE-IDX FROM 1 BY 1
041800         UNTIL W-FILE-IDX > 5.
041900     IF W-IMAGE-COUNT NOT = W-TRAILER-COUNT
042000         MOVE W-IMAGE-COUNT TO WS-COUNT-DISP
042100         MOVE W-TRAILER-COUNT TO WS-COUNT2-DISP
042200         DISPLAY 'FZBBKRS-011E ' WS-COUNT-DISP
042300             ' IMAGES IN THE BACKUP, TRAILER SAYS '
042400             WS-COUNT2-DISP
042500         ADD 1 TO W-ERROR-COUNT
042600     END-IF.
042700     IF W-ERROR-COUNT > 0
042800         MOVE W-ERROR-COUNT TO WS-ERROR-DISP
042900         DISPLAY 'FZBBKRS-012E ' WS-ERROR-DISP
043000             ' ERROR(S) - BACKUP SET REJECTED, NOTHING RESTORED'
043100         MOVE 'FZBBKRS-012E' TO WS-EVT-MSG-ID
043200         MOVE 'BACKUP SET REJECTED - NOTHING RESTORED'
043300             TO WS-EVT-TEXT
043400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
043500         MOVE 16 TO RETURN-CODE
043600         GOBACK
043700     END-IF.
043800 2000-EXIT.
043900     EXIT.
044000*****************************************************************
044100* 2010-OPEN-BACKUP - OPEN THE BACKUP DATASET FOR A PASS          *
044200*****************************************************************
044300 2010-OPEN-BACKUP.
044400     OPEN INPUT BKIM-FILE.
044500     IF WS-BKIM-STATUS NOT = '00'
044600         DISPLAY 'FZBBKRS-003E BKIM-FILE OPEN FAILED, STATUS '
044700             WS-BKIM-STATUS
044800         MOVE 'FZBBKRS-003E' TO WS-EVT-MSG-ID
044900         MOVE WS-BKIM-STATUS TO WS-EVT-FILE-STATUS
045000         MOVE 'BKIM-FILE OPEN FAILED' TO WS-EVT-TEXT
045100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
045200         MOVE 16 TO RETURN-CODE
045300         GOBACK
045400     END-IF.
045500     MOVE 'N' TO WS-EOF-SW.
045600 2010-EXIT.
045700     EXIT.
045800*****************************************************************
045900* 2100-READ-IMAGE - READ THE NEXT BACKUP IMAGE AND FIND THE      *
046000*                   FILE IT BELONGS TO                           *
046100*****************************************************************
046200 2100-READ-IMAGE.
046300     READ BKIM-FILE
046400         AT END
046500             MOVE 'Y' TO WS-EOF-SW
046600     END-READ.
046700     IF WS-BKIM-STATUS NOT = '00' AND WS-BKIM-STATUS NOT = '10'
046800         DISPLAY 'FZBBKRS-004E BKIM-FILE READ FAILED, STATUS '
046900             WS-BKIM-STATUS
047000         MOVE 'FZBBKRS-004E' TO WS-EVT-MSG-ID
047100         MOVE WS-BKIM-STATUS TO WS-EVT-FILE-STATUS
047200         MOVE 'BKIM-FILE READ FAILED' TO WS-EVT-TEXT
047300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
047400         MOVE 16 TO RETURN-CODE
047500         GOBACK
047600     END-IF.
047700     IF NOT WS-EOF
047800         MOVE BKIM-FILE-NAME TO W-FILE-NAME
047900         PERFORM 7500-FIND-FILE THRU 7500-EXIT
048000     END-IF.
048100 2100-EXIT.
048200     EXIT.
048300*****************************************************************
048400* 2200-CHECK-ONE-IMAGE - COUNT ONE IMAGE AGAINST ITS FILE        *
048500*****************************************************************
048600 2200-CHECK-ONE-IMAGE.
048700     ADD 1 TO W-IMAGE-COUNT.
048800     IF BKIM-BACKUP-ID NOT = W-BACKUP-ID
048900         ADD 1 TO W-FOREIGN-COUNT
049000     ELSE
049100         IF W-FILE-IDX = 0
049200             ADD 1 TO W-UNKNOWN-COUNT
049300         ELSE
049400             ADD 1 TO W-FILE-IN-BACKUP (W-FILE-IDX)
049500         END-IF
049600     END-IF.
049700     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
049800 2200-EXIT.
049900     EXIT.
050000*****************************************************************
050100* 2300-CHECK-ONE-FILE-IMAGES - ONE FILE'S IMAGES MUST EQUAL ITS  *
050200*                              FILE TOTAL                        *
050300*****************************************************************
050400 2300-CHECK-ONE-FILE-IMAGES.
050500     IF W-FILE-IN-BACKUP (W-FILE-IDX)
050600             NOT = W-FILE-BACKED-UP (W-FILE-IDX)
050700         MOVE W-FILE-IN-BACKUP (W-FILE-IDX) TO WS-COUNT-DISP
050800         MOVE W-FILE-BACKED-UP (W-FILE-IDX) TO WS-COUNT2-DISP
050900         DISPLAY 'FZBBKRS-010E ' W-FILE-NAME-ENTRY (W-FILE-IDX)
051000             ' HAS ' WS-COUNT-DISP ' IMAGES, CONTROL SAYS '
051100             WS-COUNT2-DISP
051200         ADD 1 TO W-ERROR-COUNT
051300     END-IF.
051400 2300-EXIT.
051500     EXIT.
051600*****************************************************************
051700* 3000-RESTORE - RELOAD ALL FIVE FILES FROM THE BACKUP IMAGES,   *
051800*                REPLACING THEIR CONTENTS                        *
051900*****************************************************************
052000 3000-RESTORE.
052100     OPEN OUTPUT CTL-FILE.
052200     MOVE WS-CTL-STATUS TO WS-IO-STATUS.
052300     MOVE 'CTLFILE' TO W-FILE-NAME.
052400     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
052500     OPEN OUTPUT CKPT-FILE.
052600     MOVE WS-CKPT-STATUS TO WS-IO-STATUS.
052700     MOVE 'CKPTFILE' TO W-FILE-NAME.
052800     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
052900     OPEN OUTPUT LOCK-FILE.
053000     MOVE WS-LOCK-STATUS TO WS-IO-STATUS.
053100     MOVE 'LOCKFILE' TO W-FILE-NAME.
053200     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
053300     OPEN OUTPUT JRNL-FILE.
053400     MOVE WS-JRNL-STATUS TO WS-IO-STATUS.
053500     MOVE 'JRNLFILE' TO W-FILE-NAME.
053600     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
053700     OPEN OUTPUT VSAM-FILE.
053800     MOVE WS-VSAM-STATUS TO WS-IO-STATUS.
053900     MOVE 'VSAMOUT' TO W-FILE-NAME.
054000     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
054100     PERFORM 2010-OPEN-BACKUP THRU 2010-EXIT.
054200     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
054300     PERFORM 3100-RESTORE-ONE-IMAGE THRU 3100-EXIT
054400         UNTIL WS-EOF.
054500     CLOSE BKIM-FILE.
054600     CLOSE CTL-FILE.
054700     CLOSE CKPT-FILE.
054800     CLOSE LOCK-FILE.
054900     CLOSE JRNL-FILE.
055000     CLOSE VSAM-FILE.
055100     MOVE W-RESTORED-COUNT TO WS-RESTORED-DISP.
055200     DISPLAY 'IMAGES RESTORED ' WS-RESTORED-DISP.
055300 3000-EXIT.
055400     EXIT.
055500*****************************************************************
055600* 3010-CHECK-OPEN - A RESTORE OR VERIFY OPEN OF W-FILE-NAME      *
055700*                   MUST SUCCEED                                 *
055800*****************************************************************
055900 3010-CHECK-OPEN.
056000     IF WS-IO-STATUS NOT = '00'
056100         DISPLAY 'FZBBKRS-013E ' W-FILE-NAME
056200             ' OPEN FAILED, STATUS ' WS-IO-STATUS
056300         MOVE 'FZBBKRS-013E' TO WS-EVT-MSG-ID
056400         MOVE WS-IO-STATUS TO WS-EVT-FILE-STATUS
056500         STRING W-FILE-NAME ' OPEN FAILED'
056600             DELIMITED BY SIZE
056700             INTO WS-EVT-TEXT
056800         END-STRING
056900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
057000         MOVE 16 TO RETURN-CODE
057100         GOBACK
057200     END-IF.
057300 3010-EXIT.
057400     EXIT.
057500*****************************************************************
057600* 3100-RESTORE-ONE-IMAGE - WRITE ONE IMAGE BACK TO THE FILE IT   *
057700*                          CAME FROM                             *
057800*****************************************************************
057900 3100-RESTORE-ONE-IMAGE.
058000     EVALUATE W-FILE-IDX
058100         WHEN 1
058200             MOVE BKIM-IMAGE TO FZB-CTL-RECORD
058300             WRITE FZB-CTL-RECORD
058400             MOVE WS-CTL-STATUS TO WS-IO-STATUS
058500         WHEN 2
058600             MOVE BKIM-IMAGE TO FZB-CKPT-RECORD
058700             WRITE FZB-CKPT-RECORD
058800                 INVALID KEY
058900                     CONTINUE
059000             END-WRITE
059100             MOVE WS-CKPT-STATUS TO WS-IO-STATUS
059200         WHEN 3
059300             MOVE BKIM-IMAGE TO FZB-LOCK-RECORD
059400             WRITE FZB-LOCK-RECORD
059500                 INVALID KEY
059600                     CONTINUE
059700             END-WRITE
059800             MOVE WS-LOCK-STATUS TO WS-IO-STATUS
059900         WHEN 4
060000             MOVE BKIM-IMAGE TO FZB-JRNL-RECORD
060100             WRITE FZB-JRNL-RECORD
060200             MOVE WS-JRNL-STATUS TO WS-IO-STATUS
060300         WHEN 5
060400             MOVE BKIM-IMAGE TO FZB-VOUT-RECORD
060500             WRITE FZB-VOUT-RECORD
060600                 INVALID KEY
060700                     CONTINUE
060800             END-WRITE
060900             MOVE WS-VSAM-STATUS TO WS-IO-STATUS
061000     END-EVALUATE.
061100     IF WS-IO-STATUS NOT = '00'
061200         DISPLAY 'FZBBKRS-014E ' BKIM-FILE-NAME
061300             ' WRITE FAILED, STATUS ' WS-IO-STATUS
061400         MOVE 'FZBBKRS-014E' TO WS-EVT-MSG-ID
061500         MOVE WS-IO-STATUS TO WS-EVT-FILE-STATUS
061600         STRING BKIM-FILE-NAME ' WRITE FAILED'
061700             DELIMITED BY SIZE
061800             INTO WS-EVT-TEXT
061900         END-STRING
062000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
062100         MOVE 16 TO RETURN-CODE
062200         GOBACK
062300     END-IF.
062400     ADD 1 TO W-RESTORED-COUNT.
062500     PERFORM 2100-READ-IMAGE THRU 2100-EXIT.
062600 3100-EXIT.
062700     EXIT.
062800*****************************************************************
062900* 4000-VERIFY - READ EVERY RESTORED FILE BACK AND PROVE IT       *
063000*               AGAINST THE BACKUP'S CONTROL TOTALS AND AGAINST  *
063100*               THE OTHER FILES OF THE SET.  CKPTFILE STAYS OPEN *
063200*               THROUGH THE VSAMOUT PASS, WHICH LOOKS UP EACH    *
063300*               RUN'S CHECKPOINT TOTAL                           *
063400*****************************************************************
063500 4000-VERIFY.
063600     MOVE 0 TO W-LAST-IDX.
063700     PERFORM 4100-VERIFY-CTL THRU 4100-EXIT.
063800     OPEN INPUT CKPT-FILE.
063900     MOVE WS-CKPT-STATUS TO WS-IO-STATUS.
064000     MOVE 'CKPTFILE' TO W-FILE-NAME.
064100     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
064200     PERFORM 4200-VERIFY-CKPT THRU 4200-EXIT.
064300     PERFORM 4300-VERIFY-LOCK THRU 4300-EXIT.
064400     PERFORM 4400-VERIFY-JRNL THRU 4400-EXIT.
064500     PERFORM 4500-VERIFY-VSAM THRU 4500-EXIT.
064600     CLOSE CKPT-FILE.
064700     PERFORM 4900-COMPARE-ONE-FILE THRU 4900-EXIT
064800         VARYING W-FILE-IDX FROM 1 BY 1
064900         UNTIL W-FILE-IDX > 5.
065000     PERFORM 4950-COMPARE-ONE-RUN THRU 4950-EXIT
065100         VARYING W-RUN-IDX FROM 1 BY 1
065200         UNTIL W-RUN-IDX > W-RUN-COUNT.
065300 4000-EXIT.
065400     EXIT.
065500*****************************************************************
065600* 4100-VERIFY-CTL - COUNT THE RESTORED CONTROL RECORDS BY RUN ID *
065700*****************************************************************
065800 4100-VERIFY-CTL.
065900     OPEN INPUT CTL-FILE.
066000     MOVE WS-CTL-STATUS TO WS-IO-STATUS.
066100     MOVE 'CTLFILE' TO W-FILE-NAME.
066200     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
066300     MOVE 'N' TO WS-EOF-SW.
066400     PERFORM 4110-READ-CTL THRU 4110-EXIT.
066500     PERFORM 4120-COUNT-ONE-CTL THRU 4120-EXIT
066600         UNTIL WS-EOF.
066700     CLOSE CTL-FILE.
066800 4100-EXIT.
066900     EXIT.
067000*****************************************************************
067100* 4110-READ-CTL - READ THE NEXT RESTORED CONTROL RECORD          *
067200*****************************************************************
067300 4110-READ-CTL.
067400     READ CTL-FILE
067500         AT END
067600             MOVE 'Y' TO WS-EOF-SW
067700     END-READ.
067800     MOVE WS-CTL-STATUS TO WS-IO-STATUS.
067900     PERFORM 4990-CHECK-READ THRU 4990-EXIT.
068000 4110-EXIT.
068100     EXIT.
068200*****************************************************************
068300* 4120-COUNT-ONE-CTL - TALLY ONE CONTROL RECORD UNDER ITS RUN    *
068400*****************************************************************
068500 4120-COUNT-ONE-CTL.
068600     ADD 1 TO W-FILE-RESTORED (1).
068700     MOVE 1 TO W-KEY-FILE-IDX.
068800     MOVE CTL-RUN-ID TO W-KEY-RUN-ID.
068900     MOVE 1 TO W-TALLY-COUNT.
069000     PERFORM 7600-TALLY-RUN THRU 7600-EXIT.
069100     PERFORM 4110-READ-CTL THRU 4110-EXIT.
069200 4120-EXIT.
069300     EXIT.
069400*****************************************************************
069500* 4200-VERIFY-CKPT - COUNT THE RESTORED CHECKPOINTS AND PROVE    *
069600*                    EACH ONE'S TOTALS                           *
069700*****************************************************************
069800 4200-VERIFY-CKPT.
069900     MOVE 'CKPTFILE' TO W-FILE-NAME.
070000     MOVE 'N' TO WS-EOF-SW.
070100     PERFORM 4210-READ-CKPT THRU 4210-EXIT.
070200     PERFORM 4220-CHECK-ONE-CKPT THRU 4220-EXIT
070300         UNTIL WS-EOF.
070400 4200-EXIT.
070500     EXIT.
070600*****************************************************************
070700* 4210-READ-CKPT - READ THE NEXT RESTORED CHECKPOINT IN KEY      *
070800*                  ORDER                                         *
070900*****************************************************************
071000 4210-READ-CKPT.
071100     READ CKPT-FILE NEXT RECORD
071200         AT END
071300             MOVE 'Y' TO WS-EOF-SW
071400     END-READ.
071500     MOVE WS-CKPT-STATUS TO WS-IO-STATUS.
071600     PERFORM 4990-CHECK-READ THRU 4990-EXIT.
071700 4210-EXIT.
071800     EXIT.
071900*****************************************************************
072000* 4220-CHECK-ONE-CKPT - TALLY ONE CHECKPOINT, THEN PROVE ITS     *
072100*                       TOTAL AGAINST THE BACKUP'S AND AGAINST   *
072200*                       ITS OWN BREAKDOWN.  A RUN STILL IN       *
072300*                       FLIGHT WITH NO LOCK IS AWAITING RESTART  *
072400*****************************************************************
072500 4220-CHECK-ONE-CKPT.
072600     ADD 1 TO W-FILE-RESTORED (2).
072700     MOVE 2 TO W-KEY-FILE-IDX.
072800     MOVE CKPT-RUN-ID TO W-KEY-RUN-ID.
072900     MOVE 1 TO W-TALLY-COUNT.
073000     PERFORM 7600-TALLY-RUN THRU 7600-EXIT.
073100     MOVE CKPT-RUN-ID TO WS-EVT-RUN-ID.
073200     MOVE CKPT-TOTAL-COUNT TO WS-CKPT-TOTAL-DISP.
073300     IF WS-RUN-FOUND
073400         IF CKPT-TOTAL-COUNT NOT = W-RUN-CKPT-TOTAL (W-LAST-IDX)
073500             DISPLAY 'FZBBKRS-022E RUN ' CKPT-RUN-ID
073600                 ' CHECKPOINT TOTAL ' WS-CKPT-TOTAL-DISP
073700                 ' , BACKUP SAYS ' W-RUN-CKPT-TOTAL (W-LAST-IDX)
073800             MOVE 'FZBBKRS-022E' TO WS-EVT-MSG-ID
073900             MOVE 'CHECKPOINT TOTAL NOT AS BACKED UP'
074000                 TO WS-EVT-TEXT
074100             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
074200             ADD 1 TO W-ERROR-COUNT
074300         END-IF
074400     END-IF.
074500     MOVE CKPT-MULTI-COUNT TO W-BREAKDOWN-TOTAL.
074600     ADD CKPT-NONE-COUNT TO W-BREAKDOWN-TOTAL.
074700     ADD CKPT-OVERRIDE-COUNT TO W-BREAKDOWN-TOTAL.
074800     PERFORM 4230-ADD-ONE-RULE-COUNT THRU 4230-EXIT
074900         VARYING W-RULE-IDX FROM 1 BY 1
075000         UNTIL W-RULE-IDX > 5.
075100     IF W-BREAKDOWN-TOTAL NOT = CKPT-TOTAL-COUNT
075200         DISPLAY 'FZBBKRS-021E RUN ' CKPT-RUN-ID
075300             ' CHECKPOINT BREAKDOWN DOES NOT ADD UP TO '
075400             WS-CKPT-TOTAL-DISP
075500         MOVE 'FZBBKRS-021E' TO WS-EVT-MSG-ID
075600         MOVE 'CHECKPOINT BREAKDOWN NOT = TOTAL'
075700             TO WS-EVT-TEXT
075800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
075900         ADD 1 TO W-ERROR-COUNT
076000     END-IF.
076100     IF CKPT-RUN-ACTIVE AND NOT CKPT-VOIDED
076200         DISPLAY 'FZBBKRS-026W RUN ' CKPT-RUN-ID
076300             ' WAS IN FLIGHT WITH NO LOCK - RESTART PENDING'
076400         MOVE 'FZBBKRS-026W' TO WS-EVT-MSG-ID
076500         MOVE 'RUN IN FLIGHT, NO LOCK - RESTART PENDING'
076600             TO WS-EVT-TEXT
076700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
076800         ADD 1 TO W-WARNING-COUNT
076900     END-IF.
077000     PERFORM 4210-READ-CKPT THRU 4210-EXIT.
077100 4220-EXIT.
077200     EXIT.
077300*****************************************************************
077400* 4230-ADD-ONE-RULE-COUNT - ADD ONE SINGLE-RULE COUNT TO THE     *
077500*                           BREAKDOWN                            *
077600*****************************************************************
077700 4230-ADD-ONE-RULE-COUNT.
077800     ADD CKPT-RULE-SINGLE-COUNT (W-RULE-IDX) TO W-BREAKDOWN-TOTAL.
077900 4230-EXIT.
078000     EXIT.
078100*****************************************************************
078200* 4300-VERIFY-LOCK - THE RESTORED LOCK FILE MUST HOLD NO LOCK    *
078300*****************************************************************
078400 4300-VERIFY-LOCK.
078500     OPEN INPUT LOCK-FILE.
078600     MOVE WS-LOCK-STATUS TO WS-IO-STATUS.
078700     MOVE 'LOCKFILE' TO W-FILE-NAME.
078800     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
078900     MOVE 'N' TO WS-EOF-SW.
079000     PERFORM 4310-READ-LOCK THRU 4310-EXIT.
079100     PERFORM 4320-REPORT-ONE-LOCK THRU 4320-EXIT
079200         UNTIL WS-EOF.
079300     CLOSE LOCK-FILE.
079400 4300-EXIT.
079500     EXIT.
079600*****************************************************************
079700* 4310-READ-LOCK - READ THE NEXT RESTORED RUN LOCK               *
079800*****************************************************************
079900 4310-READ-LOCK.
080000     READ LOCK-FILE NEXT RECORD
080100         AT END
080200             MOVE 'Y' TO WS-EOF-SW
080300     END-READ.
080400     MOVE WS-LOCK-STATUS TO WS-IO-STATUS.
080500     PERFORM 4990-CHECK-READ THRU 4990-EXIT.
080600 4310-EXIT.
080700     EXIT.
080800*****************************************************************
080900* 4320-REPORT-ONE-LOCK - A RESTORED LOCK WOULD STOP THE RUN IT   *
081000*                        NAMES FOR GOOD - REPORT IT              *
081100*****************************************************************
081200 4320-REPORT-ONE-LOCK.
081300     ADD 1 TO W-FILE-RESTORED (3).
081400     DISPLAY 'FZBBKRS-020E RUN LOCK RESTORED FOR ' LOCK-RUN-ID
081500         ' HELD BY ' LOCK-HOLDER.
081600     MOVE 'FZBBKRS-020E' TO WS-EVT-MSG-ID.
081700     MOVE LOCK-RUN-ID TO WS-EVT-RUN-ID.
081800     MOVE 'RUN LOCK RESTORED' TO WS-EVT-TEXT.
081900     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
082000     ADD 1 TO W-ERROR-COUNT.
082100     PERFORM 4310-READ-LOCK THRU 4310-EXIT.
082200 4320-EXIT.
082300     EXIT.
082400*****************************************************************
082500* 4400-VERIFY-JRNL - COUNT THE RESTORED JOURNAL IMAGES BY BATCH  *
082600*                    ID                                          *
082700*****************************************************************
082800 4400-VERIFY-JRNL.
082900     OPEN INPUT JRNL-FILE.
083000     MOVE WS-JRNL-STATUS TO WS-IO-STATUS.
083100     MOVE 'JRNLFILE' TO W-FILE-NAME.
083200     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
083300     MOVE 'N' TO WS-EOF-SW.
083400     PERFORM 4410-READ-JRNL THRU 4410-EXIT.
083500     PERFORM 4420-COUNT-ONE-JRNL THRU 4420-EXIT
083600         UNTIL WS-EOF.
083700     CLOSE JRNL-FILE.
083800 4400-EXIT.
083900     EXIT.
084000*****************************************************************
084100* 4410-READ-JRNL - READ THE NEXT RESTORED JOURNAL IMAGE          *
084200*****************************************************************
084300 4410-READ-JRNL.
084400     READ JRNL-FILE
084500         AT END
084600             MOVE 'Y' TO WS-EOF-SW
084700     END-READ.
084800     MOVE WS-JRNL-STATUS TO WS-IO-STATUS.
084900     PERFORM 4990-CHECK-READ THRU 4990-EXIT.
085000 4410-EXIT.
085100     EXIT.
085200*****************************************************************
085300* 4420-COUNT-ONE-JRNL - TALLY ONE JOURNAL IMAGE UNDER ITS BATCH  *
085400*****************************************************************
085500 4420-COUNT-ONE-JRNL.
085600     ADD 1 TO W-FILE-RESTORED (4).
085700     MOVE 4 TO W-KEY-FILE-IDX.
085800     MOVE JRNL-BATCH-ID TO W-KEY-RUN-ID.
085900     MOVE 1 TO W-TALLY-COUNT.
086000     PERFORM 7600-TALLY-RUN THRU 7600-EXIT.
086100     PERFORM 4410-READ-JRNL THRU 4410-EXIT.
086200 4420-EXIT.
086300     EXIT.
086400*****************************************************************
086500* 4500-VERIFY-VSAM - COUNT THE RESTORED VSAMOUT RESULTS ON THE   *
086600*                    RUN ID BREAK AND PROVE EACH RUN'S COUNT     *
086700*                    AGAINST ITS CHECKPOINT                      *
086800*****************************************************************
086900 4500-VERIFY-VSAM.
087000     OPEN INPUT VSAM-FILE.
087100     MOVE WS-VSAM-STATUS TO WS-IO-STATUS.
087200     MOVE 'VSAMOUT' TO W-FILE-NAME.
087300     PERFORM 3010-CHECK-OPEN THRU 3010-EXIT.
087400     MOVE SPACES TO W-BREAK-RUN-ID.
087500     MOVE 0 TO W-BREAK-COUNT.
087600     MOVE 'N' TO WS-EOF-SW.
087700     PERFORM 4510-READ-VSAM THRU 4510-EXIT.
087800     PERFORM 4520-COUNT-ONE-VSAM THRU 4520-EXIT
087900         UNTIL WS-EOF.
088000     IF W-BREAK-COUNT > 0
088100         PERFORM 4550-CHECK-VSAM-RUN THRU 4550-EXIT
088200     END-IF.
088300     CLOSE VSAM-FILE.
088400 4500-EXIT.
088500     EXIT.
088600*****************************************************************
088700* 4510-READ-VSAM - READ THE NEXT RESTORED VSAMOUT RESULT         *
088800*****************************************************************
088900 4510-READ-VSAM.
089000     READ VSAM-FILE NEXT RECORD
089100         AT END
089200             MOVE 'Y' TO WS-EOF-SW
089300     END-READ.
089400     MOVE WS-VSAM-STATUS TO WS-IO-STATUS.
089500     PERFORM 4990-CHECK-READ THRU 4990-EXIT.
089600 4510-EXIT.
089700     EXIT.
089800*****************************************************************
089900* 4520-COUNT-ONE-VSAM - COUNT ONE RESULT, CLOSING OFF THE PRIOR  *
090000*                       RUN WHEN THE RUN ID CHANGES              *
090100*****************************************************************
090200 4520-COUNT-ONE-VSAM.
090300     IF VOUT-RUN-ID NOT = W-BREAK-RUN-ID
090400         IF W-BREAK-COUNT > 0
090500             PERFORM 4550-CHECK-VSAM-RUN THRU 4550-EXIT
090600         END-IF
090700         MOVE VOUT-RUN-ID TO W-BREAK-RUN-ID
090800         MOVE 0 TO W-BREAK-COUNT
090900     END-IF.
091000     ADD 1 TO W-FILE-RESTORED (5).
091100     ADD 1 TO W-BREAK-COUNT.
091200     PERFORM 4510-READ-VSAM THRU 4510-EXIT.
091300 4520-EXIT.
091400     EXIT.
091500*****************************************************************
091600* 4550-CHECK-VSAM-RUN - TALLY ONE RUN'S RESULTS AND PROVE THEM   *
091700*                       AGAINST THE RUN'S CHECKPOINT TOTAL.  A   *
091800*                       RUN WITH NO CHECKPOINT RAN WITH          *
091900*                       CHECKPOINTING OFF AND CANNOT BE PROVED   *
092000*****************************************************************
092100 4550-CHECK-VSAM-RUN.
092200     MOVE 5 TO W-KEY-FILE-IDX.
092300     MOVE W-BREAK-RUN-ID TO W-KEY-RUN-ID.
092400     MOVE W-BREAK-COUNT TO W-TALLY-COUNT.
092500     PERFORM 7600-TALLY-RUN THRU 7600-EXIT.
092600     MOVE W-BREAK-RUN-ID TO WS-EVT-RUN-ID.
092700     MOVE W-BREAK-COUNT TO WS-COUNT-DISP.
092800     MOVE W-BREAK-RUN-ID TO CKPT-RUN-ID.
092900     READ CKPT-FILE
093000         INVALID KEY
093100             CONTINUE
093200     END-READ.
093300     IF WS-CKPT-STATUS = '23'
093400         DISPLAY 'FZBBKRS-025W RUN ' W-BREAK-RUN-ID ' HAS '
093500             WS-COUNT-DISP ' VSAMOUT RESULTS AND NO CHECKPOINT'
093600         MOVE 'FZBBKRS-025W' TO WS-EVT-MSG-ID
093700         MOVE 'VSAMOUT RUN HAS NO CHECKPOINT' TO WS-EVT-TEXT
093800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
093900         ADD 1 TO W-WARNING-COUNT
094000         GO TO 4550-EXIT
094100     END-IF.
094200     MOVE 'CKPTFILE' TO W-FILE-NAME.
094300     MOVE WS-CKPT-STATUS TO WS-IO-STATUS.
094400     PERFORM 4990-CHECK-READ THRU 4990-EXIT.
094500     MOVE CKPT-TOTAL-COUNT TO WS-CKPT-TOTAL-DISP.
094600     IF CKPT-RUN-COMPLETE
094700             AND W-BREAK-COUNT NOT = CKPT-TOTAL-COUNT
094800         DISPLAY 'FZBBKRS-023E RUN ' W-BREAK-RUN-ID ' HAS '
094900             WS-COUNT-DISP ' VSAMOUT RESULTS, CHECKPOINT TOTAL '
095000             WS-CKPT-TOTAL-DISP
095100         MOVE 'FZBBKRS-023E' TO WS-EVT-MSG-ID
095200         MOVE 'VSAMOUT COUNT NOT = CHECKPOINT TOTAL'
095300             TO WS-EVT-TEXT
095400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
095500         ADD 1 TO W-ERROR-COUNT
095600     END-IF.
095700     IF NOT CKPT-RUN-COMPLETE
095800             AND W-BREAK-COUNT < CKPT-TOTAL-COUNT
095900         DISPLAY 'FZBBKRS-024E RUN ' W-BREAK-RUN-ID ' HAS '
096000             WS-COUNT-DISP ' VSAMOUT RESULTS, FEWER THAN ITS '
096100             'CHECKPOINT TOTAL ' WS-CKPT-TOTAL-DISP
096200         MOVE 'FZBBKRS-024E' TO WS-EVT-MSG-ID
096300         MOVE 'VSAMOUT COUNT BELOW CHECKPOINT TOTAL'
096400             TO WS-EVT-TEXT
096500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
096600         ADD 1 TO W-ERROR-COUNT
096700     END-IF.
096800 4550-EXIT.
096900     EXIT.
097000*****************************************************************
097100* 4900-COMPARE-ONE-FILE - ONE RESTORED FILE'S RECORD COUNT MUST  *
097200*                         EQUAL THE BACKUP'S FILE TOTAL          *
097300*****************************************************************
097400 4900-COMPARE-ONE-FILE.
097500     MOVE W-FILE-RESTORED (W-FILE-IDX) TO WS-COUNT-DISP.
097600     MOVE W-FILE-BACKED-UP (W-FILE-IDX) TO WS-COUNT2-DISP.
097700     DISPLAY W-FILE-NAME-ENTRY (W-FILE-IDX) ' BACKED UP '
097800         WS-COUNT2-DISP ' RESTORED ' WS-COUNT-DISP.
097900     IF W-FILE-RESTORED (W-FILE-IDX)
098000             NOT = W-FILE-BACKED-UP (W-FILE-IDX)
098100         DISPLAY 'FZBBKRS-017E ' W-FILE-NAME-ENTRY (W-FILE-IDX)
098200             ' RESTORED COUNT DOES NOT MATCH THE BACKUP'
098300         MOVE 'FZBBKRS-017E' TO WS-EVT-MSG-ID
098400         MOVE SPACES TO WS-EVT-RUN-ID
098500         STRING W-FILE-NAME-ENTRY (W-FILE-IDX)
098600             ' COUNT NOT AS BACKED UP'
098700             DELIMITED BY SIZE
098800             INTO WS-EVT-TEXT
098900         END-STRING
099000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
099100         ADD 1 TO W-ERROR-COUNT
099200     END-IF.
099300 4900-EXIT.
099400     EXIT.
099500*****************************************************************
099600* 4950-COMPARE-ONE-RUN - ONE RUN'S RESTORED RECORDS IN ONE FILE  *
099700*                        MUST EQUAL THE BACKUP'S RUN TOTAL       *
099800*****************************************************************
099900 4950-COMPARE-ONE-RUN.
100000     IF W-RUN-RESTORED (W-RUN-IDX)
100100             NOT = W-RUN-BACKED-UP (W-RUN-IDX)
100200         MOVE W-RUN-RESTORED (W-RUN-IDX) TO WS-COUNT-DISP
100300         MOVE W-RUN-BACKED-UP (W-RUN-IDX) TO WS-COUNT2-DISP
100400         MOVE W-RUN-FILE-IDX (W-RUN-IDX) TO W-FILE-IDX
100500         DISPLAY 'FZBBKRS-018E RUN ' W-RUN-ID (W-RUN-IDX) ' IN '
100600             W-FILE-NAME-ENTRY (W-FILE-IDX) ' BACKED UP '
100700             WS-COUNT2-DISP ' RESTORED ' WS-COUNT-DISP
100800         MOVE 'FZBBKRS-018E' TO WS-EVT-MSG-ID
100900         MOVE W-RUN-ID (W-RUN-IDX) TO WS-EVT-RUN-ID
101000         STRING W-FILE-NAME-ENTRY (W-FILE-IDX)
101100             ' RUN COUNT NOT AS BACKED UP'
101200             DELIMITED BY SIZE
101300             INTO WS-EVT-TEXT
101400         END-STRING
101500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
101600         ADD 1 TO W-ERROR-COUNT
101700     END-IF.
101800 4950-EXIT.
101900     EXIT.
102000*****************************************************************
102100* 4990-CHECK-READ - A READ OF A RESTORED FILE MUST SUCCEED       *
102200*****************************************************************
102300 4990-CHECK-READ.
102400     IF WS-IO-STATUS NOT = '00' AND WS-IO-STATUS NOT = '10'
102500         DISPLAY 'FZBBKRS-016E ' W-FILE-NAME
102600             ' READ FAILED, STATUS ' WS-IO-STATUS
102700         MOVE 'FZBBKRS-016E' TO WS-EVT-MSG-ID
102800         MOVE WS-IO-STATUS TO WS-EVT-FILE-STATUS
102900         STRING W-FILE-NAME ' READ FAILED'
103000             DELIMITED BY SIZE
103100             INTO WS-EVT-TEXT
103200         END-STRING
103300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
103400         MOVE 16 TO RETURN-CODE
103500         GOBACK
103600     END-IF.
103700 4990-EXIT.
103800     EXIT.
103900*****************************************************************
104000* 7500-FIND-FILE - SET W-FILE-IDX TO W-FILE-NAME'S PLACE IN THE  *
104100*                  SET, OR ZERO IF IT IS NONE OF THE FIVE        *
104200*****************************************************************
104300 7500-FIND-FILE.
104400     MOVE 0 TO W-FILE-IDX.
104500     EVALUATE W-FILE-NAME
104600         WHEN 'CTLFILE'
104700             MOVE 1 TO W-FILE-IDX
104800         WHEN 'CKPTFILE'
104900             MOVE 2 TO W-FILE-IDX
105000         WHEN 'LOCKFILE'
105100             MOVE 3 TO W-FILE-IDX
105200         WHEN 'JRNLFILE'
105300             MOVE 4 TO W-FILE-IDX
105400         WHEN 'VSAMOUT'
105500             MOVE 5 TO W-FILE-IDX
105600     END-EVALUATE.
105700 7500-EXIT.
105800     EXIT.
105900*****************************************************************
106000* 7600-TALLY-RUN - ADD W-TALLY-COUNT TO THE RESTORED COUNT OF    *
106100*                  THE RUN TOTAL FOR W-KEY-FILE-IDX AND          *
106200*                  W-KEY-RUN-ID.  A RESTORED RUN THE BACKUP HAS  *
106300*                  NO TOTAL FOR IS AN ERROR                      *
106400*****************************************************************
106500 7600-TALLY-RUN.
106600     MOVE 'N' TO WS-RUN-FOUND-SW.
106700     IF W-LAST-IDX > 0
106800         MOVE W-LAST-IDX TO W-RUN-IDX
106900         PERFORM 7610-TEST-ONE-RUN THRU 7610-EXIT
107000     END-IF.
107100     IF NOT WS-RUN-FOUND AND W-LAST-IDX < W-RUN-COUNT
107200         COMPUTE W-RUN-IDX = W-LAST-IDX + 1
107300         PERFORM 7610-TEST-ONE-RUN THRU 7610-EXIT
107400     END-IF.
107500     IF NOT WS-RUN-FOUND
107600         PERFORM 7610-TEST-ONE-RUN THRU 7610-EXIT
107700             VARYING W-RUN-IDX FROM 1 BY 1
107800             UNTIL W-RUN-IDX > W-RUN-COUNT
107900             OR WS-RUN-FOUND
108000     END-IF.
108100     IF NOT WS-RUN-FOUND
108200         MOVE W-KEY-FILE-IDX TO W-FILE-IDX
108300         DISPLAY 'FZBBKRS-019E RUN ' W-KEY-RUN-ID
108400             ' RESTORED TO ' W-FILE-NAME-ENTRY (W-FILE-IDX)
108500             ' BUT HAS NO TOTAL IN THE BACKUP'
108600         MOVE 'FZBBKRS-019E' TO WS-EVT-MSG-ID
108700         MOVE W-KEY-RUN-ID TO WS-EVT-RUN-ID
108800         MOVE 'RESTORED RUN NOT IN BACKUP CONTROL'
108900             TO WS-EVT-TEXT
109000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
109100         ADD 1 TO W-ERROR-COUNT
109200         GO TO 7600-EXIT
109300     END-IF.
109400     ADD W-TALLY-COUNT TO W-RUN-RESTORED (W-LAST-IDX).
109500 7600-EXIT.
109600     EXIT.
109700*****************************************************************
109800* 7610-TEST-ONE-RUN - TEST ONE TABLE ENTRY AGAINST THE FILE AND  *
109900*                     RUN ID BEING TALLIED                       *
110000*****************************************************************
110100 7610-TEST-ONE-RUN.
110200     IF W-RUN-FILE-IDX (W-RUN-IDX) = W-KEY-FILE-IDX
110300             AND W-RUN-ID (W-RUN-IDX) = W-KEY-RUN-ID
110400         MOVE 'Y' TO WS-RUN-FOUND-SW
110500         MOVE W-RUN-IDX TO W-LAST-IDX
110600     END-IF.
110700 7610-EXIT.
110800     EXIT.
110900*****************************************************************
111000* 8000-SUMMARY - DISPLAY THE RESTORE TOTALS                      *
111100*****************************************************************
111200 8000-SUMMARY.
111300     MOVE W-CONTROL-COUNT TO WS-CONTROL-DISP.
111400     MOVE W-IMAGE-COUNT TO WS-IMAGE-DISP.
111500     MOVE W-RESTORED-COUNT TO WS-RESTORED-DISP.
111600     MOVE W-ERROR-COUNT TO WS-ERROR-DISP.
111700     MOVE W-WARNING-COUNT TO WS-WARNING-DISP.
111800     DISPLAY '----- FZBBKRS RUN SUMMARY -----'.
111900     DISPLAY 'BACKUP ID ............. ' W-BACKUP-DATE ' '
112000         W-BACKUP-TIME.
112100     DISPLAY 'CONTROL RECORDS ....... ' WS-CONTROL-DISP.
112200     DISPLAY 'IMAGES IN BACKUP ...... ' WS-IMAGE-DISP.
112300     DISPLAY 'IMAGES RESTORED ....... ' WS-RESTORED-DISP.
112400     DISPLAY 'VERIFY ERRORS ......... ' WS-ERROR-DISP.
112500     DISPLAY 'VERIFY WARNINGS ....... ' WS-WARNING-DISP.
112600     DISPLAY '================================'.
112700 8000-EXIT.
112800     EXIT.
112900*****************************************************************
113000* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
113100*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
113200*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
113300*                    DOESN'T INHERIT IT                          *
113400*****************************************************************
113500 9500-WRITE-EVENT.
113600     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
113700         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
113800     MOVE SPACES TO WS-EVT-FILE-STATUS.
113900 9500-EXIT.
114000     EXIT.
