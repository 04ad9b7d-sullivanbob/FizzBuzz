000100*****************************************************************
000200* FZBLOTUP                                                           *
000300*                                                                    *
000400* LOT MASTER UPDATE.  APPLIES THE AUDIT TRAIL OF A FINISHED          *
000500* CLASSIFY EXECUTION TO THE LOT MASTER (LOTMFILE, FZBLOTM) SO THE    *
000600* MASTER ALWAYS HOLDS EVERY LOT'S CURRENT CLASSIFICATION OF RECORD.  *
000700* THE AUDIT TRAIL MAY CARRY SEVERAL RUN IDS (ONE PER CONTROL         *
000800* RECORD); EACH RUN ID IS CHECKED ON ITS CHECKPOINT RECORD WHEN IT   *
000900* FIRST APPEARS AND ITS RECORDS ARE APPLIED ONLY IF THE RUN IS       *
001000* COMPLETE AND NOT VOID.  A RUN WITH NO CHECKPOINT RECORD CANNOT BE  *
001100* PROVEN COMPLETE AND IS SKIPPED.                                    *
001110*                                                                    *
001120* PARM IS THE RUN ID THE JOB'S TIEOUT AND QAVERIFY STEPS JUST        *
001130* VERIFIED.  ONLY THAT RUN IS APPLIED - ANY OTHER RUN ID ON THE      *
001140* AUDIT TRAIL (ANOTHER LOT OF A MULTI-LOT CTLFILE) HAS NOT BEEN      *
001150* VERIFIED BY THIS JOB AND IS SKIPPED.                               *
001200*                                                                    *
001300* FOR EACH AUDIT RECORD APPLIED -                                    *
001400*   - A NEW LOT IS ADDED WITH NO PRIOR DECISION                      *
001500*   - A LOT LAST SET BY THIS SAME RUN IS OVERWRITTEN IN PLACE, SO A  *
001600*     RERUN OF THIS STEP (OR A RESUMED RUN'S SECOND GENERATION)      *
001700*     NEVER COUNTS AS A RECLASSIFICATION                             *
001800*   - A LOT LAST SET BY ANOTHER RUN HAS ITS CURRENT DECISION, RUN    *
001900*     ID, AND BUSINESS DATE SHIFTED TO THE PRIOR FIELDS AND ITS      *
002000*     RECLASSIFY COUNT RAISED BY ONE                                 *
002100*                                                                    *
002200* THE LOT MASTER IS CREATED ON FIRST USE IF IT DOES NOT EXIST YET.   *
002300*                                                                    *
002400* RETURN CODE -                                                     *
002500*   00 - THE PARM RUN WAS APPLIED AND NO OTHER RUN WAS ON THE TRAIL  *
002600*   04 - AT LEAST ONE RUN WAS SKIPPED - IN FLIGHT, VOID, NO          *
002700*        CHECKPOINT RECORD, OR NOT THE PARM RUN - OR THE PARM RUN    *
002710*        IS NOT ON THE AUDIT TRAIL                                   *
002800*   16 - A FILE FAILED, OR NO PARM RUN ID                            *
002900*                                                                    *
003000* MODIFICATION HISTORY                                              *
003100*   10/14/26 BS  ORIGINAL PROGRAM.                                  *
003110*   10/15/26 BS  PARM RUN ID - ONLY THE RUN THE JOB VERIFIED IS     *
003120*                APPLIED, NOW THAT CTLFILE CAN CARRY A NIGHT OF     *
003130*                BUILT LOTS THE JOB DOES NOT VERIFY.                *
003200*****************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. FZBLOTUP.
003500 AUTHOR. BOB.
003600 INSTALLATION. DATA PROCESSING.
003700 DATE-WRITTEN. 10/14/2026.
003800 DATE-COMPILED.
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT AUD-FILE ASSIGN TO AUDFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-AUD-STATUS.
004500     SELECT CKPT-FILE ASSIGN TO CKPTFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CKPT-RUN-ID
004900         FILE STATUS IS WS-CKPT-STATUS.
005000     SELECT LOTM-FILE ASSIGN TO LOTMFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS LOTM-NUMBER
005400         FILE STATUS IS WS-LOTM-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  AUD-FILE
005800     RECORDING MODE IS F.
005900     COPY FZBAUD.
006000 FD  CKPT-FILE.
006100     COPY FZBCKPT.
006200 FD  LOTM-FILE.
006300     COPY FZBLOTM.
006400 WORKING-STORAGE SECTION.
006500*****************************************************************
006600* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
006700*****************************************************************
006800 77  WS-AUD-STATUS            PIC X(02) VALUE SPACES.
006900 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
007000 77  WS-LOTM-STATUS           PIC X(02) VALUE SPACES.
007100 77  WS-AUD-EOF-SW            PIC X(01) VALUE 'N'.
007200     88  WS-AUD-EOF               VALUE 'Y'.
007300 77  WS-RUN-OK-SW             PIC X(01) VALUE 'N'.
007400     88  WS-RUN-OK                VALUE 'Y'.
007500 77  WS-LOT-FOUND-SW          PIC X(01) VALUE 'N'.
007600     88  WS-LOT-FOUND             VALUE 'Y'.
007610 77  WS-TARGET-SEEN-SW        PIC X(01) VALUE 'N'.
007620     88  WS-TARGET-SEEN           VALUE 'Y'.
007700 77  WS-CURRENT-RUN-ID        PIC X(08) VALUE SPACES.
007800 77  WS-STAMP-DATE            PIC 9(08) VALUE 0.
007900 77  WS-STAMP-TIME            PIC 9(08) VALUE 0.
008000 77  W-AUD-COUNT              PIC 9(07) COMP VALUE 0.
008100 77  W-RUN-COUNT              PIC 9(05) COMP VALUE 0.
008200 77  W-SKIPPED-RUN-COUNT      PIC 9(05) COMP VALUE 0.
008300 77  W-SKIPPED-REC-COUNT      PIC 9(07) COMP VALUE 0.
008400 77  W-ADDED-COUNT            PIC 9(07) COMP VALUE 0.
008500 77  W-RECLASS-COUNT          PIC 9(07) COMP VALUE 0.
008600 77  W-REFRESHED-COUNT        PIC 9(07) COMP VALUE 0.
008700*****************************************************************
008800* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
008900*****************************************************************
009000 77  WS-AUD-DISP              PIC 9(07) VALUE 0.
009100 77  WS-RUN-DISP              PIC 9(05) VALUE 0.
009200 77  WS-SKIPPED-RUN-DISP      PIC 9(05) VALUE 0.
009300 77  WS-SKIPPED-REC-DISP      PIC 9(07) VALUE 0.
009400 77  WS-ADDED-DISP            PIC 9(07) VALUE 0.
009500 77  WS-RECLASS-DISP          PIC 9(07) VALUE 0.
009600 77  WS-REFRESHED-DISP        PIC 9(07) VALUE 0.
009700******************************************************************
009800* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
009900*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
010000*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
010100*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
010200*                   THIS PROGRAM'S SYSOUT.                       *
010300******************************************************************
010400 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBLOTUP'.
010500 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
010600 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
010700 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
010800 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
010810 LINKAGE SECTION.
010820*****************************************************************
010830* LS-PARM-AREA - RUN ID TO APPLY, PASSED IN FROM THE JCL PARM=   *
010840*****************************************************************
010850 01  LS-PARM-AREA.
010860     05  LS-PARM-LEN              PIC S9(04) COMP.
010870     05  LS-PARM-RUN-ID           PIC X(08).
010900 PROCEDURE DIVISION USING LS-PARM-AREA.
011000*****************************************************************
011100* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
011200*****************************************************************
011300 0000-MAIN-PROCEDURE.
011400     MOVE 'FZBLOTUP-900I' TO WS-EVT-MSG-ID.
011500     MOVE 'START OF RUN' TO WS-EVT-TEXT.
011600     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
011700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011800     PERFORM 2000-APPLY-ONE-AUDIT THRU 2000-EXIT
011900         UNTIL WS-AUD-EOF.
012000     PERFORM 8000-SUMMARY THRU 8000-EXIT.
012100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012110     IF NOT WS-TARGET-SEEN
012120         DISPLAY 'FZBLOTUP-013W RUN ID ' LS-PARM-RUN-ID
012130             ' NOT ON THE AUDIT TRAIL - NOTHING APPLIED FOR IT'
012140         MOVE LS-PARM-RUN-ID TO WS-EVT-RUN-ID
012150         MOVE 'FZBLOTUP-013W' TO WS-EVT-MSG-ID
012160         MOVE 'PARM RUN NOT ON AUDIT TRAIL' TO WS-EVT-TEXT
012170         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
012180     END-IF.
012200     IF W-SKIPPED-RUN-COUNT > 0 OR NOT WS-TARGET-SEEN
012300         MOVE 4 TO RETURN-CODE
012400     ELSE
012500         MOVE 0 TO RETURN-CODE
012600     END-IF.
012700     MOVE SPACES TO WS-EVT-RUN-ID.
012800     MOVE 'FZBLOTUP-901I' TO WS-EVT-MSG-ID.
012900     MOVE 'END OF RUN' TO WS-EVT-TEXT.
013000     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
013100     GOBACK.
013200*****************************************************************
013300* 1000-INITIALIZE - OPEN THE AUDIT TRAIL, CHECKPOINT FILE, AND   *
013400*                   LOT MASTER AND PRIME THE FIRST AUDIT RECORD  *
013500*****************************************************************
013600 1000-INITIALIZE.
013610     IF LS-PARM-LEN < 8 OR LS-PARM-RUN-ID = SPACES
013620         DISPLAY 'FZBLOTUP-011E PARM RUN ID MISSING'
013630         MOVE 'FZBLOTUP-011E' TO WS-EVT-MSG-ID
013640         MOVE 'PARM RUN ID MISSING' TO WS-EVT-TEXT
013650         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
013660         MOVE 16 TO RETURN-CODE
013670         GOBACK
013680     END-IF.
013700     ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
013800     ACCEPT WS-STAMP-TIME FROM TIME.
013900     OPEN INPUT AUD-FILE.
014000     IF WS-AUD-STATUS NOT = '00'
014100         DISPLAY 'FZBLOTUP-001E AUD-FILE OPEN FAILED, STATUS '
014200             WS-AUD-STATUS
014300         MOVE 'FZBLOTUP-001E' TO WS-EVT-MSG-ID
014400         MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
014500         MOVE 'AUD-FILE OPEN FAILED' TO WS-EVT-TEXT
014600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
014700         MOVE 16 TO RETURN-CODE
014800         GOBACK
014900     END-IF.
015000     OPEN INPUT CKPT-FILE.
015100     IF WS-CKPT-STATUS NOT = '00'
015200         DISPLAY 'FZBLOTUP-003E CKPT-FILE OPEN FAILED, STATUS '
015300             WS-CKPT-STATUS
015400         MOVE 'FZBLOTUP-003E' TO WS-EVT-MSG-ID
015500         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
015600         MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
015700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015800         MOVE 16 TO RETURN-CODE
015900         GOBACK
016000     END-IF.
016100     OPEN I-O LOTM-FILE.
016200     IF WS-LOTM-STATUS = '35'
016300         OPEN OUTPUT LOTM-FILE
016400         IF WS-LOTM-STATUS = '00'
016500             CLOSE LOTM-FILE
016600             OPEN I-O LOTM-FILE
016700         END-IF
016800     END-IF.
016900     IF WS-LOTM-STATUS NOT = '00'
017000         DISPLAY 'FZBLOTUP-005E LOTM-FILE OPEN FAILED, STATUS '
017100             WS-LOTM-STATUS
017200         MOVE 'FZBLOTUP-005E' TO WS-EVT-MSG-ID
017300         MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
017400         MOVE 'LOTM-FILE OPEN FAILED' TO WS-EVT-TEXT
017500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
017600         MOVE 16 TO RETURN-CODE
017700         GOBACK
017800     END-IF.
017900     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
018000 1000-EXIT.
018100     EXIT.
018200*****************************************************************
018300* 1100-READ-AUDIT - READ THE NEXT AUDIT TRAIL RECORD             *
018400*****************************************************************
018500 1100-READ-AUDIT.
018600     READ AUD-FILE
018700         AT END
018800             MOVE 'Y' TO WS-AUD-EOF-SW
018900     END-READ.
019000     IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '10'
019100         DISPLAY 'FZBLOTUP-002E AUD-FILE READ FAILED, STATUS '
019200             WS-AUD-STATUS
019300         MOVE 'FZBLOTUP-002E' TO WS-EVT-MSG-ID
019400         MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
019500         MOVE 'AUD-FILE READ FAILED' TO WS-EVT-TEXT
019600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
019700         MOVE 16 TO RETURN-CODE
019800         GOBACK
019900     END-IF.
020000 1100-EXIT.
020100     EXIT.
020200*****************************************************************
020300* 2000-APPLY-ONE-AUDIT - APPLY ONE AUDIT RECORD TO THE LOT       *
020400*                        MASTER IF ITS RUN QUALIFIES, THEN READ  *
020500*                        THE NEXT                                *
020600*****************************************************************
020700 2000-APPLY-ONE-AUDIT.
020800     ADD 1 TO W-AUD-COUNT.
020900     IF AUD-RUN-ID NOT = WS-CURRENT-RUN-ID
021000         PERFORM 2100-CHECK-RUN THRU 2100-EXIT
021100     END-IF.
021200     IF WS-RUN-OK
021300         PERFORM 2200-UPDATE-LOT THRU 2200-EXIT
021400     ELSE
021500         ADD 1 TO W-SKIPPED-REC-COUNT
021600     END-IF.
021700     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000*****************************************************************
022100* 2100-CHECK-RUN - A NEW RUN ID ON THE AUDIT TRAIL.  ITS RECORDS *
022200*                  ARE APPLIED ONLY IF IT IS THE PARM RUN AND    *
022300*                  ITS CHECKPOINT RECORD SHOWS IT COMPLETE AND   *
022310*                  NOT VOID                                      *
022400*****************************************************************
022500 2100-CHECK-RUN.
022600     MOVE AUD-RUN-ID TO WS-CURRENT-RUN-ID.
022700     MOVE AUD-RUN-ID TO WS-EVT-RUN-ID.
022800     MOVE 'N' TO WS-RUN-OK-SW.
022810     IF AUD-RUN-ID NOT = LS-PARM-RUN-ID
022820         DISPLAY 'FZBLOTUP-012W RUN ID ' AUD-RUN-ID
022830             ' SKIPPED - NOT THE RUN THIS JOB VERIFIED'
022840         MOVE 'FZBLOTUP-012W' TO WS-EVT-MSG-ID
022850         MOVE 'RUN SKIPPED - NOT THE PARM RUN' TO WS-EVT-TEXT
022860         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
022870         ADD 1 TO W-SKIPPED-RUN-COUNT
022880         GO TO 2100-EXIT
022890     END-IF.
022895     MOVE 'Y' TO WS-TARGET-SEEN-SW.
022900     MOVE AUD-RUN-ID TO CKPT-RUN-ID.
023000     READ CKPT-FILE
023100         INVALID KEY
023200             CONTINUE
023300     END-READ.
023400     IF WS-CKPT-STATUS NOT = '00' AND WS-CKPT-STATUS NOT = '23'
023500         DISPLAY 'FZBLOTUP-004E CKPT-FILE READ FAILED, STATUS '
023600             WS-CKPT-STATUS
023700         MOVE 'FZBLOTUP-004E' TO WS-EVT-MSG-ID
023800         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
023900         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
024000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024100         MOVE 16 TO RETURN-CODE
024200         GOBACK
024300     END-IF.
024400     EVALUATE TRUE
024500         WHEN WS-CKPT-STATUS = '23'
024600             DISPLAY 'FZBLOTUP-008W RUN ID ' AUD-RUN-ID
024700                 ' SKIPPED - NO CHECKPOINT RECORD, COMPLETION '
024800                 'CANNOT BE PROVEN'
024900             MOVE 'FZBLOTUP-008W' TO WS-EVT-MSG-ID
025000             MOVE 'RUN SKIPPED - NO CHECKPOINT RECORD'
025100                 TO WS-EVT-TEXT
025200             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
025300         WHEN CKPT-VOIDED
025400             DISPLAY 'FZBLOTUP-009W RUN ID ' AUD-RUN-ID
025500                 ' SKIPPED - RUN IS VOID, SUPERSEDED BY '
025600                 CKPT-SUPERSEDED-BY
025700             MOVE 'FZBLOTUP-009W' TO WS-EVT-MSG-ID
025800             MOVE 'RUN SKIPPED - RUN IS VOID' TO WS-EVT-TEXT
025900             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026000         WHEN NOT CKPT-RUN-COMPLETE
026100             DISPLAY 'FZBLOTUP-010W RUN ID ' AUD-RUN-ID
026200                 ' SKIPPED - RUN IS NOT COMPLETE'
026300             MOVE 'FZBLOTUP-010W' TO WS-EVT-MSG-ID
026400             MOVE 'RUN SKIPPED - RUN IS NOT COMPLETE'
026500                 TO WS-EVT-TEXT
026600             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026700         WHEN OTHER
026800             MOVE 'Y' TO WS-RUN-OK-SW
026900     END-EVALUATE.
027000     IF WS-RUN-OK
027100         ADD 1 TO W-RUN-COUNT
027200     ELSE
027300         ADD 1 TO W-SKIPPED-RUN-COUNT
027400     END-IF.
027500 2100-EXIT.
027600     EXIT.
027700*****************************************************************
027800* 2200-UPDATE-LOT - ADD THE LOT, OVERWRITE IT IN PLACE, OR SHIFT *
027900*                   ITS CURRENT DECISION TO PRIOR AND RECORD     *
028000*                   THE NEW ONE                                  *
028100*****************************************************************
028200 2200-UPDATE-LOT.
028300     MOVE 'Y' TO WS-LOT-FOUND-SW.
028400     MOVE AUD-NUMBER TO LOTM-NUMBER.
028500     READ LOTM-FILE
028600         INVALID KEY
028700             MOVE 'N' TO WS-LOT-FOUND-SW
028800     END-READ.
028900     IF WS-LOTM-STATUS NOT = '00' AND WS-LOTM-STATUS NOT = '23'
029000         DISPLAY 'FZBLOTUP-006E LOTM-FILE READ FAILED, STATUS '
029100             WS-LOTM-STATUS
029200         MOVE 'FZBLOTUP-006E' TO WS-EVT-MSG-ID
029300         MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
029400         MOVE 'LOTM-FILE READ FAILED' TO WS-EVT-TEXT
029500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
029600         MOVE 16 TO RETURN-CODE
029700         GOBACK
029800     END-IF.
029900     EVALUATE TRUE
030000         WHEN NOT WS-LOT-FOUND
030100             INITIALIZE FZB-LOTM-RECORD
030200             MOVE AUD-NUMBER TO LOTM-NUMBER
030300             ADD 1 TO W-ADDED-COUNT
030400         WHEN LOTM-RUN-ID = AUD-RUN-ID
030500             ADD 1 TO W-REFRESHED-COUNT
030600         WHEN OTHER
030700             MOVE LOTM-DECISION TO LOTM-PRIOR-DECISION
030800             MOVE LOTM-RUN-ID TO LOTM-PRIOR-RUN-ID
030900             MOVE LOTM-BUSINESS-DATE TO LOTM-PRIOR-BUSINESS-DATE
031000             IF LOTM-RECLASS-COUNT < 9999
031100                 ADD 1 TO LOTM-RECLASS-COUNT
031200             END-IF
031300             ADD 1 TO W-RECLASS-COUNT
031400     END-EVALUATE.
031500     MOVE AUD-DECISION TO LOTM-DECISION.
031600     MOVE AUD-RUN-ID TO LOTM-RUN-ID.
031700     MOVE AUD-DATE TO LOTM-BUSINESS-DATE.
031800     MOVE WS-STAMP-DATE TO LOTM-STAMP-DATE.
031900     MOVE WS-STAMP-TIME TO LOTM-STAMP-TIME.
032000     IF WS-LOT-FOUND
032100         REWRITE FZB-LOTM-RECORD
032200     ELSE
032300         WRITE FZB-LOTM-RECORD
032400     END-IF.
032500     IF WS-LOTM-STATUS NOT = '00'
032600         DISPLAY 'FZBLOTUP-007E LOTM-FILE WRITE FAILED, STATUS '
032700             WS-LOTM-STATUS
032800         MOVE 'FZBLOTUP-007E' TO WS-EVT-MSG-ID
032900         MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
033000         MOVE 'LOTM-FILE WRITE FAILED' TO WS-EVT-TEXT
033100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
033200         MOVE 16 TO RETURN-CODE
033300         GOBACK
033400     END-IF.
033500 2200-EXIT.
033600     EXIT.
033700*****************************************************************
033800* 8000-SUMMARY - DISPLAY THE UPDATE RUN'S TOTALS                 *
033900*****************************************************************
034000 8000-SUMMARY.
034100     MOVE W-AUD-COUNT TO WS-AUD-DISP.
034200     MOVE W-RUN-COUNT TO WS-RUN-DISP.
034300     MOVE W-SKIPPED-RUN-COUNT TO WS-SKIPPED-RUN-DISP.
034400     MOVE W-SKIPPED-REC-COUNT TO WS-SKIPPED-REC-DISP.
034500     MOVE W-ADDED-COUNT TO WS-ADDED-DISP.
034600     MOVE W-RECLASS-COUNT TO WS-RECLASS-DISP.
034700     MOVE W-REFRESHED-COUNT TO WS-REFRESHED-DISP.
034800     DISPLAY '===== FZBLOTUP RUN SUMMARY ====='.
034900     DISPLAY 'AUDIT RECORDS READ .... ' WS-AUD-DISP.
035000     DISPLAY 'RUNS APPLIED .......... ' WS-RUN-DISP.
035100     DISPLAY 'RUNS SKIPPED .......... ' WS-SKIPPED-RUN-DISP.
035200     DISPLAY 'RECORDS SKIPPED ....... ' WS-SKIPPED-REC-DISP.
035300     DISPLAY 'LOTS ADDED ............ ' WS-ADDED-DISP.
035400     DISPLAY 'LOTS RECLASSIFIED ..... ' WS-RECLASS-DISP.
035500     DISPLAY 'LOTS REFRESHED ........ ' WS-REFRESHED-DISP.
035600     DISPLAY '================================'.
035700 8000-EXIT.
035800     EXIT.
035900*****************************************************************
036000* 9000-TERMINATE - CLOSE FILES AND END THE RUN                  *
036100*****************************************************************
036200 9000-TERMINATE.
036300     CLOSE AUD-FILE.
036400     CLOSE CKPT-FILE.
036500     CLOSE LOTM-FILE.
036600 9000-EXIT.
036700     EXIT.
036800******************************************************************
036900* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
037000*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
037100*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
037200*                    DOESN'T INHERIT IT                          *
037300******************************************************************
037400 9500-WRITE-EVENT.
037500     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
037600         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
037700     MOVE SPACES TO WS-EVT-FILE-STATUS.
037800 9500-EXIT.
037900     EXIT.
