000100*****************************************************************
000200* FZBLBDMT                                                           *
000300*                                                                    *
000400* LABEL DICTIONARY MAINTENANCE.  READS A FILE OF ADD, CHANGE,        *
000500* RETIRE, AND REINSTATE TRANSACTIONS (LBDTFILE, FZBLBDT) AND         *
000600* APPLIES THEM TO THE LABEL DICTIONARY (LBLDICT, FZBLBLD) - THE      *
000700* LIST OF APPROVED LABELS, WITH THE LONG DESCRIPTION FZBPREED        *
000800* PRINTS AND THE ERP PRODUCT/CATEGORY CODE FZBXTR SENDS.             *
000900* FZBMAINT REFUSES A RULE, OVERRIDE, OR COMBINATION LABEL THAT       *
001000* IS NOT ON FILE HERE OR IS RETIRED.                                 *
001100*                                                                    *
001200* A LABEL IS NEVER DELETED - IT IS RETIRED, SO RUNS ALREADY          *
001300* CLASSIFIED UNDER IT STILL EXTRACT WITH THEIR ERP CODE.  A          *
001400* TRANSACTION THAT FAILS ITS EDIT IS LISTED WITH THE REASON          *
001500* AND LOGGED TO THE EVENT LOG; THE REST OF THE FILE IS STILL         *
001600* APPLIED.                                                           *
001700*                                                                    *
001800* RETURN CODE -                                                      *
001900*   00 - EVERY TRANSACTION APPLIED                                   *
002000*   04 - AT LEAST ONE TRANSACTION REJECTED                           *
002100*   16 - A FILE FAILED                                               *
002200*                                                                    *
002300* MODIFICATION HISTORY                                               *
002400*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. FZBLBDMT.
002800 AUTHOR. BOB.
002900 INSTALLATION. DATA PROCESSING.
003000 DATE-WRITTEN. 10/15/2026.
003100 DATE-COMPILED.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LBDT-FILE ASSIGN TO LBDTFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-LBDT-STATUS.
003800     SELECT LBLD-FILE ASSIGN TO LBLDICT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS LBLD-LABEL
004200         FILE STATUS IS WS-LBLD-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  LBDT-FILE
004600     RECORDING MODE IS F.
004700     COPY FZBLBDT.
004800 FD  LBLD-FILE.
004900     COPY FZBLBLD.
005000 WORKING-STORAGE SECTION.
005100*****************************************************************
005200* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
005300*****************************************************************
005400 77  WS-LBDT-STATUS           PIC X(02) VALUE SPACES.
005500 77  WS-LBLD-STATUS           PIC X(02) VALUE SPACES.
005600 77  WS-LBDT-EOF-SW           PIC X(01) VALUE 'N'.
005700     88  WS-LBDT-EOF              VALUE 'Y'.
005800 77  WS-TRAN-VALID-SW         PIC X(01) VALUE 'Y'.
005900     88  WS-TRAN-VALID            VALUE 'Y'.
006000 77  WS-REASON                PIC X(30) VALUE SPACES.
006100 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
006200 77  W-TRAN-COUNT             PIC 9(06) COMP VALUE 0.
006300 77  W-APPLIED-COUNT          PIC 9(06) COMP VALUE 0.
006400 77  W-REJECT-COUNT           PIC 9(06) COMP VALUE 0.
006500*****************************************************************
006600* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
006700*****************************************************************
006800 77  WS-TRAN-DISP             PIC 9(06) VALUE 0.
006900 77  WS-APPLIED-DISP          PIC 9(06) VALUE 0.
007000 77  WS-REJECT-DISP           PIC 9(06) VALUE 0.
007100******************************************************************
007200* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
007300*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
007400*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
007500*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
007600*                   THIS PROGRAM'S SYSOUT.                       *
007700******************************************************************
007800 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBLBDMT'.
007900 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
008000 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
008100 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
008200 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
008300 PROCEDURE DIVISION.
008400*****************************************************************
008500* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
008600*****************************************************************
008700 0000-MAIN-PROCEDURE.
008800     MOVE 'FZBLBDMT-900I' TO WS-EVT-MSG-ID.
008900     MOVE 'START OF RUN' TO WS-EVT-TEXT.
009000     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
009100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009200     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
009300         UNTIL WS-LBDT-EOF.
009400     PERFORM 8000-SUMMARY THRU 8000-EXIT.
009500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009600     IF W-REJECT-COUNT > 0
009700         MOVE 4 TO RETURN-CODE
009800     ELSE
009900         MOVE 0 TO RETURN-CODE
010000     END-IF.
010100     MOVE 'FZBLBDMT-901I' TO WS-EVT-MSG-ID.
010200     MOVE 'END OF RUN' TO WS-EVT-TEXT.
010300     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
010400     GOBACK.
010500*****************************************************************
010600* 1000-INITIALIZE - OPEN THE TRANSACTION FILE AND THE            *
010700*                   DICTIONARY (CREATING THE DICTIONARY ON ITS   *
010800*                   FIRST LOAD) AND READ THE FIRST TRANSACTION   *
010900*****************************************************************
011000 1000-INITIALIZE.
011100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011200     OPEN INPUT LBDT-FILE.
011300     IF WS-LBDT-STATUS NOT = '00'
011400         DISPLAY 'FZBLBDMT-001E LBDT-FILE OPEN FAILED, STATUS '
011500             WS-LBDT-STATUS
011600         MOVE 'FZBLBDMT-001E' TO WS-EVT-MSG-ID
011700         MOVE WS-LBDT-STATUS TO WS-EVT-FILE-STATUS
011800         MOVE 'LBDT-FILE OPEN FAILED' TO WS-EVT-TEXT
011900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
012000         MOVE 16 TO RETURN-CODE
012100         GOBACK
012200     END-IF.
012300     OPEN I-O LBLD-FILE.
012400     IF WS-LBLD-STATUS = '35'
012500         OPEN OUTPUT LBLD-FILE
012600         CLOSE LBLD-FILE
012700         OPEN I-O LBLD-FILE
012800     END-IF.
012900     IF WS-LBLD-STATUS NOT = '00'
013000         DISPLAY 'FZBLBDMT-002E LBLD-FILE OPEN FAILED, STATUS '
013100             WS-LBLD-STATUS
013200         MOVE 'FZBLBDMT-002E' TO WS-EVT-MSG-ID
013300         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
013400         MOVE 'LBLD-FILE OPEN FAILED' TO WS-EVT-TEXT
013500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
013600         MOVE 16 TO RETURN-CODE
013700         GOBACK
013800     END-IF.
013900     DISPLAY '===== FZBLBDMT LABEL DICTIONARY MAINTENANCE ====='.
014000     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
014100 1000-EXIT.
014200     EXIT.
014300*****************************************************************
014400* 1100-READ-TRAN - READ THE NEXT DICTIONARY TRANSACTION          *
014500*****************************************************************
014600 1100-READ-TRAN.
014700     READ LBDT-FILE
014800         AT END
014900             MOVE 'Y' TO WS-LBDT-EOF-SW
015000     END-READ.
015100     IF WS-LBDT-STATUS NOT = '00' AND WS-LBDT-STATUS NOT = '10'
015200         DISPLAY 'FZBLBDMT-003E LBDT-FILE READ FAILED, STATUS '
015300             WS-LBDT-STATUS
015400         MOVE 'FZBLBDMT-003E' TO WS-EVT-MSG-ID
015500         MOVE WS-LBDT-STATUS TO WS-EVT-FILE-STATUS
015600         MOVE 'LBDT-FILE READ FAILED' TO WS-EVT-TEXT
015700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015800         MOVE 16 TO RETURN-CODE
015900         GOBACK
016000     END-IF.
016100 1100-EXIT.
016200     EXIT.
016300*****************************************************************
016400* 2000-PROCESS-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION, LIST   *
016500*                         IT, AND READ THE NEXT                  *
016600*****************************************************************
016700 2000-PROCESS-ONE-TRAN.
016800     ADD 1 TO W-TRAN-COUNT.
016900     MOVE 'Y' TO WS-TRAN-VALID-SW.
017000     MOVE SPACES TO WS-REASON.
017100     IF LBDT-LABEL = SPACES
017200         MOVE 'LABEL BLANK' TO WS-REASON
017300         MOVE 'N' TO WS-TRAN-VALID-SW
017400         GO TO 2000-LIST
017500     END-IF.
017600     IF LBDT-USER-ID = SPACES
017700         MOVE 'USER ID MISSING' TO WS-REASON
017800         MOVE 'N' TO WS-TRAN-VALID-SW
017900         GO TO 2000-LIST
018000     END-IF.
018100     MOVE LBDT-LABEL TO LBLD-LABEL.
018200     READ LBLD-FILE
018300         INVALID KEY
018400             CONTINUE
018500     END-READ.
018600     IF WS-LBLD-STATUS NOT = '00' AND WS-LBLD-STATUS NOT = '23'
018700         DISPLAY 'FZBLBDMT-004E LBLD-FILE READ FAILED, STATUS '
018800             WS-LBLD-STATUS
018900         MOVE 'FZBLBDMT-004E' TO WS-EVT-MSG-ID
019000         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
019100         MOVE 'LBLD-FILE READ FAILED' TO WS-EVT-TEXT
019200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
019300         MOVE 16 TO RETURN-CODE
019400         GOBACK
019500     END-IF.
019600     EVALUATE TRUE
019700         WHEN LBDT-ADD
019800             PERFORM 2100-ADD-LABEL THRU 2100-EXIT
019900         WHEN LBDT-CHANGE
020000             PERFORM 2200-CHANGE-LABEL THRU 2200-EXIT
020100         WHEN LBDT-RETIRE
020200             PERFORM 2300-RETIRE-LABEL THRU 2300-EXIT
020300         WHEN LBDT-REINSTATE
020400             PERFORM 2400-REINSTATE-LABEL THRU 2400-EXIT
020500         WHEN OTHER
020600             MOVE 'ACTION NOT A, C, R, OR E' TO WS-REASON
020700             MOVE 'N' TO WS-TRAN-VALID-SW
020800     END-EVALUATE.
020900 2000-LIST.
021000     IF WS-TRAN-VALID
021100         ADD 1 TO W-APPLIED-COUNT
021200         DISPLAY LBDT-ACTION ' ' LBDT-LABEL '  APPLIED    '
021300             LBLD-ERP-CODE ' ' LBLD-DESCRIPTION
021400     ELSE
021500         ADD 1 TO W-REJECT-COUNT
021600         DISPLAY LBDT-ACTION ' ' LBDT-LABEL '  REJECTED   '
021700             WS-REASON
021800         MOVE 'FZBLBDMT-005W' TO WS-EVT-MSG-ID
021900         MOVE SPACES TO WS-EVT-TEXT
022000         STRING LBDT-LABEL ' ' WS-REASON DELIMITED BY SIZE
022100             INTO WS-EVT-TEXT
022200         END-STRING
022300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
022400     END-IF.
022500     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
022600 2000-EXIT.
022700     EXIT.
022800*****************************************************************
022900* 2100-ADD-LABEL - ADD A NEW ACTIVE LABEL                        *
023000*****************************************************************
023100 2100-ADD-LABEL.
023200     IF WS-LBLD-STATUS = '00'
023300         MOVE 'LABEL ALREADY ON FILE' TO WS-REASON
023400         MOVE 'N' TO WS-TRAN-VALID-SW
023500         GO TO 2100-EXIT
023600     END-IF.
023700     IF LBDT-DESCRIPTION = SPACES OR LBDT-ERP-CODE = SPACES
023800         MOVE 'DESCRIPTION OR ERP CODE BLANK' TO WS-REASON
023900         MOVE 'N' TO WS-TRAN-VALID-SW
024000         GO TO 2100-EXIT
024100     END-IF.
024200     MOVE SPACES TO FZB-LBLD-RECORD.
024300     MOVE LBDT-LABEL TO LBLD-LABEL.
024400     MOVE LBDT-DESCRIPTION TO LBLD-DESCRIPTION.
024500     MOVE LBDT-ERP-CODE TO LBLD-ERP-CODE.
024600     MOVE 'A' TO LBLD-STATUS.
024700     MOVE WS-RUN-DATE TO LBLD-ADDED-DATE.
024800     MOVE WS-RUN-DATE TO LBLD-CHANGED-DATE.
024900     MOVE LBDT-USER-ID TO LBLD-CHANGED-BY.
025000     MOVE 0 TO LBLD-RETIRED-DATE.
025100     WRITE FZB-LBLD-RECORD
025200         INVALID KEY
025300             CONTINUE
025400     END-WRITE.
025500     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
025600 2100-EXIT.
025700     EXIT.
025800*****************************************************************
025900* 2200-CHANGE-LABEL - CHANGE A LABEL'S DESCRIPTION AND/OR ERP    *
026000*                     CODE.  A RETIRED LABEL MAY BE CHANGED, SO  *
026100*                     ITS OLD RUNS EXTRACT WITH A CORRECTED CODE *
026200*****************************************************************
026300 2200-CHANGE-LABEL.
026400     IF WS-LBLD-STATUS = '23'
026500         MOVE 'LABEL NOT ON FILE' TO WS-REASON
026600         MOVE 'N' TO WS-TRAN-VALID-SW
026700         GO TO 2200-EXIT
026800     END-IF.
026900     IF LBDT-DESCRIPTION = SPACES AND LBDT-ERP-CODE = SPACES
027000         MOVE 'NOTHING TO CHANGE' TO WS-REASON
027100         MOVE 'N' TO WS-TRAN-VALID-SW
027200         GO TO 2200-EXIT
027300     END-IF.
027400     IF LBDT-DESCRIPTION NOT = SPACES
027500         MOVE LBDT-DESCRIPTION TO LBLD-DESCRIPTION
027600     END-IF.
027700     IF LBDT-ERP-CODE NOT = SPACES
027800         MOVE LBDT-ERP-CODE TO LBLD-ERP-CODE
027900     END-IF.
028000     PERFORM 2800-REWRITE-LABEL THRU 2800-EXIT.
028100 2200-EXIT.
028200     EXIT.
028300*****************************************************************
028400* 2300-RETIRE-LABEL - RETIRE AN ACTIVE LABEL                     *
028500*****************************************************************
028600 2300-RETIRE-LABEL.
028700     IF WS-LBLD-STATUS = '23'
028800         MOVE 'LABEL NOT ON FILE' TO WS-REASON
028900         MOVE 'N' TO WS-TRAN-VALID-SW
029000         GO TO 2300-EXIT
029100     END-IF.
029200     IF LBLD-RETIRED
029300         MOVE 'LABEL ALREADY RETIRED' TO WS-REASON
029400         MOVE 'N' TO WS-TRAN-VALID-SW
029500         GO TO 2300-EXIT
029600     END-IF.
029700     MOVE 'R' TO LBLD-STATUS.
029800     MOVE WS-RUN-DATE TO LBLD-RETIRED-DATE.
029900     PERFORM 2800-REWRITE-LABEL THRU 2800-EXIT.
030000 2300-EXIT.
030100     EXIT.
030200*****************************************************************
030300* 2400-REINSTATE-LABEL - RETURN A RETIRED LABEL TO ACTIVE USE    *
030400*****************************************************************
030500 2400-REINSTATE-LABEL.
030600     IF WS-LBLD-STATUS = '23'
030700         MOVE 'LABEL NOT ON FILE' TO WS-REASON
030800         MOVE 'N' TO WS-TRAN-VALID-SW
030900         GO TO 2400-EXIT
031000     END-IF.
031100     IF LBLD-ACTIVE
031200         MOVE 'LABEL ALREADY ACTIVE' TO WS-REASON
031300         MOVE 'N' TO WS-TRAN-VALID-SW
031400         GO TO 2400-EXIT
031500     END-IF.
031600     MOVE 'A' TO LBLD-STATUS.
031700     MOVE 0 TO LBLD-RETIRED-DATE.
031800     PERFORM 2800-REWRITE-LABEL THRU 2800-EXIT.
031900 2400-EXIT.
032000     EXIT.
032100*****************************************************************
032200* 2800-REWRITE-LABEL - STAMP WHO CHANGED THE ENTRY AND WHEN, AND *
032300*                      REWRITE IT                                *
032400*****************************************************************
032500 2800-REWRITE-LABEL.
032600     MOVE WS-RUN-DATE TO LBLD-CHANGED-DATE.
032700     MOVE LBDT-USER-ID TO LBLD-CHANGED-BY.
032800     REWRITE FZB-LBLD-RECORD
032900         INVALID KEY
033000             CONTINUE
033100     END-REWRITE.
033200     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
033300 2800-EXIT.
033400     EXIT.
033500*****************************************************************
033600* 2900-CHECK-WRITE - STOP THE RUN ON A FAILED DICTIONARY WRITE   *
033700*****************************************************************
033800 2900-CHECK-WRITE.
033900     IF WS-LBLD-STATUS NOT = '00'
034000         DISPLAY 'FZBLBDMT-006E LBLD-FILE WRITE FAILED, STATUS '
034100             WS-LBLD-STATUS
034200         MOVE 'FZBLBDMT-006E' TO WS-EVT-MSG-ID
034300         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
034400         MOVE 'LBLD-FILE WRITE FAILED' TO WS-EVT-TEXT
034500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034600         MOVE 16 TO RETURN-CODE
034700         GOBACK
034800     END-IF.
034900 2900-EXIT.
035000     EXIT.
035100*****************************************************************
035200* 8000-SUMMARY - DISPLAY THE MAINTENANCE RUN'S TOTALS            *
035300*****************************************************************
035400 8000-SUMMARY.
035500     MOVE W-TRAN-COUNT TO WS-TRAN-DISP.
035600     MOVE W-APPLIED-COUNT TO WS-APPLIED-DISP.
035700     MOVE W-REJECT-COUNT TO WS-REJECT-DISP.
035800     DISPLAY '----- FZBLBDMT RUN SUMMARY -----'.
035900     DISPLAY 'TRANSACTIONS READ ..... ' WS-TRAN-DISP.
036000     DISPLAY 'TRANSACTIONS APPLIED .. ' WS-APPLIED-DISP.
036100     DISPLAY 'TRANSACTIONS REJECTED . ' WS-REJECT-DISP.
036200     DISPLAY '================================'.
036300 8000-EXIT.
036400     EXIT.
036500*****************************************************************
036600* 9000-TERMINATE - CLOSE THE FILES                               *
036700*****************************************************************
036800 9000-TERMINATE.
036900     CLOSE LBDT-FILE.
037000     CLOSE LBLD-FILE.
037100 9000-EXIT.
037200     EXIT.
037300*****************************************************************
037400* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
037500*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
037600*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
037700*                    DOESN'T INHERIT IT                          *
037800*****************************************************************
037900 9500-WRITE-EVENT.
038000     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
038100         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
038200     MOVE SPACES TO WS-EVT-FILE-STATUS.
038300 9500-EXIT.
038400     EXIT.
