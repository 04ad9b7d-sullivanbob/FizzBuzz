000100*****************************************************************
000200* FZBPRFMT                                                           *
000300*                                                                    *
000400* RULE PROFILE MAINTENANCE.  READS A FILE OF ADD, RECAPTURE,         *
000500* CHANGE, RETIRE, AND REINSTATE TRANSACTIONS (PRFTFILE, FZBPRFT)     *
000600* AND APPLIES THEM TO THE RULE PROFILE LIBRARY (PROFLIB, FZBPROF)    *
000700* - ONE NAMED PROFILE PER PRODUCT FAMILY, HOLDING THE RULE,          *
000800* OVERRIDE, AND COMBINATION SET FZBLRBLD BUILDS THAT FAMILY'S        *
000900* CONTROL RECORDS FROM.                                              *
001000*                                                                    *
001100* A PROFILE'S RULE SET IS NEVER KEYED HERE.  AN ADD OR RECAPTURE     *
001200* COPIES IT FROM THE CONTROL RECORD ON CTLFILE NAMED BY THE          *
001300* TRANSACTION'S RUN ID, SO EVERY RULE SET IN THE LIBRARY HAS         *
001400* ALREADY BEEN THROUGH FZBMAINT'S DUAL CONTROL, LABEL, AND ROLE      *
001500* EDITS.  TO CHANGE A FAMILY'S RULES, MAINTAIN ONE OF ITS LOTS       *
001600* THROUGH FZBMAINT AS USUAL AND RECAPTURE FROM IT.                   *
001610*                                                                    *
001620* EVERY TRANSACTION'S USER ID MUST HOLD THE SUBMITTER ROLE ON THE    *
001630* USER AUTHORIZATION MASTER (USRMAST, CHECKED THROUGH FZBAUTH)       *
001640* TODAY.  A REFUSAL REJECTS THE TRANSACTION AND IS LOGGED TO THE     *
001650* EVENT LOG FOR SECURITY REVIEW.                                     *
001700*                                                                    *
001800* A PROFILE IS NEVER DELETED - IT IS RETIRED.  A TRANSACTION         *
001900* THAT FAILS ITS EDIT IS LISTED WITH THE REASON AND LOGGED TO THE    *
002000* EVENT LOG; THE REST OF THE FILE IS STILL APPLIED.                  *
002100*                                                                    *
002200* RETURN CODE -                                                      *
002300*   00 - EVERY TRANSACTION APPLIED                                   *
002400*   04 - AT LEAST ONE TRANSACTION REJECTED                           *
002500*   16 - A FILE FAILED, OR THE USER MASTER IS UNAVAILABLE            *
002600*                                                                    *
002700* MODIFICATION HISTORY                                               *
002800*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. FZBPRFMT.
003200 AUTHOR. BOB.
003300 INSTALLATION. DATA PROCESSING.
003400 DATE-WRITTEN. 10/15/2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT PRFT-FILE ASSIGN TO PRFTFILE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-PRFT-STATUS.
004200     SELECT PROF-FILE ASSIGN TO PROFLIB
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PROF-FAMILY
004600         FILE STATUS IS WS-PROF-STATUS.
004700     SELECT CTL-FILE ASSIGN TO CTLFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-CTL-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  PRFT-FILE
005300     RECORDING MODE IS F.
005400     COPY FZBPRFT.
005500 FD  PROF-FILE.
005600     COPY FZBPROF.
005700 FD  CTL-FILE
005800     RECORDING MODE IS F.
005900     COPY FZBCTL.
006000 WORKING-STORAGE SECTION.
006100*****************************************************************
006200* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
006300*****************************************************************
006400 77  WS-PRFT-STATUS           PIC X(02) VALUE SPACES.
006500 77  WS-PROF-STATUS           PIC X(02) VALUE SPACES.
006600 77  WS-CTL-STATUS            PIC X(02) VALUE SPACES.
006700 77  WS-PRFT-EOF-SW           PIC X(01) VALUE 'N'.
006800     88  WS-PRFT-EOF              VALUE 'Y'.
006900 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
007000     88  WS-CTL-EOF               VALUE 'Y'.
007100 77  WS-CTL-FOUND-SW          PIC X(01) VALUE 'N'.
007200     88  WS-CTL-FOUND             VALUE 'Y'.
007300 77  WS-TRAN-VALID-SW         PIC X(01) VALUE 'Y'.
007400     88  WS-TRAN-VALID            VALUE 'Y'.
007500 77  WS-REASON                PIC X(30) VALUE SPACES.
007600 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
007700 77  W-NEW-LOW-LOT            PIC 9(06) VALUE 0.
007800 77  W-NEW-HIGH-LOT           PIC 9(06) VALUE 0.
007900 77  W-TRAN-COUNT             PIC 9(06) COMP VALUE 0.
008000 77  W-APPLIED-COUNT          PIC 9(06) COMP VALUE 0.
008100 77  W-REJECT-COUNT           PIC 9(06) COMP VALUE 0.
008200*****************************************************************
008300* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
008400*****************************************************************
008500 77  WS-TRAN-DISP             PIC 9(06) VALUE 0.
008600 77  WS-APPLIED-DISP          PIC 9(06) VALUE 0.
008700 77  WS-REJECT-DISP           PIC 9(06) VALUE 0.
008800******************************************************************
008900* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
009000*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
009100*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
009200*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
009300*                   THIS PROGRAM'S SYSOUT.                       *
009400******************************************************************
009500 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBPRFMT'.
009600 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
009700 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
009800 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
009900 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
009910*****************************************************************
009920* WORKING STORAGE - SUBMITTER ROLE CHECK STAGING FOR FZBAUTH     *
009930*****************************************************************
009940 77  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
009950 77  WS-AUTH-ROLE             PIC X(01) VALUE 'S'.
009960 77  WS-AUTH-RESULT           PIC X(01) VALUE SPACES.
009970     88  WS-AUTH-GRANTED          VALUE 'Y'.
009975     88  WS-AUTH-MASTER-DOWN      VALUE 'E'.
009980 77  WS-AUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
009990 77  WS-AUTH-REASON           PIC X(30) VALUE SPACES.
010000 PROCEDURE DIVISION.
010100*****************************************************************
010200* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
010300*****************************************************************
010400 0000-MAIN-PROCEDURE.
010500     MOVE 'FZBPRFMT-900I' TO WS-EVT-MSG-ID.
010600     MOVE 'START OF RUN' TO WS-EVT-TEXT.
010700     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
010800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010900     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
011000         UNTIL WS-PRFT-EOF.
011100     PERFORM 8000-SUMMARY THRU 8000-EXIT.
011200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011300     IF W-REJECT-COUNT > 0
011400         MOVE 4 TO RETURN-CODE
011500     ELSE
011600         MOVE 0 TO RETURN-CODE
011700     END-IF.
011800     MOVE 'FZBPRFMT-901I' TO WS-EVT-MSG-ID.
011900     MOVE 'END OF RUN' TO WS-EVT-TEXT.
012000     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
012100     GOBACK.
012200*****************************************************************
012300* 1000-INITIALIZE - OPEN THE TRANSACTION FILE AND THE LIBRARY    *
012400*                   (CREATING THE LIBRARY ON ITS FIRST LOAD) AND *
012500*                   READ THE FIRST TRANSACTION                   *
012600*****************************************************************
012700 1000-INITIALIZE.
012800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
012900     OPEN INPUT PRFT-FILE.
013000     IF WS-PRFT-STATUS NOT = '00'
013100         DISPLAY 'FZBPRFMT-001E PRFT-FILE OPEN FAILED, STATUS '
013200             WS-PRFT-STATUS
013300         MOVE 'FZBPRFMT-001E' TO WS-EVT-MSG-ID
013400         MOVE WS-PRFT-STATUS TO WS-EVT-FILE-STATUS
013500         MOVE 'PRFT-FILE OPEN FAILED' TO WS-EVT-TEXT
013600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
013700         MOVE 16 TO RETURN-CODE
013800         GOBACK
013900     END-IF.
014000     OPEN I-O PROF-FILE.
014100     IF WS-PROF-STATUS = '35'
014200         OPEN OUTPUT PROF-FILE
014300         CLOSE PROF-FILE
014400         OPEN I-O PROF-FILE
014500     END-IF.
014600     IF WS-PROF-STATUS NOT = '00'
014700         DISPLAY 'FZBPRFMT-002E PROF-FILE OPEN FAILED, STATUS '
014800             WS-PROF-STATUS
014900         MOVE 'FZBPRFMT-002E' TO WS-EVT-MSG-ID
015000         MOVE WS-PROF-STATUS TO WS-EVT-FILE-STATUS
015100         MOVE 'PROF-FILE OPEN FAILED' TO WS-EVT-TEXT
015200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015300         MOVE 16 TO RETURN-CODE
015400         GOBACK
015500     END-IF.
015600     DISPLAY '===== FZBPRFMT RULE PROFILE MAINTENANCE ====='.
015700     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
015800 1000-EXIT.
015900     EXIT.
016000*****************************************************************
016100* 1100-READ-TRAN - READ THE NEXT PROFILE TRANSACTION             *
016200*****************************************************************
016300 1100-READ-TRAN.
016400     READ PRFT-FILE
016500         AT END
016600             MOVE 'Y' TO WS-PRFT-EOF-SW
016700     END-READ.
016800     IF WS-PRFT-STATUS NOT = '00' AND WS-PRFT-STATUS NOT = '10'
016900         DISPLAY 'FZBPRFMT-003E PRFT-FILE READ FAILED, STATUS '
017000             WS-PRFT-STATUS
017100         MOVE 'FZBPRFMT-003E' TO WS-EVT-MSG-ID
017200         MOVE WS-PRFT-STATUS TO WS-EVT-FILE-STATUS
017300         MOVE 'PRFT-FILE READ FAILED' TO WS-EVT-TEXT
017400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
017500         MOVE 16 TO RETURN-CODE
017600         GOBACK
017700     END-IF.
017800 1100-EXIT.
017900     EXIT.
018000*****************************************************************
018100* 2000-PROCESS-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION, LIST   *
018200*                         IT, AND READ THE NEXT                  *
018300*****************************************************************
018400 2000-PROCESS-ONE-TRAN.
018500     ADD 1 TO W-TRAN-COUNT.
018600     MOVE 'Y' TO WS-TRAN-VALID-SW.
018700     MOVE SPACES TO WS-REASON.
018800     IF PRFT-FAMILY = SPACES
018900         MOVE 'FAMILY BLANK' TO WS-REASON
019000         MOVE 'N' TO WS-TRAN-VALID-SW
019100         GO TO 2000-LIST
019200     END-IF.
019300     IF PRFT-USER-ID = SPACES
019400         MOVE 'USER ID MISSING' TO WS-REASON
019500         MOVE 'N' TO WS-TRAN-VALID-SW
019600         GO TO 2000-LIST
019700     END-IF.
019710     PERFORM 2050-CHECK-USER-ROLE THRU 2050-EXIT.
019720     IF NOT WS-TRAN-VALID
019730         GO TO 2000-LIST
019740     END-IF.
019800     MOVE PRFT-FAMILY TO PROF-FAMILY.
019900     READ PROF-FILE
020000         INVALID KEY
020100             CONTINUE
020200     END-READ.
020300     IF WS-PROF-STATUS NOT = '00' AND WS-PROF-STATUS NOT = '23'
020400         DISPLAY 'FZBPRFMT-004E PROF-FILE READ FAILED, STATUS '
020500             WS-PROF-STATUS
020600         MOVE 'FZBPRFMT-004E' TO WS-EVT-MSG-ID
020700         MOVE WS-PROF-STATUS TO WS-EVT-FILE-STATUS
020800         MOVE 'PROF-FILE READ FAILED' TO WS-EVT-TEXT
020900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK
021200     END-IF.
021300     EVALUATE TRUE
021400         WHEN PRFT-ADD
021500             PERFORM 2100-ADD-PROFILE THRU 2100-EXIT
021600         WHEN PRFT-RECAPTURE
021700             PERFORM 2200-RECAPTURE-PROFILE THRU 2200-EXIT
021800         WHEN PRFT-CHANGE
021900             PERFORM 2300-CHANGE-PROFILE THRU 2300-EXIT
022000         WHEN PRFT-RETIRE
022100             PERFORM 2400-RETIRE-PROFILE THRU 2400-EXIT
022200         WHEN PRFT-REINSTATE
022300             PERFORM 2500-REINSTATE-PROFILE THRU 2500-EXIT
022400         WHEN OTHER
022500             MOVE 'ACTION NOT A, U, C, R, OR E' TO WS-REASON
022600             MOVE 'N' TO WS-TRAN-VALID-SW
022700     END-EVALUATE.
022800 2000-LIST.
022900     IF WS-TRAN-VALID
023000         ADD 1 TO W-APPLIED-COUNT
023100         DISPLAY PRFT-ACTION ' ' PRFT-FAMILY '  APPLIED    '
023200             PROF-LOW-LOT '-' PROF-HIGH-LOT ' FROM '
023300             PROF-SOURCE-RUN-ID ' ' PROF-DESCRIPTION
023400     ELSE
023500         ADD 1 TO W-REJECT-COUNT
023600         DISPLAY PRFT-ACTION ' ' PRFT-FAMILY '  REJECTED   '
023700             WS-REASON
023800         MOVE 'FZBPRFMT-005W' TO WS-EVT-MSG-ID
023900         MOVE SPACES TO WS-EVT-TEXT
024000         STRING PRFT-FAMILY ' ' WS-REASON DELIMITED BY SIZE
024100             INTO WS-EVT-TEXT
024200         END-STRING
024300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024400     END-IF.
024500     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
024600 2000-EXIT.
024700     EXIT.
024702*****************************************************************
024704* 2050-CHECK-USER-ROLE - ASK FZBAUTH WHETHER THE TRANSACTION'S   *
024706*                        USER ID HOLDS THE SUBMITTER ROLE TODAY. *
024708*                        A REFUSAL INVALIDATES THE TRANSACTION   *
024710*                        AND IS LOGGED FOR SECURITY REVIEW; AN   *
024712*                        UNREADABLE MASTER STOPS THE RUN         *
024714*****************************************************************
024716 2050-CHECK-USER-ROLE.
024718     MOVE PRFT-USER-ID TO WS-AUTH-USER-ID.
024720     CALL 'FZBAUTH' USING WS-AUTH-USER-ID WS-AUTH-ROLE
024722         WS-AUTH-RESULT WS-AUTH-FILE-STATUS WS-AUTH-REASON.
024724     IF WS-AUTH-GRANTED
024726         GO TO 2050-EXIT
024728     END-IF.
024730     IF WS-AUTH-MASTER-DOWN
024732         DISPLAY 'FZBPRFMT-010E USER MASTER UNAVAILABLE, STATUS '
024734             WS-AUTH-FILE-STATUS
024736         MOVE 'FZBPRFMT-010E' TO WS-EVT-MSG-ID
024738         MOVE WS-AUTH-FILE-STATUS TO WS-EVT-FILE-STATUS
024740         MOVE 'USER MASTER UNAVAILABLE' TO WS-EVT-TEXT
024742         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024744         MOVE 16 TO RETURN-CODE
024746         GOBACK
024748     END-IF.
024750     MOVE SPACES TO WS-REASON.
024752     STRING 'SUBMITTER ' WS-AUTH-REASON DELIMITED BY SIZE
024754         INTO WS-REASON
024756     END-STRING.
024758     MOVE 'N' TO WS-TRAN-VALID-SW.
024760     DISPLAY 'FZBPRFMT-009W SUBMITTER ' WS-AUTH-USER-ID
024762         ' REFUSED - ' WS-AUTH-REASON.
024764     MOVE 'FZBPRFMT-009W' TO WS-EVT-MSG-ID.
024766     MOVE SPACES TO WS-EVT-TEXT.
024768     STRING WS-AUTH-USER-ID ' ' WS-AUTH-ROLE ' ' WS-AUTH-REASON
024770         DELIMITED BY SIZE
024772         INTO WS-EVT-TEXT
024774     END-STRING.
024776     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
024778 2050-EXIT.
024780     EXIT.
024800*****************************************************************
024900* 2100-ADD-PROFILE - ADD A NEW ACTIVE FAMILY, CAPTURING ITS RULE *
025000*                    SET FROM THE NAMED CONTROL RECORD           *
025100*****************************************************************
025200 2100-ADD-PROFILE.
025300     IF WS-PROF-STATUS = '00'
025400         MOVE 'FAMILY ALREADY ON FILE' TO WS-REASON
025500         MOVE 'N' TO WS-TRAN-VALID-SW
025600         GO TO 2100-EXIT
025700     END-IF.
025800     IF PRFT-DESCRIPTION = SPACES
025900         MOVE 'DESCRIPTION BLANK' TO WS-REASON
026000         MOVE 'N' TO WS-TRAN-VALID-SW
026100         GO TO 2100-EXIT
026200     END-IF.
026300     IF PRFT-LOW-LOT NOT NUMERIC OR PRFT-HIGH-LOT NOT NUMERIC
026400         MOVE 'LOT BLOCK NOT NUMERIC' TO WS-REASON
026500         MOVE 'N' TO WS-TRAN-VALID-SW
026600         GO TO 2100-EXIT
026700     END-IF.
026800     IF PRFT-HIGH-LOT-N < PRFT-LOW-LOT-N
026900         MOVE 'LOT BLOCK ENDS BEFORE IT STARTS' TO WS-REASON
027000         MOVE 'N' TO WS-TRAN-VALID-SW
027100         GO TO 2100-EXIT
027200     END-IF.
027300     PERFORM 2700-FIND-CONTROL THRU 2700-EXIT.
027400     IF NOT WS-TRAN-VALID
027500         GO TO 2100-EXIT
027600     END-IF.
027700     MOVE SPACES TO FZB-PROF-RECORD.
027800     MOVE PRFT-FAMILY TO PROF-FAMILY.
027900     MOVE PRFT-DESCRIPTION TO PROF-DESCRIPTION.
028000     MOVE 'A' TO PROF-STATUS.
028100     MOVE PRFT-LOW-LOT-N TO PROF-LOW-LOT.
028200     MOVE PRFT-HIGH-LOT-N TO PROF-HIGH-LOT.
028300     MOVE CTL-RUN-ID TO PROF-SOURCE-RUN-ID.
028400     MOVE WS-RUN-DATE TO PROF-CAPTURE-DATE.
028500     MOVE FZB-CTL-RECORD TO PROF-RULE-SET.
028600     MOVE WS-RUN-DATE TO PROF-ADDED-DATE.
028700     MOVE WS-RUN-DATE TO PROF-CHANGED-DATE.
028800     MOVE PRFT-USER-ID TO PROF-CHANGED-BY.
028900     WRITE FZB-PROF-RECORD
029000         INVALID KEY
029100             CONTINUE
029200     END-WRITE.
029300     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
029400 2100-EXIT.
029500     EXIT.
029600*****************************************************************
029700* 2200-RECAPTURE-PROFILE - REPLACE A FAMILY'S RULE SET WITH THE  *
029800*                          NAMED CONTROL RECORD'S.  A RETIRED    *
029900*                          FAMILY MUST BE REINSTATED FIRST       *
030000*****************************************************************
030100 2200-RECAPTURE-PROFILE.
030200     IF WS-PROF-STATUS = '23'
030300         MOVE 'FAMILY NOT ON FILE' TO WS-REASON
030400         MOVE 'N' TO WS-TRAN-VALID-SW
030500         GO TO 2200-EXIT
030600     END-IF.
030700     IF PROF-RETIRED
030800         MOVE 'FAMILY IS RETIRED' TO WS-REASON
030900         MOVE 'N' TO WS-TRAN-VALID-SW
031000         GO TO 2200-EXIT
031100     END-IF.
031200     PERFORM 2700-FIND-CONTROL THRU 2700-EXIT.
031300     IF NOT WS-TRAN-VALID
031400         GO TO 2200-EXIT
031500     END-IF.
031600     MOVE CTL-RUN-ID TO PROF-SOURCE-RUN-ID.
031700     MOVE WS-RUN-DATE TO PROF-CAPTURE-DATE.
031800     MOVE FZB-CTL-RECORD TO PROF-RULE-SET.
031900     PERFORM 2800-REWRITE-PROFILE THRU 2800-EXIT.
032000 2200-EXIT.
032100     EXIT.
032200*****************************************************************
032300* 2300-CHANGE-PROFILE - CHANGE A FAMILY'S DESCRIPTION AND/OR     *
032400*                       LOT BLOCK                                *
032500*****************************************************************
032600 2300-CHANGE-PROFILE.
032700     IF WS-PROF-STATUS = '23'
032800         MOVE 'FAMILY NOT ON FILE' TO WS-REASON
032900         MOVE 'N' TO WS-TRAN-VALID-SW
033000         GO TO 2300-EXIT
033100     END-IF.
033200     IF PRFT-DESCRIPTION = SPACES AND PRFT-LOW-LOT = SPACES
033300             AND PRFT-HIGH-LOT = SPACES
033400         MOVE 'NOTHING TO CHANGE' TO WS-REASON
033500         MOVE 'N' TO WS-TRAN-VALID-SW
033600         GO TO 2300-EXIT
033700     END-IF.
033800     MOVE PROF-LOW-LOT TO W-NEW-LOW-LOT.
033900     MOVE PROF-HIGH-LOT TO W-NEW-HIGH-LOT.
034000     IF PRFT-LOW-LOT NOT = SPACES
034100         IF PRFT-LOW-LOT NOT NUMERIC
034200             MOVE 'LOT BLOCK NOT NUMERIC' TO WS-REASON
034300             MOVE 'N' TO WS-TRAN-VALID-SW
034400             GO TO 2300-EXIT
034500         END-IF
034600         MOVE PRFT-LOW-LOT-N TO W-NEW-LOW-LOT
034700     END-IF.
034800     IF PRFT-HIGH-LOT NOT = SPACES
034900         IF PRFT-HIGH-LOT NOT NUMERIC
035000             MOVE 'LOT BLOCK NOT NUMERIC' TO WS-REASON
035100             MOVE 'N' TO WS-TRAN-VALID-SW
035200             GO TO 2300-EXIT
035300         END-IF
035400         MOVE PRFT-HIGH-LOT-N TO W-NEW-HIGH-LOT
035500     END-IF.
035600     IF W-NEW-HIGH-LOT < W-NEW-LOW-LOT
035700         MOVE 'LOT BLOCK ENDS BEFORE IT STARTS' TO WS-REASON
035800         MOVE 'N' TO WS-TRAN-VALID-SW
035900         GO TO 2300-EXIT
036000     END-IF.
036100     IF PRFT-DESCRIPTION NOT = SPACES
036200         MOVE PRFT-DESCRIPTION TO PROF-DESCRIPTION
036300     END-IF.
036400     MOVE W-NEW-LOW-LOT TO PROF-LOW-LOT.
036500     MOVE W-NEW-HIGH-LOT TO PROF-HIGH-LOT.
036600     PERFORM 2800-REWRITE-PROFILE THRU 2800-EXIT.
036700 2300-EXIT.
036800     EXIT.
036900*****************************************************************
037000* 2400-RETIRE-PROFILE - RETIRE AN ACTIVE FAMILY                  *
037100*****************************************************************
037200 2400-RETIRE-PROFILE.
037300     IF WS-PROF-STATUS = '23'
037400         MOVE 'FAMILY NOT ON FILE' TO WS-REASON
037500         MOVE 'N' TO WS-TRAN-VALID-SW
037600         GO TO 2400-EXIT
037700     END-IF.
037800     IF PROF-RETIRED
037900         MOVE 'FAMILY ALREADY RETIRED' TO WS-REASON
038000         MOVE 'N' TO WS-TRAN-VALID-SW
038100         GO TO 2400-EXIT
038200     END-IF.
038300     MOVE 'R' TO PROF-STATUS.
038400     PERFORM 2800-REWRITE-PROFILE THRU 2800-EXIT.
038500 2400-EXIT.
038600     EXIT.
038700*****************************************************************
038800* 2500-REINSTATE-PROFILE - RETURN A RETIRED FAMILY TO USE        *
038900*****************************************************************
039000 2500-REINSTATE-PROFILE.
039100     IF WS-PROF-STATUS = '23'
039200         MOVE 'FAMILY NOT ON FILE' TO WS-REASON
039300         MOVE 'N' TO WS-TRAN-VALID-SW
039400         GO TO 2500-EXIT
039500     END-IF.
039600     IF PROF-ACTIVE
039700         MOVE 'FAMILY ALREADY ACTIVE' TO WS-REASON
039800         MOVE 'N' TO WS-TRAN-VALID-SW
039900         GO TO 2500-EXIT
040000     END-IF.
040100     MOVE 'A' TO PROF-STATUS.
040200     PERFORM 2800-REWRITE-PROFILE THRU 2800-EXIT.
040300 2500-EXIT.
040400     EXIT.
040500*****************************************************************
040600* 2700-FIND-CONTROL - READ CTLFILE FROM THE TOP FOR THE CONTROL  *
040700*                     RECORD NAMED BY THE TRANSACTION'S RUN ID.  *
040800*                     THE TRANSACTION IS REJECTED IF THERE IS    *
040900*                     NONE OR IT HAS NO RULES TO CAPTURE         *
041000*****************************************************************
041100 2700-FIND-CONTROL.
041200     IF PRFT-RUN-ID = SPACES
041300         MOVE 'RUN ID TO CAPTURE MISSING' TO WS-REASON
041400         MOVE 'N' TO WS-TRAN-VALID-SW
041500         GO TO 2700-EXIT
041600     END-IF.
041700     OPEN INPUT CTL-FILE.
041800     IF WS-CTL-STATUS NOT = '00'
041900         DISPLAY 'FZBPRFMT-006E CTL-FILE OPEN FAILED, STATUS '
042000             WS-CTL-STATUS
042100         MOVE 'FZBPRFMT-006E' TO WS-EVT-MSG-ID
042200         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
042300         MOVE 'CTL-FILE OPEN FAILED' TO WS-EVT-TEXT
042400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
042500         MOVE 16 TO RETURN-CODE
042600         GOBACK
042700     END-IF.
042800     MOVE 'N' TO WS-CTL-EOF-SW.
042900     MOVE 'N' TO WS-CTL-FOUND-SW.
043000     PERFORM 2710-READ-ONE-CTL THRU 2710-EXIT
043100         UNTIL WS-CTL-EOF OR WS-CTL-FOUND.
043200     CLOSE CTL-FILE.
043300     IF NOT WS-CTL-FOUND
043400         MOVE 'RUN ID NOT ON CTLFILE' TO WS-REASON
043500         MOVE 'N' TO WS-TRAN-VALID-SW
043600         GO TO 2700-EXIT
043700     END-IF.
043800     IF CTL-RULE-COUNT = 0
043900         MOVE 'CONTROL RECORD HAS NO RULES' TO WS-REASON
044000         MOVE 'N' TO WS-TRAN-VALID-SW
044100     END-IF.
044200 2700-EXIT.
044300     EXIT.
044400*****************************************************************
044500* 2710-READ-ONE-CTL - READ THE NEXT CONTROL RECORD AND TEST IT   *
044600*                     AGAINST THE RUN ID TO CAPTURE              *
044700*****************************************************************
044800 2710-READ-ONE-CTL.
044900     READ CTL-FILE
045000         AT END
045100             MOVE 'Y' TO WS-CTL-EOF-SW
045200     END-READ.
045300     IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '10'
045400         DISPLAY 'FZBPRFMT-007E CTL-FILE READ FAILED, STATUS '
045500             WS-CTL-STATUS
045600         MOVE 'FZBPRFMT-007E' TO WS-EVT-MSG-ID
045700         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
045800         MOVE 'CTL-FILE READ FAILED' TO WS-EVT-TEXT
045900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
046000         MOVE 16 TO RETURN-CODE
046100         GOBACK
046200     END-IF.
046300     IF NOT WS-CTL-EOF AND CTL-RUN-ID = PRFT-RUN-ID
046400         MOVE 'Y' TO WS-CTL-FOUND-SW
046500     END-IF.
046600 2710-EXIT.
046700     EXIT.
046800*****************************************************************
046900* 2800-REWRITE-PROFILE - STAMP WHO CHANGED THE PROFILE AND WHEN, *
047000*                        AND REWRITE IT                          *
047100*****************************************************************
047200 2800-REWRITE-PROFILE.
047300     MOVE WS-RUN-DATE TO PROF-CHANGED-DATE.
047400     MOVE PRFT-USER-ID TO PROF-CHANGED-BY.
047500     REWRITE FZB-PROF-RECORD
047600         INVALID KEY
047700             CONTINUE
047800     END-REWRITE.
047900     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
048000 2800-EXIT.
048100     EXIT.
048200*****************************************************************
048300* 2900-CHECK-WRITE - STOP THE RUN ON A FAILED LIBRARY WRITE      *
048400*****************************************************************
048500 2900-CHECK-WRITE.
048600     IF WS-PROF-STATUS NOT = '00'
048700         DISPLAY 'FZBPRFMT-008E PROF-FILE WRITE FAILED, STATUS '
048800             WS-PROF-STATUS
048900         MOVE 'FZBPRFMT-008E' TO WS-EVT-MSG-ID
049000         MOVE WS-PROF-STATUS TO WS-EVT-FILE-STATUS
049100         MOVE 'PROF-FILE WRITE FAILED' TO WS-EVT-TEXT
049200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
049300         MOVE 16 TO RETURN-CODE
049400         GOBACK
049500     END-IF.
049600 2900-EXIT.
049700     EXIT.
049800*****************************************************************
049900* 8000-SUMMARY - DISPLAY THE MAINTENANCE RUN'S TOTALS            *
050000*****************************************************************
050100 8000-SUMMARY.
050200     MOVE W-TRAN-COUNT TO WS-TRAN-DISP.
050300     MOVE W-APPLIED-COUNT TO WS-APPLIED-DISP.
050400     MOVE W-REJECT-COUNT TO WS-REJECT-DISP.
050500     DISPLAY '----- FZBPRFMT RUN SUMMARY -----'.
050600     DISPLAY 'TRANSACTIONS READ ..... ' WS-TRAN-DISP.
050700     DISPLAY 'TRANSACTIONS APPLIED .. ' WS-APPLIED-DISP.
050800     DISPLAY 'TRANSACTIONS REJECTED . ' WS-REJECT-DISP.
050900     DISPLAY '================================'.
051000 8000-EXIT.
051100     EXIT.
051200*****************************************************************
051300* 9000-TERMINATE - CLOSE THE FILES                               *
051400*****************************************************************
051500 9000-TERMINATE.
051600     CLOSE PRFT-FILE.
051700     CLOSE PROF-FILE.
051800 9000-EXIT.
051900     EXIT.
052000*****************************************************************
052100* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
052200*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
052300*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
052400*                    DOESN'T INHERIT IT                          *
052500*****************************************************************
052600 9500-WRITE-EVENT.
052700     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
052800         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
052900     MOVE SPACES TO WS-EVT-FILE-STATUS.
053000 9500-EXIT.
053100     EXIT.
