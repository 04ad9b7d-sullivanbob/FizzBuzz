000100*****************************************************************
000200* FZBUSRMT                                                           *
000300*                                                                    *
000400* USER AUTHORIZATION MAINTENANCE.  READS A FILE OF GRANT, CHANGE,    *
000500* REVOKE, AND REINSTATE TRANSACTIONS (USRTFILE, FZBUSRT) AND         *
000600* APPLIES THEM TO THE USER AUTHORIZATION MASTER (USRMAST,            *
000700* FZBUSRM) - WHICH USER HOLDS WHICH ROLE (SUBMITTER, APPROVER,       *
000800* OPERATOR) AND FROM WHEN TO WHEN.  FZBMAINT, FZBVOID, FZBUNLCK,     *
000900* FZBBKOUT, AND FZBSUSRP CHECK IT THROUGH FZBAUTH.                   *
001000*                                                                    *
001100* A ROLE IS NEVER DELETED - IT IS REVOKED, SO THE GRANT STAYS        *
001200* ON FILE FOR THE AUDITORS.  NOBODY MAY CHANGE THEIR OWN             *
001300* AUTHORITY.  EVERY APPLIED CHANGE AND EVERY REJECTED                *
001400* TRANSACTION IS LOGGED TO THE EVENT LOG FOR SECURITY REVIEW;        *
001500* THE REST OF THE FILE IS STILL APPLIED.                             *
001600*                                                                    *
001700* RETURN CODE -                                                      *
001800*   00 - EVERY TRANSACTION APPLIED                                   *
001900*   04 - AT LEAST ONE TRANSACTION REJECTED                           *
002000*   16 - A FILE FAILED                                               *
002100*                                                                    *
002200* MODIFICATION HISTORY                                               *
002300*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
002400*****************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. FZBUSRMT.
002700 AUTHOR. BOB.
002800 INSTALLATION. DATA PROCESSING.
002900 DATE-WRITTEN. 10/15/2026.
003000 DATE-COMPILED.
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT USRT-FILE ASSIGN TO USRTFILE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-USRT-STATUS.
003700     SELECT USRM-FILE ASSIGN TO USRMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS USRM-KEY
004100         FILE STATUS IS WS-USRM-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  USRT-FILE
004500     RECORDING MODE IS F.
004600     COPY FZBUSRT.
004700 FD  USRM-FILE.
004800     COPY FZBUSRM.
004900 WORKING-STORAGE SECTION.
005000*****************************************************************
005100* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
005200*****************************************************************
005300 77  WS-USRT-STATUS           PIC X(02) VALUE SPACES.
005400 77  WS-USRM-STATUS           PIC X(02) VALUE SPACES.
005500 77  WS-USRT-EOF-SW           PIC X(01) VALUE 'N'.
005600     88  WS-USRT-EOF              VALUE 'Y'.
005700 77  WS-TRAN-VALID-SW         PIC X(01) VALUE 'Y'.
005800     88  WS-TRAN-VALID            VALUE 'Y'.
005900 77  WS-REASON                PIC X(30) VALUE SPACES.
006000 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
006100 77  WS-NEW-EFFECTIVE-DATE    PIC 9(08) VALUE 0.
006200 77  WS-NEW-EXPIRY-DATE       PIC 9(08) VALUE 0.
006300 77  W-TRAN-COUNT             PIC 9(06) COMP VALUE 0.
006400 77  W-APPLIED-COUNT          PIC 9(06) COMP VALUE 0.
006500 77  W-REJECT-COUNT           PIC 9(06) COMP VALUE 0.
006600*****************************************************************
006700* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
006800*****************************************************************
006900 77  WS-TRAN-DISP             PIC 9(06) VALUE 0.
007000 77  WS-APPLIED-DISP          PIC 9(06) VALUE 0.
007100 77  WS-REJECT-DISP           PIC 9(06) VALUE 0.
007200*****************************************************************
007300* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
007400*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
007500*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
007600*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
007700*                   THIS PROGRAM'S SYSOUT.                       *
007800*****************************************************************
007900 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBUSRMT'.
008000 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
008100 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
008200 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
008300 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
008400 PROCEDURE DIVISION.
008500*****************************************************************
008600* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
008700*****************************************************************
008800 0000-MAIN-PROCEDURE.
008900     MOVE 'FZBUSRMT-900I' TO WS-EVT-MSG-ID.
009000     MOVE 'START OF RUN' TO WS-EVT-TEXT.
009100     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
009200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009300     PERFORM 2000-PROCESS-ONE-TRAN THRU 2000-EXIT
009400         UNTIL WS-USRT-EOF.
009500     PERFORM 8000-SUMMARY THRU 8000-EXIT.
009600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
009700     IF W-REJECT-COUNT > 0
009800         MOVE 4 TO RETURN-CODE
009900     ELSE
010000         MOVE 0 TO RETURN-CODE
010100     END-IF.
010200     MOVE 'FZBUSRMT-901I' TO WS-EVT-MSG-ID.
010300     MOVE 'END OF RUN' TO WS-EVT-TEXT.
010400     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
010500     GOBACK.
010600*****************************************************************
010700* 1000-INITIALIZE - OPEN THE TRANSACTION FILE AND THE MASTER     *
010800*                   (CREATING THE MASTER ON ITS FIRST LOAD) AND  *
010900*                   READ THE FIRST TRANSACTION                   *
011000*****************************************************************
011100 1000-INITIALIZE.
011200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
011300     OPEN INPUT USRT-FILE.
011400     IF WS-USRT-STATUS NOT = '00'
011500         DISPLAY 'FZBUSRMT-001E USRT-FILE OPEN FAILED, STATUS '
011600             WS-USRT-STATUS
011700         MOVE 'FZBUSRMT-001E' TO WS-EVT-MSG-ID
011800         MOVE WS-USRT-STATUS TO WS-EVT-FILE-STATUS
011900         MOVE 'USRT-FILE OPEN FAILED' TO WS-EVT-TEXT
012000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
012100         MOVE 16 TO RETURN-CODE
012200         GOBACK
012300     END-IF.
012400     OPEN I-O USRM-FILE.
012500     IF WS-USRM-STATUS = '35'
012600         OPEN OUTPUT USRM-FILE
012700         CLOSE USRM-FILE
012800         OPEN I-O USRM-FILE
012900     END-IF.
013000     IF WS-USRM-STATUS NOT = '00'
013100         DISPLAY 'FZBUSRMT-002E USRM-FILE OPEN FAILED, STATUS '
013200             WS-USRM-STATUS
013300         MOVE 'FZBUSRMT-002E' TO WS-EVT-MSG-ID
013400         MOVE WS-USRM-STATUS TO WS-EVT-FILE-STATUS
013500         MOVE 'USRM-FILE OPEN FAILED' TO WS-EVT-TEXT
013600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
013700         MOVE 16 TO RETURN-CODE
013800         GOBACK
013900     END-IF.
014000     DISPLAY '===== FZBUSRMT USER AUTHORIZATION UPDATE ====='.
014100     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
014200 1000-EXIT.
014300     EXIT.
014400*****************************************************************
014500* 1100-READ-TRAN - READ THE NEXT AUTHORIZATION TRANSACTION       *
014600*****************************************************************
014700 1100-READ-TRAN.
014800     READ USRT-FILE
014900         AT END
015000             MOVE 'Y' TO WS-USRT-EOF-SW
015100     END-READ.
015200     IF WS-USRT-STATUS NOT = '00' AND WS-USRT-STATUS NOT = '10'
015300         DISPLAY 'FZBUSRMT-003E USRT-FILE READ FAILED, STATUS '
015400             WS-USRT-STATUS
015500         MOVE 'FZBUSRMT-003E' TO WS-EVT-MSG-ID
015600         MOVE WS-USRT-STATUS TO WS-EVT-FILE-STATUS
015700         MOVE 'USRT-FILE READ FAILED' TO WS-EVT-TEXT
015800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015900         MOVE 16 TO RETURN-CODE
016000         GOBACK
016100     END-IF.
016200 1100-EXIT.
016300     EXIT.
016400*****************************************************************
016500* 2000-PROCESS-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION, LIST   *
016600*                         AND LOG IT, AND READ THE NEXT          *
016700*****************************************************************
016800 2000-PROCESS-ONE-TRAN.
016900     ADD 1 TO W-TRAN-COUNT.
017000     MOVE 'Y' TO WS-TRAN-VALID-SW.
017100     MOVE SPACES TO WS-REASON.
017200     IF USRT-USER-ID = SPACES
017300         MOVE 'USER ID BLANK' TO WS-REASON
017400         MOVE 'N' TO WS-TRAN-VALID-SW
017500         GO TO 2000-LIST
017600     END-IF.
017700     IF USRT-ROLE NOT = 'S' AND USRT-ROLE NOT = 'A'
017800             AND USRT-ROLE NOT = 'O'
017900         MOVE 'ROLE NOT S, A, OR O' TO WS-REASON
018000         MOVE 'N' TO WS-TRAN-VALID-SW
018100         GO TO 2000-LIST
018200     END-IF.
018300     IF USRT-BY-ID = SPACES
018400         MOVE 'SUBMITTED-BY ID MISSING' TO WS-REASON
018500         MOVE 'N' TO WS-TRAN-VALID-SW
018600         GO TO 2000-LIST
018700     END-IF.
018800     IF USRT-BY-ID = USRT-USER-ID
018900         MOVE 'MAY NOT CHANGE OWN AUTHORITY' TO WS-REASON
019000         MOVE 'N' TO WS-TRAN-VALID-SW
019100         GO TO 2000-LIST
019200     END-IF.
019300     MOVE USRT-USER-ID TO USRM-USER-ID.
019400     MOVE USRT-ROLE TO USRM-ROLE.
019500     READ USRM-FILE
019600         INVALID KEY
019700             CONTINUE
019800     END-READ.
019900     IF WS-USRM-STATUS NOT = '00' AND WS-USRM-STATUS NOT = '23'
020000         DISPLAY 'FZBUSRMT-004E USRM-FILE READ FAILED, STATUS '
020100             WS-USRM-STATUS
020200         MOVE 'FZBUSRMT-004E' TO WS-EVT-MSG-ID
020300         MOVE WS-USRM-STATUS TO WS-EVT-FILE-STATUS
020400         MOVE 'USRM-FILE READ FAILED' TO WS-EVT-TEXT
020500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
020600         MOVE 16 TO RETURN-CODE
020700         GOBACK
020800     END-IF.
020900     EVALUATE TRUE
021000         WHEN USRT-GRANT
021100             PERFORM 2100-GRANT-ROLE THRU 2100-EXIT
021200         WHEN USRT-CHANGE
021300             PERFORM 2200-CHANGE-ROLE THRU 2200-EXIT
021400         WHEN USRT-REVOKE
021500             PERFORM 2300-REVOKE-ROLE THRU 2300-EXIT
021600         WHEN USRT-REINSTATE
021700             PERFORM 2400-REINSTATE-ROLE THRU 2400-EXIT
021800         WHEN OTHER
021900             MOVE 'ACTION NOT A, C, R, OR E' TO WS-REASON
022000             MOVE 'N' TO WS-TRAN-VALID-SW
022100     END-EVALUATE.
022200 2000-LIST.
022300     MOVE SPACES TO WS-EVT-TEXT.
022400     IF WS-TRAN-VALID
022500         ADD 1 TO W-APPLIED-COUNT
022600         DISPLAY USRT-ACTION ' ' USRT-USER-ID ' ' USRT-ROLE
022700             '  APPLIED    ' USRM-EFFECTIVE-DATE ' - '
022800             USRM-EXPIRY-DATE ' ' USRM-STATUS ' BY ' USRT-BY-ID
022900         MOVE 'FZBUSRMT-006I' TO WS-EVT-MSG-ID
023000         STRING USRT-ACTION ' ' USRT-USER-ID ' ' USRT-ROLE
023100             ' APPLIED BY ' USRT-BY-ID DELIMITED BY SIZE
023200             INTO WS-EVT-TEXT
023300         END-STRING
023400     ELSE
023500         ADD 1 TO W-REJECT-COUNT
023600         DISPLAY USRT-ACTION ' ' USRT-USER-ID ' ' USRT-ROLE
023700             '  REJECTED   ' WS-REASON
023800         MOVE 'FZBUSRMT-005W' TO WS-EVT-MSG-ID
023900         STRING USRT-USER-ID ' ' WS-REASON DELIMITED BY SIZE
024000             INTO WS-EVT-TEXT
024100         END-STRING
024200     END-IF.
024300     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
024400     PERFORM 1100-READ-TRAN THRU 1100-EXIT.
024500 2000-EXIT.
024600     EXIT.
024700*****************************************************************
024800* 2050-EDIT-DATES - OVERLAY THE TRANSACTION'S NON-BLANK DATES    *
024900*                   ON THE STARTING DATES ALREADY SET, AND CHECK *
025000*                   THEY ARE NUMERIC AND IN ORDER                *
025100*****************************************************************
025200 2050-EDIT-DATES.
025300     IF USRT-EFFECTIVE-DATE NOT = SPACES
025400         IF USRT-EFFECTIVE-DATE IS NOT NUMERIC
025500             MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REASON
025600             MOVE 'N' TO WS-TRAN-VALID-SW
025700             GO TO 2050-EXIT
025800         END-IF
025900         MOVE USRT-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE
026000     END-IF.
026100     IF USRT-EXPIRY-DATE NOT = SPACES
026200         IF USRT-EXPIRY-DATE IS NOT NUMERIC
026300             MOVE 'EXPIRY DATE NOT NUMERIC' TO WS-REASON
026400             MOVE 'N' TO WS-TRAN-VALID-SW
026500             GO TO 2050-EXIT
026600         END-IF
026700         MOVE USRT-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE
026800     END-IF.
026900     IF WS-NEW-EXPIRY-DATE < WS-NEW-EFFECTIVE-DATE
027000         MOVE 'EXPIRY BEFORE EFFECTIVE DATE' TO WS-REASON
027100         MOVE 'N' TO WS-TRAN-VALID-SW
027200     END-IF.
027300 2050-EXIT.
027400     EXIT.
027500*****************************************************************
027600* 2100-GRANT-ROLE - GRANT A USER A NEW ROLE.  A BLANK EFFECTIVE  *
027700*                   DATE MEANS TODAY AND A BLANK EXPIRY DATE     *
027800*                   MEANS THE ROLE DOES NOT EXPIRE               *
027900*****************************************************************
028000 2100-GRANT-ROLE.
028100     IF WS-USRM-STATUS = '00'
028200         MOVE 'ROLE ALREADY ON FILE' TO WS-REASON
028300         MOVE 'N' TO WS-TRAN-VALID-SW
028400         GO TO 2100-EXIT
028500     END-IF.
028600     IF USRT-USER-NAME = SPACES
028700         MOVE 'USER NAME BLANK' TO WS-REASON
028800         MOVE 'N' TO WS-TRAN-VALID-SW
028900         GO TO 2100-EXIT
029000     END-IF.
029100     MOVE WS-RUN-DATE TO WS-NEW-EFFECTIVE-DATE.
029200     MOVE 99999999 TO WS-NEW-EXPIRY-DATE.
029300     PERFORM 2050-EDIT-DATES THRU 2050-EXIT.
029400     IF NOT WS-TRAN-VALID
029500         GO TO 2100-EXIT
029600     END-IF.
029700     MOVE SPACES TO FZB-USRM-RECORD.
029800     MOVE USRT-USER-ID TO USRM-USER-ID.
029900     MOVE USRT-ROLE TO USRM-ROLE.
030000     MOVE USRT-USER-NAME TO USRM-USER-NAME.
030100     MOVE WS-NEW-EFFECTIVE-DATE TO USRM-EFFECTIVE-DATE.
030200     MOVE WS-NEW-EXPIRY-DATE TO USRM-EXPIRY-DATE.
030300     MOVE 'A' TO USRM-STATUS.
030400     MOVE USRT-BY-ID TO USRM-GRANTED-BY.
030500     MOVE WS-RUN-DATE TO USRM-GRANTED-DATE.
030600     MOVE USRT-BY-ID TO USRM-CHANGED-BY.
030700     MOVE WS-RUN-DATE TO USRM-CHANGED-DATE.
030800     MOVE 0 TO USRM-REVOKED-DATE.
030900     WRITE FZB-USRM-RECORD
031000         INVALID KEY
031100             CONTINUE
031200     END-WRITE.
031300     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
031400 2100-EXIT.
031500     EXIT.
031600*****************************************************************
031700* 2200-CHANGE-ROLE - CHANGE A ROLE'S USER NAME AND/OR DATES.  A  *
031800*                    REVOKED ROLE MAY BE CHANGED AHEAD OF ITS    *
031900*                    REINSTATEMENT                               *
032000*****************************************************************
032100 2200-CHANGE-ROLE.
032200     IF WS-USRM-STATUS = '23'
032300         MOVE 'ROLE NOT ON FILE' TO WS-REASON
032400         MOVE 'N' TO WS-TRAN-VALID-SW
032500         GO TO 2200-EXIT
032600     END-IF.
032700     IF USRT-USER-NAME = SPACES
032800             AND USRT-EFFECTIVE-DATE = SPACES
032900             AND USRT-EXPIRY-DATE = SPACES
033000         MOVE 'NOTHING TO CHANGE' TO WS-REASON
033100         MOVE 'N' TO WS-TRAN-VALID-SW
033200         GO TO 2200-EXIT
033300     END-IF.
033400     MOVE USRM-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE-DATE.
033500     MOVE USRM-EXPIRY-DATE TO WS-NEW-EXPIRY-DATE.
033600     PERFORM 2050-EDIT-DATES THRU 2050-EXIT.
033700     IF NOT WS-TRAN-VALID
033800         GO TO 2200-EXIT
033900     END-IF.
034000     IF USRT-USER-NAME NOT = SPACES
034100         MOVE USRT-USER-NAME TO USRM-USER-NAME
034200     END-IF.
034300     MOVE WS-NEW-EFFECTIVE-DATE TO USRM-EFFECTIVE-DATE.
034400     MOVE WS-NEW-EXPIRY-DATE TO USRM-EXPIRY-DATE.
034500     PERFORM 2800-REWRITE-ROLE THRU 2800-EXIT.
034600 2200-EXIT.
034700     EXIT.
034800*****************************************************************
034900* 2300-REVOKE-ROLE - REVOKE AN ACTIVE ROLE, EFFECTIVE AT ONCE    *
035000*****************************************************************
035100 2300-REVOKE-ROLE.
035200     IF WS-USRM-STATUS = '23'
035300         MOVE 'ROLE NOT ON FILE' TO WS-REASON
035400         MOVE 'N' TO WS-TRAN-VALID-SW
035500         GO TO 2300-EXIT
035600     END-IF.
035700     IF USRM-REVOKED
035800         MOVE 'ROLE ALREADY REVOKED' TO WS-REASON
035900         MOVE 'N' TO WS-TRAN-VALID-SW
036000         GO TO 2300-EXIT
036100     END-IF.
036200     MOVE 'R' TO USRM-STATUS.
036300     MOVE WS-RUN-DATE TO USRM-REVOKED-DATE.
036400     PERFORM 2800-REWRITE-ROLE THRU 2800-EXIT.
036500 2300-EXIT.
036600     EXIT.
036700*****************************************************************
036800* 2400-REINSTATE-ROLE - RETURN A REVOKED ROLE TO FORCE.  ITS     *
036900*                       DATES STILL APPLY                        *
037000*****************************************************************
037100 2400-REINSTATE-ROLE.
037200     IF WS-USRM-STATUS = '23'
037300         MOVE 'ROLE NOT ON FILE' TO WS-REASON
037400         MOVE 'N' TO WS-TRAN-VALID-SW
037500         GO TO 2400-EXIT
037600     END-IF.
037700     IF USRM-ACTIVE
037800         MOVE 'ROLE ALREADY ACTIVE' TO WS-REASON
037900         MOVE 'N' TO WS-TRAN-VALID-SW
038000         GO TO 2400-EXIT
038100     END-IF.
038200     MOVE 'A' TO USRM-STATUS.
038300     MOVE 0 TO USRM-REVOKED-DATE.
038400     PERFORM 2800-REWRITE-ROLE THRU 2800-EXIT.
038500 2400-EXIT.
038600     EXIT.
038700*****************************************************************
038800* 2800-REWRITE-ROLE - STAMP WHO CHANGED THE ENTRY AND WHEN, AND  *
038900*                     REWRITE IT                                 *
039000*****************************************************************
039100 2800-REWRITE-ROLE.
039200     MOVE WS-RUN-DATE TO USRM-CHANGED-DATE.
039300     MOVE USRT-BY-ID TO USRM-CHANGED-BY.
039400     REWRITE FZB-USRM-RECORD
039500         INVALID KEY
039600             CONTINUE
039700     END-REWRITE.
039800     PERFORM 2900-CHECK-WRITE THRU 2900-EXIT.
039900 2800-EXIT.
040000     EXIT.
040100*****************************************************************
040200* 2900-CHECK-WRITE - STOP THE RUN ON A FAILED MASTER WRITE       *
040300*****************************************************************
040400 2900-CHECK-WRITE.
040500     IF WS-USRM-STATUS NOT = '00'
040600         DISPLAY 'FZBUSRMT-007E USRM-FILE WRITE FAILED, STATUS '
040700             WS-USRM-STATUS
040800         MOVE 'FZBUSRMT-007E' TO WS-EVT-MSG-ID
040900         MOVE WS-USRM-STATUS TO WS-EVT-FILE-STATUS
041000         MOVE 'USRM-FILE WRITE FAILED' TO WS-EVT-TEXT
041100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
041200         MOVE 16 TO RETURN-CODE
041300         GOBACK
041400     END-IF.
041500 2900-EXIT.
041600     EXIT.
041700*****************************************************************
041800* 8000-SUMMARY - DISPLAY THE MAINTENANCE RUN'S TOTALS            *
041900*****************************************************************
042000 8000-SUMMARY.
042100     MOVE W-TRAN-COUNT TO WS-TRAN-DISP.
042200     MOVE W-APPLIED-COUNT TO WS-APPLIED-DISP.
042300     MOVE W-REJECT-COUNT TO WS-REJECT-DISP.
042400     DISPLAY '----- FZBUSRMT RUN SUMMARY -----'.
042500     DISPLAY 'TRANSACTIONS READ ..... ' WS-TRAN-DISP.
042600     DISPLAY 'TRANSACTIONS APPLIED .. ' WS-APPLIED-DISP.
042700     DISPLAY 'TRANSACTIONS REJECTED . ' WS-REJECT-DISP.
042800     DISPLAY '================================'.
042900 8000-EXIT.
043000     EXIT.
043100*****************************************************************
043200* 9000-TERMINATE - CLOSE THE FILES                               *
043300*****************************************************************
043400 9000-TERMINATE.
043500     CLOSE USRT-FILE.
043600     CLOSE USRM-FILE.
043700 9000-EXIT.
043800     EXIT.
043900*****************************************************************
044000* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
044100*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
044200*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
044300*                    DOESN'T INHERIT IT                          *
044400*****************************************************************
044500 9500-WRITE-EVENT.
044600     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
044700         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
044800     MOVE SPACES TO WS-EVT-FILE-STATUS.
044900 9500-EXIT.
045000     EXIT.
