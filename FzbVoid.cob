001200* A RUN THAT NEVER WROTE A CHECKPOINT RECORD (CHECKPOINTING OFF)     *
001300* GETS A FRESH RECORD WRITTEN CARRYING ONLY THE VOID MARK, SO THE    *
001400* DOWNSTREAM CHECKS STILL SEE IT.                                    *
001410*                                                                    *
001420* THE LOTS THE VOIDED RUN SET ON THE LOT MASTER (LOTMFILE, FZBLOTM)  *
001430* ARE ROLLED BACK TO THEIR PRIOR DECISION, RUN ID, AND BUSINESS      *
001440* DATE; A LOT THE RUN CLASSIFIED FOR THE FIRST TIME IS REMOVED.  A   *
001450* LOT ALREADY RECLASSIFIED BY A LATER RUN KEEPS ITS CURRENT DECISION *
001460* BUT LOSES THE VOIDED RUN AS ITS PRIOR ONE.  THE LOTS ARE FOUND BY  *
001470* THE RANGE ON THE RUN'S CHECKPOINT RECORD.  NO LOT MASTER YET MEANS *
001480* NOTHING TO ROLL BACK.                                              *
001500*                                                                    *
001600* PARM FORMAT - VOID RUN ID (8), SUPERSEDING RUN ID (8),            *
001610*               OPERATOR ID (8), EACH SEPARATED BY ONE BYTE         *
001700*                                                                    *
001800* MODIFICATION HISTORY                                              *
001900*   09/01/26 BS  ORIGINAL PROGRAM.                                  *
001902*                THE COMMON EVENT LOG (EVTFILE, VIA FZBEVLOG) SO    *
001903*                SCHEDULER AUTOMATION KEYS OFF ONE DATASET INSTEAD  *
001904*                OF SCRAPING THIS PROGRAM'S SYSOUT.                 *
001914*   10/14/26 BS  THE VOIDED RUN'S LOTS ARE NOW ROLLED BACK ON THE   *
001924*                LOT MASTER (LOTMFILE) TO THEIR PRIOR DECISION.     *
001933*   10/15/26 BS  THE PARM NOW ALSO NAMES THE OPERATOR, WHO MUST     *
001942*                HOLD THE OPERATOR ROLE ON THE USER AUTHORIZATION   *
001951*                MASTER (USRMAST, CHECKED THROUGH FZBAUTH) TODAY.   *
001960*                A REFUSAL ENDS THE RUN RC 16 BEFORE ANYTHING IS    *
001969*                TOUCHED, AND EVERY REFUSAL AND EVERY AUTHORIZED    *
001978*                RUN IS LOGGED TO THE EVENT LOG FOR SECURITY        *
001987*                REVIEW.                                            *
001990*   10/15/26 BS  THE VOIDED RUN'S LOT RANGE IS NOW SAVED BEFORE     *
001993*                THE CHECKPOINT RECORD IS REWRITTEN, AND THE        *
001996*                ROLLBACK WORKS FROM THAT SAVED RANGE.              *
002000*****************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. FZBVOID.
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS CKPT-RUN-ID
003400         FILE STATUS IS WS-CKPT-STATUS.
003410     SELECT LOTM-FILE ASSIGN TO LOTMFILE
003420         ORGANIZATION IS INDEXED
003430         ACCESS MODE IS RANDOM
003440         RECORD KEY IS LOTM-NUMBER
003450         FILE STATUS IS WS-LOTM-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  CKPT-FILE.
003800     COPY FZBCKPT.
003810 FD  LOTM-FILE.
003820     COPY FZBLOTM.
003900 WORKING-STORAGE SECTION.
004000*****************************************************************
004100* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
004200*****************************************************************
004300 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
004400 77  WS-RECORD-FOUND-SW       PIC X(01) VALUE 'N'.
004406     88  WS-RECORD-FOUND          VALUE 'Y'.
004412 77  WS-LOTM-STATUS           PIC X(02) VALUE SPACES.
004418 77  WS-LOTM-AVAIL-SW         PIC X(01) VALUE 'N'.
004424     88  WS-LOTM-AVAIL            VALUE 'Y'.
004430 77  W-LOT-NUM                PIC 9(06) COMP.
004436 77  W-ROLLED-BACK-COUNT      PIC 9(06) COMP VALUE 0.
004442 77  W-REMOVED-COUNT          PIC 9(06) COMP VALUE 0.
004448 77  W-PRIOR-CLEARED-COUNT    PIC 9(06) COMP VALUE 0.
004450 77  W-ROLLBACK-START         PIC 9(06) COMP VALUE 0.
004452 77  W-ROLLBACK-END           PIC 9(06) COMP VALUE 0.
004454*****************************************************************
004460* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
004466*****************************************************************
004472 77  WS-ROLLED-BACK-DISP      PIC 9(06) VALUE 0.
004478 77  WS-REMOVED-DISP          PIC 9(06) VALUE 0.
004484 77  WS-PRIOR-CLEARED-DISP    PIC 9(06) VALUE 0.
004501******************************************************************
004502* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
004503*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
004510 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
004511 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
004512 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
004520*****************************************************************
004528* WORKING STORAGE - OPERATOR ROLE CHECK STAGING FOR FZBAUTH      *
004536*****************************************************************
004544 77  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
004552 77  WS-AUTH-ROLE             PIC X(01) VALUE 'O'.
004560 77  WS-AUTH-RESULT           PIC X(01) VALUE SPACES.
004568     88  WS-AUTH-GRANTED          VALUE 'Y'.
004576 77  WS-AUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
004584 77  WS-AUTH-REASON           PIC X(30) VALUE SPACES.
004600 LINKAGE SECTION.
004700*****************************************************************
004800* LS-PARM-AREA - THE RUN ID TO VOID AND THE RUN ID THAT          *
005300     05  LS-PARM-VOID-RUN-ID      PIC X(08).
005400     05  FILLER                   PIC X(01).
005500     05  LS-PARM-SUPER-RUN-ID     PIC X(08).
005510     05  FILLER                   PIC X(01).
005520     05  LS-PARM-OPERATOR-ID      PIC X(08).
005600 PROCEDURE DIVISION USING LS-PARM-AREA.
005700*****************************************************************
005800* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
006003     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
006100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006200     PERFORM 2000-MARK-RUN-VOID THRU 2000-EXIT.
006210     PERFORM 3000-ROLL-BACK-LOTS THRU 3000-EXIT.
006300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006301     MOVE 'FZBVOID-901I' TO WS-EVT-MSG-ID.
006302     MOVE 'END OF RUN' TO WS-EVT-TEXT.
008000         MOVE 16 TO RETURN-CODE
008100         GOBACK
008200     END-IF.
008210     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
008300     OPEN I-O CKPT-FILE.
008400     IF WS-CKPT-STATUS NOT = '00'
008500         DISPLAY 'FZBVOID-003E CKPT-FILE OPEN FAILED, STATUS '
008900     END-IF.
009000 1000-EXIT.
009100     EXIT.
009102*****************************************************************
009104* 1050-CHECK-OPERATOR - THE OPERATOR NAMED ON THE PARM MUST HOLD *
009106*                       THE OPERATOR ROLE TODAY.  A REFUSAL IS   *
009108*                       LOGGED AND ENDS THE RUN BEFORE ANY FILE  *
009110*                       IS OPENED FOR UPDATE                     *
009112*****************************************************************
009114 1050-CHECK-OPERATOR.
009116     MOVE SPACES TO WS-AUTH-USER-ID.
009117     EVALUATE TRUE
009118         WHEN LS-PARM-LEN NOT < 26
009119             MOVE LS-PARM-OPERATOR-ID TO WS-AUTH-USER-ID
009120         WHEN LS-PARM-LEN > 18
009121             MOVE LS-PARM-OPERATOR-ID (1:LS-PARM-LEN - 18)
009122                 TO WS-AUTH-USER-ID
009123     END-EVALUATE.
009124     CALL 'FZBAUTH' USING WS-AUTH-USER-ID WS-AUTH-ROLE
009126         WS-AUTH-RESULT WS-AUTH-FILE-STATUS WS-AUTH-REASON.
009128     MOVE SPACES TO WS-EVT-TEXT.
009130     IF WS-AUTH-GRANTED
009132         MOVE 'FZBVOID-012I' TO WS-EVT-MSG-ID
009134         STRING 'OPERATOR ' WS-AUTH-USER-ID ' AUTHORIZED'
009136             DELIMITED BY SIZE
009138             INTO WS-EVT-TEXT
009140         END-STRING
009142         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
009144         GO TO 1050-EXIT
009146     END-IF.
009148     DISPLAY 'FZBVOID-011E OPERATOR ' WS-AUTH-USER-ID
009150         ' REFUSED - ' WS-AUTH-REASON.
009152     MOVE 'FZBVOID-011E' TO WS-EVT-MSG-ID.
009154     MOVE WS-AUTH-FILE-STATUS TO WS-EVT-FILE-STATUS.
009156     STRING WS-AUTH-USER-ID ' O ' WS-AUTH-REASON
009158         DELIMITED BY SIZE
009160         INTO WS-EVT-TEXT
009162     END-STRING.
009164     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
009166     MOVE 16 TO RETURN-CODE.
009168     GOBACK.
009170 1050-EXIT.
009172     EXIT.
009200*****************************************************************
009300* 2000-MARK-RUN-VOID - SET THE VOID MARK ON THE RUN'S CHECKPOINT *
009400*                      RECORD, CREATING A FRESH RECORD WHEN THE  *
010500         INITIALIZE FZB-CKPT-RECORD
010600         MOVE LS-PARM-VOID-RUN-ID TO CKPT-RUN-ID
010700     END-IF.
010710     IF WS-RECORD-FOUND AND CKPT-START-NUM IS NUMERIC
010720             AND CKPT-END-NUM IS NUMERIC
010730         MOVE CKPT-START-NUM TO W-ROLLBACK-START
010740         MOVE CKPT-END-NUM TO W-ROLLBACK-END
010750     END-IF.
010800     MOVE 'Y' TO CKPT-VOID-SW.
010900     MOVE LS-PARM-SUPER-RUN-ID TO CKPT-SUPERSEDED-BY.
011000     IF WS-RECORD-FOUND
012200         ' MARKED VOID, SUPERSEDED BY ' LS-PARM-SUPER-RUN-ID.
012300 2000-EXIT.
012400     EXIT.
012401*****************************************************************
012402* 3000-ROLL-BACK-LOTS - ROLL BACK EVERY LOT IN THE VOIDED RUN'S   *
012403*                       RANGE THAT THE RUN SET ON THE LOT MASTER  *
012404*****************************************************************
012405 3000-ROLL-BACK-LOTS.
012406     IF W-ROLLBACK-END = 0
012408         DISPLAY 'FZBVOID-006I NO RANGE ON THE CHECKPOINT '
012409             'RECORD - NO LOTS TO ROLL BACK'
012410         GO TO 3000-EXIT
012411     END-IF.
012412     OPEN I-O LOTM-FILE.
012413     EVALUATE TRUE
012414         WHEN WS-LOTM-STATUS = '00'
012415             MOVE 'Y' TO WS-LOTM-AVAIL-SW
012416         WHEN WS-LOTM-STATUS = '35'
012417             DISPLAY 'FZBVOID-007I NO LOT MASTER YET - NO LOTS '
012418                 'TO ROLL BACK'
012419             GO TO 3000-EXIT
012420         WHEN OTHER
012421             DISPLAY 'FZBVOID-008E LOTM-FILE OPEN FAILED, STATUS '
012422                 WS-LOTM-STATUS
012423             MOVE 'FZBVOID-008E' TO WS-EVT-MSG-ID
012424             MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
012425             MOVE 'LOTM-FILE OPEN FAILED' TO WS-EVT-TEXT
012426             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
012427             MOVE 16 TO RETURN-CODE
012428             GOBACK
012429     END-EVALUATE.
012430     PERFORM 3100-ROLL-BACK-ONE-LOT THRU 3100-EXIT
012431         VARYING W-LOT-NUM FROM W-ROLLBACK-START BY 1
012432         UNTIL W-LOT-NUM > W-ROLLBACK-END.
012433     MOVE W-ROLLED-BACK-COUNT TO WS-ROLLED-BACK-DISP.
012434     MOVE W-REMOVED-COUNT TO WS-REMOVED-DISP.
012435     MOVE W-PRIOR-CLEARED-COUNT TO WS-PRIOR-CLEARED-DISP.
012436     DISPLAY 'FZBVOID-010I LOTS ROLLED BACK ...... '
012437         WS-ROLLED-BACK-DISP.
012438     DISPLAY 'FZBVOID-010I LOTS REMOVED .......... '
012439         WS-REMOVED-DISP.
012440     DISPLAY 'FZBVOID-010I PRIOR DECISIONS CLEARED '
012441         WS-PRIOR-CLEARED-DISP.
012442 3000-EXIT.
012443     EXIT.
012444*****************************************************************
012445* 3100-ROLL-BACK-ONE-LOT - RESTORE ONE LOT'S PRIOR DECISION IF   *
012446*                          THE VOIDED RUN SET IT, OR DROP THE    *
012447*                          VOIDED RUN AS ITS PRIOR DECISION      *
012448*****************************************************************
012449 3100-ROLL-BACK-ONE-LOT.
012450     MOVE W-LOT-NUM TO LOTM-NUMBER.
012451     READ LOTM-FILE
012452         INVALID KEY
012453             CONTINUE
012454     END-READ.
012455     IF WS-LOTM-STATUS = '23'
012456         GO TO 3100-EXIT
012457     END-IF.
012458     IF WS-LOTM-STATUS NOT = '00'
012459         DISPLAY 'FZBVOID-009E LOTM-FILE I/O FAILED, STATUS '
012460             WS-LOTM-STATUS
012461         MOVE 'FZBVOID-009E' TO WS-EVT-MSG-ID
012462         MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
012463         MOVE 'LOTM-FILE I/O FAILED' TO WS-EVT-TEXT
012464         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
012465         MOVE 16 TO RETURN-CODE
012466         GOBACK
012467     END-IF.
012468     EVALUATE TRUE
012469         WHEN LOTM-RUN-ID = LS-PARM-VOID-RUN-ID
012470                 AND LOTM-PRIOR-RUN-ID = SPACES
012471             DELETE LOTM-FILE RECORD
012472             ADD 1 TO W-REMOVED-COUNT
012473         WHEN LOTM-RUN-ID = LS-PARM-VOID-RUN-ID
012474             MOVE LOTM-PRIOR-DECISION TO LOTM-DECISION
012475             MOVE LOTM-PRIOR-RUN-ID TO LOTM-RUN-ID
012476             MOVE LOTM-PRIOR-BUSINESS-DATE TO LOTM-BUSINESS-DATE
012477             MOVE SPACES TO LOTM-PRIOR-DECISION
012478             MOVE SPACES TO LOTM-PRIOR-RUN-ID
012479             MOVE 0 TO LOTM-PRIOR-BUSINESS-DATE
012480             IF LOTM-RECLASS-COUNT > 0
012481                 SUBTRACT 1 FROM LOTM-RECLASS-COUNT
012482             END-IF
012483             REWRITE FZB-LOTM-RECORD
012484             ADD 1 TO W-ROLLED-BACK-COUNT
012485         WHEN LOTM-PRIOR-RUN-ID = LS-PARM-VOID-RUN-ID
012486             MOVE SPACES TO LOTM-PRIOR-DECISION
012487             MOVE SPACES TO LOTM-PRIOR-RUN-ID
012488             MOVE 0 TO LOTM-PRIOR-BUSINESS-DATE
012489             REWRITE FZB-LOTM-RECORD
012490             ADD 1 TO W-PRIOR-CLEARED-COUNT
012491         WHEN OTHER
012492             GO TO 3100-EXIT
012493     END-EVALUATE.
012494     IF WS-LOTM-STATUS NOT = '00'
012495         DISPLAY 'FZBVOID-009E LOTM-FILE I/O FAILED, STATUS '
012496             WS-LOTM-STATUS
012497         MOVE 'FZBVOID-009E' TO WS-EVT-MSG-ID
012498         MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
012499         MOVE 'LOTM-FILE I/O FAILED' TO WS-EVT-TEXT
012500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
012501         MOVE 16 TO RETURN-CODE
012502         GOBACK
012503     END-IF.
012504 3100-EXIT.
012505     EXIT.
012506*****************************************************************
012600* 9000-TERMINATE - CLOSE FILES AND END THE RUN                  *
012700*****************************************************************
012800 9000-TERMINATE.
012900     CLOSE CKPT-FILE.
012910     IF WS-LOTM-AVAIL
012920         CLOSE LOTM-FILE
012930     END-IF.
013000 9000-EXIT.
013100     EXIT.
013101******************************************************************
