001900* SAVED IMAGE, SO A MULTI-LOT CTLFILE RESTORES ONLY THE LOT THE      *
002000* BATCH CHANGED.                                                     *
002100*                                                                    *
002200* PARM FORMAT - BATCH (RUN) ID (8), OPERATOR ID (8), SEPARATED      *
002210*               BY ONE BYTE                                         *
002300*                                                                    *
002400* MODIFICATION HISTORY                                              *
002500*   09/01/26 BS  ORIGINAL PROGRAM.                                  *
002511*                FZBMAINT CHECKS IT - AN AD-HOC BACKOUT CAN NO      *
002512*                LONGER LAND WHILE A CLASSIFY IS MID-FLIGHT         *
002513*                AGAINST THE SAME CONTROL RECORD.                   *
002514*   10/14/26 BS  SAVED IMAGE WIDENED TO THE 300-BYTE CONTROL        *
002515*                RECORD SO THE RULE TYPE AND OPERANDS TABLE IS      *
002516*                RESTORED WITH THE REST OF THE RULE TABLE.          *
002526*   10/15/26 BS  THE PARM NOW ALSO NAMES THE OPERATOR, WHO MUST     *
002536*                HOLD THE OPERATOR ROLE ON THE USER AUTHORIZATION   *
002546*                MASTER (USRMAST, CHECKED THROUGH FZBAUTH) TODAY.   *
002556*                A REFUSAL ENDS THE RUN RC 16 BEFORE ANYTHING IS    *
002566*                TOUCHED, AND EVERY REFUSAL AND EVERY AUTHORIZED    *
002576*                RUN IS LOGGED TO THE EVENT LOG FOR SECURITY        *
002586*                REVIEW.                                            *
002600*****************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. FZBBKOUT.
006800*****************************************************************
006900 01  W-SAVED-IMAGE.
007000     05  W-SAVED-RUN-ID       PIC X(08).
007100     05  FILLER               PIC X(292).
007200*****************************************************************
007300* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
007400*****************************************************************
007510 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
007511 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
007512 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
007520*****************************************************************
007528* WORKING STORAGE - OPERATOR ROLE CHECK STAGING FOR FZBAUTH      *
007536*****************************************************************
007544 77  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
007552 77  WS-AUTH-ROLE             PIC X(01) VALUE 'O'.
007560 77  WS-AUTH-RESULT           PIC X(01) VALUE SPACES.
007568     88  WS-AUTH-GRANTED          VALUE 'Y'.
007576 77  WS-AUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
007584 77  WS-AUTH-REASON           PIC X(30) VALUE SPACES.
007600 LINKAGE SECTION.
007700*****************************************************************
007800* LS-PARM-AREA - BATCH (RUN) ID PASSED IN FROM THE JCL PARM=     *
008000 01  LS-PARM-AREA.
008100     05  LS-PARM-LEN              PIC S9(04) COMP.
008200     05  LS-PARM-BATCH-ID         PIC X(08).
008210     05  FILLER                   PIC X(01).
008220     05  LS-PARM-OPERATOR-ID      PIC X(08).
008300 PROCEDURE DIVISION USING LS-PARM-AREA.
008400*****************************************************************
008500* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
010100         MOVE 16 TO RETURN-CODE
010200         GOBACK
010300     END-IF.
010310     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
010400     OPEN INPUT JRNL-FILE.
010500     IF WS-JRNL-STATUS NOT = '00'
010600         DISPLAY 'FZBBKOUT-002E JRNL-FILE OPEN FAILED, STATUS '
011700     END-IF.
011800 1000-EXIT.
011900     EXIT.
011902*****************************************************************
011904* 1050-CHECK-OPERATOR - THE OPERATOR NAMED ON THE PARM MUST HOLD *
011906*                       THE OPERATOR ROLE TODAY.  A REFUSAL IS   *
011908*                       LOGGED AND ENDS THE RUN BEFORE ANY FILE  *
011910*                       IS OPENED FOR UPDATE                     *
011912*****************************************************************
011914 1050-CHECK-OPERATOR.
011916     MOVE SPACES TO WS-AUTH-USER-ID.
011917     EVALUATE TRUE
011918         WHEN LS-PARM-LEN NOT < 17
011919             MOVE LS-PARM-OPERATOR-ID TO WS-AUTH-USER-ID
011920         WHEN LS-PARM-LEN > 9
011921             MOVE LS-PARM-OPERATOR-ID (1:LS-PARM-LEN - 9)
011922                 TO WS-AUTH-USER-ID
011923     END-EVALUATE.
011924     CALL 'FZBAUTH' USING WS-AUTH-USER-ID WS-AUTH-ROLE
011926         WS-AUTH-RESULT WS-AUTH-FILE-STATUS WS-AUTH-REASON.
011928     MOVE SPACES TO WS-EVT-TEXT.
011930     IF WS-AUTH-GRANTED
011932         MOVE 'FZBBKOUT-013I' TO WS-EVT-MSG-ID
011934         STRING 'OPERATOR ' WS-AUTH-USER-ID ' AUTHORIZED'
011936             DELIMITED BY SIZE
011938             INTO WS-EVT-TEXT
011940         END-STRING
011942         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
011944         GO TO 1050-EXIT
011946     END-IF.
011948     DISPLAY 'FZBBKOUT-012E OPERATOR ' WS-AUTH-USER-ID
011950         ' REFUSED - ' WS-AUTH-REASON.
011952     MOVE 'FZBBKOUT-012E' TO WS-EVT-MSG-ID.
011954     MOVE WS-AUTH-FILE-STATUS TO WS-EVT-FILE-STATUS.
011956     STRING WS-AUTH-USER-ID ' O ' WS-AUTH-REASON
011958         DELIMITED BY SIZE
011960         INTO WS-EVT-TEXT
011962     END-STRING.
011964     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
011966     MOVE 16 TO RETURN-CODE.
011968     GOBACK.
011970 1050-EXIT.
011972     EXIT.
012000*****************************************************************
012100* 2000-FIND-BEFORE-IMAGE - SCAN THE WHOLE JOURNAL FOR THE LAST   *
012200*                          BEFORE-IMAGE WRITTEN UNDER THE NAMED  *
