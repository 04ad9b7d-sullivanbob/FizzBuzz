001300* RETURN CODE -                                                     *
001400*   00 - LOCK FOUND AND CLEARED                                      *
001500*   08 - NO LOCK HELD FOR THE RUN ID                                 *
001600*   16 - A FILE FAILED, THE PARM RUN ID IS MISSING, OR THE           *
001610*        OPERATOR IS NOT AUTHORIZED                                  *
001700*                                                                    *
001800* PARM FORMAT - RUN ID WHOSE LOCK IS TO BE CLEARED (8),             *
001810*               OPERATOR ID (8), SEPARATED BY ONE BYTE              *
001900*                                                                    *
002000* MODIFICATION HISTORY                                              *
002100*   09/01/26 BS  ORIGINAL PROGRAM.                                  *
002110*   10/15/26 BS  THE PARM NOW ALSO NAMES THE OPERATOR, WHO MUST     *
002120*                HOLD THE OPERATOR ROLE ON THE USER AUTHORIZATION   *
002130*                MASTER (USRMAST, CHECKED THROUGH FZBAUTH) TODAY.   *
002140*                A REFUSAL ENDS THE RUN RC 16 BEFORE ANYTHING IS    *
002150*                TOUCHED, AND EVERY REFUSAL AND EVERY AUTHORIZED    *
002160*                RUN IS LOGGED TO THE EVENT LOG FOR SECURITY        *
002170*                REVIEW.                                            *
002200*****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. FZBUNLCK.
005400 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
005500 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
005600 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
005610*****************************************************************
005620* WORKING STORAGE - OPERATOR ROLE CHECK STAGING FOR FZBAUTH      *
005630*****************************************************************
005640 77  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
005650 77  WS-AUTH-ROLE             PIC X(01) VALUE 'O'.
005660 77  WS-AUTH-RESULT           PIC X(01) VALUE SPACES.
005670     88  WS-AUTH-GRANTED          VALUE 'Y'.
005680 77  WS-AUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
005690 77  WS-AUTH-REASON           PIC X(30) VALUE SPACES.
005700 LINKAGE SECTION.
005800*****************************************************************
005900* LS-PARM-AREA - RUN ID WHOSE LOCK IS TO BE CLEARED, FROM THE    *
006200 01  LS-PARM-AREA.
006300     05  LS-PARM-LEN              PIC S9(04) COMP.
006400     05  LS-PARM-TARGET-RUN-ID    PIC X(08).
006410     05  FILLER                   PIC X(01).
006420     05  LS-PARM-OPERATOR-ID      PIC X(08).
006500 PROCEDURE DIVISION USING LS-PARM-AREA.
006600*****************************************************************
006700* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
009500         MOVE 16 TO RETURN-CODE
009600         GOBACK
009700     END-IF.
009710     PERFORM 1050-CHECK-OPERATOR THRU 1050-EXIT.
009800     OPEN I-O LOCK-FILE.
009900     IF WS-LOCK-STATUS NOT = '00'
010000         DISPLAY 'FZBUNLCK-002E LOCK-FILE OPEN FAILED, STATUS '
010800     END-IF.
010900 1000-EXIT.
011000     EXIT.
011002*****************************************************************
011004* 1050-CHECK-OPERATOR - THE OPERATOR NAMED ON THE PARM MUST HOLD *
011006*                       THE OPERATOR ROLE TODAY.  A REFUSAL IS   *
011008*                       LOGGED AND ENDS THE RUN BEFORE ANY FILE  *
011010*                       IS OPENED FOR UPDATE                     *
011012*****************************************************************
011014 1050-CHECK-OPERATOR.
011016     MOVE SPACES TO WS-AUTH-USER-ID.
011017     EVALUATE TRUE
011018         WHEN LS-PARM-LEN NOT < 17
011019             MOVE LS-PARM-OPERATOR-ID TO WS-AUTH-USER-ID
011020         WHEN LS-PARM-LEN > 9
011021             MOVE LS-PARM-OPERATOR-ID (1:LS-PARM-LEN - 9)
011022                 TO WS-AUTH-USER-ID
011023     END-EVALUATE.
011024     CALL 'FZBAUTH' USING WS-AUTH-USER-ID WS-AUTH-ROLE
011026         WS-AUTH-RESULT WS-AUTH-FILE-STATUS WS-AUTH-REASON.
011028     MOVE SPACES TO WS-EVT-TEXT.
011030     IF WS-AUTH-GRANTED
011032         MOVE 'FZBUNLCK-008I' TO WS-EVT-MSG-ID
011034         STRING 'OPERATOR ' WS-AUTH-USER-ID ' AUTHORIZED'
011036             DELIMITED BY SIZE
011038             INTO WS-EVT-TEXT
011040         END-STRING
011042         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
011044         GO TO 1050-EXIT
011046     END-IF.
011048     DISPLAY 'FZBUNLCK-007E OPERATOR ' WS-AUTH-USER-ID
011050         ' REFUSED - ' WS-AUTH-REASON.
011052     MOVE 'FZBUNLCK-007E' TO WS-EVT-MSG-ID.
011054     MOVE WS-AUTH-FILE-STATUS TO WS-EVT-FILE-STATUS.
011056     STRING WS-AUTH-USER-ID ' O ' WS-AUTH-REASON
011058         DELIMITED BY SIZE
011060         INTO WS-EVT-TEXT
011062     END-STRING.
011064     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
011066     MOVE 16 TO RETURN-CODE.
011068     GOBACK.
011070 1050-EXIT.
011072     EXIT.
011100*****************************************************************
011200* 2000-CLEAR-LOCK - NAME THE LOCK'S HOLDER, THEN DELETE IT       *
011300*****************************************************************
