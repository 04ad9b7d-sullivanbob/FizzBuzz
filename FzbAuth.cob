000100*****************************************************************
000200* FZBAUTH                                                            *
000300*                                                                    *
000400* COMMON AUTHORIZATION CHECK FOR THE WHOLE SUITE.  A PROGRAM THAT    *
000500* ACTS ON BEHALF OF A NAMED USER CALLS THIS SUBPROGRAM WITH THE      *
000600* USER ID AND THE ROLE THE ACTION NEEDS, AND GETS BACK WHETHER       *
000700* THE USER AUTHORIZATION MASTER (USRMAST, FZBUSRM) HOLDS THAT        *
000800* ROLE FOR THE USER, ACTIVE AND IN FORCE TODAY, AND IF NOT, WHY.     *
000900* THE CALLER REFUSES THE ACTION AND LOGS THE REFUSAL.                *
001000*                                                                    *
001100* THE MASTER IS OPENED ON THE FIRST CALL AND STAYS OPEN FOR THE      *
001200* REST OF THE STEP - THE OPERATING SYSTEM CLOSES IT AT STEP END.     *
001300* IF THE MASTER CANNOT BE OPENED OR READ, EVERY CHECK ANSWERS        *
001400* 'E' AND THE CALLER STOPS - AN UNREADABLE MASTER MUST NEVER LET     *
001500* AN ACTION THROUGH.                                                 *
001600*                                                                    *
001700* CALLED WITH - USER ID (8), ROLE (1: S, A, OR O)                    *
001800* RETURNS     - RESULT (1) -                                         *
001900*                 Y = AUTHORIZED                                     *
002000*                 U = USER ID BLANK OR ROLE NOT ON FILE              *
002100*                 R = ROLE REVOKED                                   *
002200*                 N = ROLE NOT YET EFFECTIVE                         *
002300*                 X = ROLE EXPIRED                                   *
002400*                 E = MASTER UNAVAILABLE                             *
002500*               FILE STATUS (2, SET ON E), REASON TEXT (30)          *
002600*                                                                    *
002700* MODIFICATION HISTORY                                               *
002800*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
002900*****************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. FZBAUTH.
003200 AUTHOR. BOB.
003300 INSTALLATION. DATA PROCESSING.
003400 DATE-WRITTEN. 10/15/2026.
003500 DATE-COMPILED.
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT USRM-FILE ASSIGN TO USRMAST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS USRM-KEY
004300         FILE STATUS IS WS-USRM-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  USRM-FILE.
004700     COPY FZBUSRM.
004800 WORKING-STORAGE SECTION.
004900*****************************************************************
005000* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
005100*****************************************************************
005200 77  WS-USRM-STATUS           PIC X(02) VALUE SPACES.
005300 77  WS-MAST-OPEN-SW          PIC X(01) VALUE 'N'.
005400     88  WS-MAST-OPEN             VALUE 'Y'.
005500 77  WS-MAST-FAILED-SW        PIC X(01) VALUE 'N'.
005600     88  WS-MAST-FAILED           VALUE 'Y'.
005700 77  WS-TODAY                 PIC 9(08) VALUE 0.
005800 LINKAGE SECTION.
005900*****************************************************************
006000* THE CHECK AS THE CALLER STAGED IT, AND THE ANSWER              *
006100*****************************************************************
006200 01  LS-AUTH-USER-ID          PIC X(08).
006300 01  LS-AUTH-ROLE             PIC X(01).
006400 01  LS-AUTH-RESULT           PIC X(01).
006500 01  LS-AUTH-FILE-STATUS      PIC X(02).
006600 01  LS-AUTH-REASON           PIC X(30).
006700 PROCEDURE DIVISION USING LS-AUTH-USER-ID LS-AUTH-ROLE
006800     LS-AUTH-RESULT LS-AUTH-FILE-STATUS LS-AUTH-REASON.
006900*****************************************************************
007000* 0000-MAIN-PROCEDURE - OPEN THE MASTER ON FIRST CALL, THEN      *
007100*                       ANSWER ONE CHECK PER CALL                *
007200*****************************************************************
007300 0000-MAIN-PROCEDURE.
007400     MOVE SPACES TO LS-AUTH-FILE-STATUS.
007500     MOVE SPACES TO LS-AUTH-REASON.
007600     IF NOT WS-MAST-OPEN AND NOT WS-MAST-FAILED
007700         PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
007800     END-IF.
007900     IF WS-MAST-FAILED
008000         MOVE 'E' TO LS-AUTH-RESULT
008100         MOVE WS-USRM-STATUS TO LS-AUTH-FILE-STATUS
008200         MOVE 'USER MASTER UNAVAILABLE' TO LS-AUTH-REASON
008300         GOBACK
008400     END-IF.
008500     PERFORM 2000-CHECK-ROLE THRU 2000-EXIT.
008600     GOBACK.
008700*****************************************************************
008800* 1000-OPEN-MASTER - OPEN THE USER AUTHORIZATION MASTER AND      *
008900*                    TAKE TODAY'S DATE FOR THE DATE CHECKS       *
009000*****************************************************************
009100 1000-OPEN-MASTER.
009200     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
009300     OPEN INPUT USRM-FILE.
009400     IF WS-USRM-STATUS NOT = '00'
009500         DISPLAY 'FZBAUTH-001E USRM-FILE OPEN FAILED, STATUS '
009600             WS-USRM-STATUS ' - EVERY CHECK REFUSED'
009700         MOVE 'Y' TO WS-MAST-FAILED-SW
009800     ELSE
009900         MOVE 'Y' TO WS-MAST-OPEN-SW
010000     END-IF.
010100 1000-EXIT.
010200     EXIT.
010300*****************************************************************
010400* 2000-CHECK-ROLE - LOOK UP THE USER'S ENTRY FOR THE ROLE AND    *
010500*                   TEST ITS STATUS AND DATES                    *
010600*****************************************************************
010700 2000-CHECK-ROLE.
010800     IF LS-AUTH-USER-ID = SPACES
010900         MOVE 'U' TO LS-AUTH-RESULT
011000         MOVE 'USER ID MISSING' TO LS-AUTH-REASON
011100         GO TO 2000-EXIT
011200     END-IF.
011300     MOVE LS-AUTH-USER-ID TO USRM-USER-ID.
011400     MOVE LS-AUTH-ROLE TO USRM-ROLE.
011500     READ USRM-FILE
011600         INVALID KEY
011700             CONTINUE
011800     END-READ.
011900     IF WS-USRM-STATUS = '23'
012000         MOVE 'U' TO LS-AUTH-RESULT
012100         MOVE 'USER DOES NOT HOLD THE ROLE' TO LS-AUTH-REASON
012200         GO TO 2000-EXIT
012300     END-IF.
012400     IF WS-USRM-STATUS NOT = '00'
012500         DISPLAY 'FZBAUTH-002E USRM-FILE READ FAILED, STATUS '
012600             WS-USRM-STATUS
012700         MOVE 'E' TO LS-AUTH-RESULT
012800         MOVE WS-USRM-STATUS TO LS-AUTH-FILE-STATUS
012900         MOVE 'USER MASTER UNAVAILABLE' TO LS-AUTH-REASON
013000         GO TO 2000-EXIT
013100     END-IF.
013200     IF USRM-REVOKED
013300         MOVE 'R' TO LS-AUTH-RESULT
013400         MOVE 'ROLE REVOKED' TO LS-AUTH-REASON
013500         GO TO 2000-EXIT
013600     END-IF.
013700     IF WS-TODAY < USRM-EFFECTIVE-DATE
013800         MOVE 'N' TO LS-AUTH-RESULT
013900         MOVE 'ROLE NOT YET EFFECTIVE' TO LS-AUTH-REASON
014000         GO TO 2000-EXIT
014100     END-IF.
014200     IF WS-TODAY > USRM-EXPIRY-DATE
014300         MOVE 'X' TO LS-AUTH-RESULT
014400         MOVE 'ROLE EXPIRED' TO LS-AUTH-REASON
014500         GO TO 2000-EXIT
014600     END-IF.
014700     MOVE 'Y' TO LS-AUTH-RESULT.
014800 2000-EXIT.
014900     EXIT.
