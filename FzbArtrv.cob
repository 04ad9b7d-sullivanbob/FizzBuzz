000100*****************************************************************
000200* FZBARTRV                                                           *
000300*                                                                    *
000400* AUDIT TRAIL RETRIEVAL FROM THE LONG-TERM ARCHIVE WRITTEN BY        *
000500* FZBARCHV.  GIVEN ONE RUN ID ON THE PARM, IT LOOKS THE RUN UP       *
000600* IN THE ARCHIVE INDEX (ARCHIDX), READS THE ARCHIVE GENERATIONS      *
000700* (ARCHIN) AND WRITES THAT RUN'S AUDIT RECORDS, UNCHANGED, TO        *
000800* AUDOUT IN PLAIN AUDFILE (FZBAUD) FORMAT - SO FZBDELTA AND          *
000900* FZBXTR (AND FZBRECON AFTER FZBXTR) RUN AGAINST THE RESTORED        *
001000* DATASET EXACTLY AS THEY WOULD AGAINST A LIVE GENERATION.           *
001100* ONLY THE RECORDS FROM THE ARCHIVE PASS THE INDEX NAMES ARE         *
001200* RESTORED, SO A RUN THAT WAS HELD AND ARCHIVED AGAIN IS NOT         *
001300* RESTORED TWICE.  THE RECORDS RESTORED MUST EQUAL THE COUNT         *
001400* THE INDEX HOLDS FOR THE RUN.                                       *
001500*                                                                    *
001600* GIVEN 'D' AND A BUSINESS DATE INSTEAD, IT LISTS THE RUNS THE       *
001700* ARCHIVE HOLDS FOR THAT DATE AND RESTORES NOTHING.                  *
001800*                                                                    *
001900* PARM -                                                             *
002000*   RRRRRRRR  - RUN ID TO RESTORE (8)                                *
002100*   DYYYYMMDD - LIST THE RUNS FOR A BUSINESS DATE (9)                *
002200*                                                                    *
002300* RETURN CODE -                                                      *
002400*   00 - RUN RESTORED AND ITS COUNT AGREES WITH THE INDEX            *
002600*   04 - RUN RESTORED, BUT IT WAS HELD WHEN ARCHIVED (ITS            *
002700*        RECORDS DID NOT AGREE WITH ITS CHECKPOINT)                  *
002800*   08 - NOTHING RESTORED - THE RUN IS NOT IN THE ARCHIVE, OR THE    *
002810*        RUNS FOR A DATE WERE LISTED (A LISTING NEVER RESTORES)      *
002900*   16 - BAD PARM, A FILE FAILED, OR THE RESTORED COUNT DOES         *
003000*        NOT AGREE WITH THE INDEX                                    *
003100*                                                                    *
003200* MODIFICATION HISTORY                                               *
003300*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
003400*****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. FZBARTRV.
003700 AUTHOR. BOB.
003800 INSTALLATION. DATA PROCESSING.
003900 DATE-WRITTEN. 10/15/2026.
004000 DATE-COMPILED.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT ARIX-FILE ASSIGN TO ARCHIDX
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ARIX-KEY
004800         FILE STATUS IS WS-ARIX-STATUS.
004900     SELECT ARCA-FILE ASSIGN TO ARCHIN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-ARCA-STATUS.
005200     SELECT AUD-FILE ASSIGN TO AUDOUT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-AUD-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  ARIX-FILE.
005800     COPY FZBARIX.
005900 FD  ARCA-FILE
006000     RECORDING MODE IS F.
006100     COPY FZBARCA.
006200 FD  AUD-FILE
006300     RECORDING MODE IS F.
006400     COPY FZBAUD.
006500 WORKING-STORAGE SECTION.
006600*****************************************************************
006700* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
006800*****************************************************************
006900 77  WS-ARIX-STATUS           PIC X(02) VALUE SPACES.
007000 77  WS-ARCA-STATUS           PIC X(02) VALUE SPACES.
007100 77  WS-AUD-STATUS            PIC X(02) VALUE SPACES.
007200 77  WS-ARCA-EOF-SW           PIC X(01) VALUE 'N'.
007300     88  WS-ARCA-EOF              VALUE 'Y'.
007400 77  WS-LIST-DONE-SW          PIC X(01) VALUE 'N'.
007500     88  WS-LIST-DONE             VALUE 'Y'.
007600 77  W-ARCA-READ-COUNT        PIC 9(07) COMP VALUE 0.
007700 77  W-RESTORED-COUNT         PIC 9(07) COMP VALUE 0.
007800 77  W-LISTED-COUNT           PIC 9(05) COMP VALUE 0.
007900 77  WS-ARCA-READ-DISP        PIC 9(07) VALUE 0.
008000 77  WS-RESTORED-DISP         PIC 9(07) VALUE 0.
008100 77  WS-INDEX-COUNT-DISP      PIC 9(07) VALUE 0.
008200 77  WS-CKPT-TOTAL-DISP       PIC 9(07) VALUE 0.
008300 77  WS-LISTED-DISP           PIC 9(05) VALUE 0.
008400 77  WS-STATUS-TEXT           PIC X(12) VALUE SPACES.
008500 77  WS-VOID-TEXT             PIC X(06) VALUE SPACES.
008600*****************************************************************
008700* WORKING STORAGE - THE RUN'S INDEX ENTRY, KEPT WHILE THE        *
008800*                   ARCHIVE IS READ                              *
008900*****************************************************************
009000 01  W-TARGET.
009100     05  W-TARGET-RUN-ID      PIC X(08) VALUE SPACES.
009200     05  W-TARGET-SEQ         PIC 9(05) VALUE 0.
009300     05  W-TARGET-COUNT       PIC 9(07) VALUE 0.
009400     05  W-TARGET-BUS-DATE    PIC 9(08) VALUE 0.
009500     05  W-TARGET-STATUS      PIC X(01) VALUE SPACES.
009600         88  W-TARGET-RECONCILED  VALUE 'R'.
009700******************************************************************
009800* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
009900*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
010000*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
010100*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
010200*                   THIS PROGRAM'S SYSOUT.                       *
010300******************************************************************
010400 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBARTRV'.
010500 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
010600 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
010700 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
010800 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
010900 LINKAGE SECTION.
011000 01  LS-PARM-AREA.
011100     05  LS-PARM-LEN          PIC S9(04) COMP.
011200     05  LS-PARM-DATA         PIC X(09).
011300     05  LS-PARM-RESTORE      REDEFINES LS-PARM-DATA.
011400         10  LS-PARM-RUN-ID       PIC X(08).
011500         10  FILLER               PIC X(01).
011600     05  LS-PARM-LIST         REDEFINES LS-PARM-DATA.
011700         10  LS-PARM-MODE         PIC X(01).
011800             88  LS-PARM-LIST-MODE    VALUE 'D'.
011900         10  LS-PARM-LIST-DATE    PIC X(08).
012000         10  LS-PARM-LIST-DATE-N  REDEFINES LS-PARM-LIST-DATE
012100                                  PIC 9(08).
012200 PROCEDURE DIVISION USING LS-PARM-AREA.
012300*****************************************************************
012400* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
012500*****************************************************************
012600 0000-MAIN-PROCEDURE.
012700     MOVE 'FZBARTRV-900I' TO WS-EVT-MSG-ID.
012800     MOVE 'START OF RUN' TO WS-EVT-TEXT.
012900     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
013000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013100     IF LS-PARM-LEN = 9
013200         PERFORM 2000-LIST-DATE THRU 2000-EXIT
013300     ELSE
013400         PERFORM 3000-RESTORE-RUN THRU 3000-EXIT
013500     END-IF.
013600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013700     MOVE 'FZBARTRV-901I' TO WS-EVT-MSG-ID.
013800     MOVE 'END OF RUN' TO WS-EVT-TEXT.
013900     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
014000     GOBACK.
014100*****************************************************************
014200* 1000-INITIALIZE - VALIDATE THE PARM AND OPEN THE INDEX         *
014300*****************************************************************
014400 1000-INITIALIZE.
014500     IF LS-PARM-LEN = 8
014600         IF LS-PARM-RUN-ID = SPACES
014700             GO TO 1000-BAD-PARM
014800         END-IF
014900     ELSE
015000         IF LS-PARM-LEN NOT = 9
015100             GO TO 1000-BAD-PARM
015200         END-IF
015300         IF NOT LS-PARM-LIST-MODE
015400                 OR LS-PARM-LIST-DATE NOT NUMERIC
015500             GO TO 1000-BAD-PARM
015600         END-IF
015700     END-IF.
015800     OPEN INPUT ARIX-FILE.
015900     IF WS-ARIX-STATUS NOT = '00'
016000         DISPLAY 'FZBARTRV-002E ARIX-FILE OPEN FAILED, STATUS '
016100             WS-ARIX-STATUS
016200         MOVE 'FZBARTRV-002E' TO WS-EVT-MSG-ID
016300         MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS
016400         MOVE 'ARIX-FILE OPEN FAILED' TO WS-EVT-TEXT
016500         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
016600         MOVE 16 TO RETURN-CODE
016700         GOBACK
016800     END-IF.
016900     GO TO 1000-EXIT.
017000 1000-BAD-PARM.
017100     DISPLAY 'FZBARTRV-001E PARM MUST BE A RUN ID (8) OR D '
017200         'AND A BUSINESS DATE YYYYMMDD (9)'.
017300     MOVE 'FZBARTRV-001E' TO WS-EVT-MSG-ID.
017400     MOVE 'PARM INVALID' TO WS-EVT-TEXT.
017500     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
017600     MOVE 16 TO RETURN-CODE.
017700     GOBACK.
017800 1000-EXIT.
017900     EXIT.
018000*****************************************************************
018100* 2000-LIST-DATE - LIST THE RUNS THE ARCHIVE HOLDS FOR ONE       *
018200*                  BUSINESS DATE, FROM THE INDEX DATE ENTRIES    *
018300*****************************************************************
018400 2000-LIST-DATE.
018500     DISPLAY '===== FZBARTRV ARCHIVED RUNS FOR BUSINESS DATE '
018600         LS-PARM-LIST-DATE ' ====='.
018700     MOVE SPACES TO FZB-ARIX-RECORD.
018800     MOVE 'D' TO ARIX-KEY-TYPE.
018900     MOVE LS-PARM-LIST-DATE-N TO ARIX-DATE-KEY-DATE.
019000     MOVE LOW-VALUES TO ARIX-DATE-KEY-ID.
019100     START ARIX-FILE KEY NOT < ARIX-KEY
019200         INVALID KEY
019300             MOVE 'Y' TO WS-LIST-DONE-SW
019400     END-START.
019500     PERFORM 2100-LIST-ONE-RUN THRU 2100-EXIT
019600         UNTIL WS-LIST-DONE.
019700     MOVE W-LISTED-COUNT TO WS-LISTED-DISP.
019800     DISPLAY 'RUNS LISTED ........... ' WS-LISTED-DISP.
019900     IF W-LISTED-COUNT = 0
020000         DISPLAY 'FZBARTRV-004W NO ARCHIVED RUNS FOR BUSINESS '
020100             'DATE ' LS-PARM-LIST-DATE
020200         MOVE 'FZBARTRV-004W' TO WS-EVT-MSG-ID
020300         MOVE 'NO ARCHIVED RUNS FOR DATE' TO WS-EVT-TEXT
020400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
020800     END-IF.
020810     MOVE 8 TO RETURN-CODE.
020900 2000-EXIT.
021000     EXIT.
021100*****************************************************************
021200* 2100-LIST-ONE-RUN - READ THE NEXT INDEX ENTRY AND LIST IT      *
021300*                     WHILE IT IS A DATE ENTRY FOR THE DATE      *
021400*****************************************************************
021500 2100-LIST-ONE-RUN.
021600     READ ARIX-FILE NEXT
021700         AT END
021800             MOVE 'Y' TO WS-LIST-DONE-SW
021900             GO TO 2100-EXIT
022000     END-READ.
022100     IF WS-ARIX-STATUS NOT = '00'
022200         DISPLAY 'FZBARTRV-003E ARIX-FILE READ FAILED, STATUS '
022300             WS-ARIX-STATUS
022400         MOVE 'FZBARTRV-003E' TO WS-EVT-MSG-ID
022500         MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS
022600         MOVE 'ARIX-FILE READ FAILED' TO WS-EVT-TEXT
022700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
022800         MOVE 16 TO RETURN-CODE
022900         GOBACK
023000     END-IF.
023100     IF NOT ARIX-DATE-ENTRY
023200             OR ARIX-DATE-KEY-DATE NOT = LS-PARM-LIST-DATE-N
023300         MOVE 'Y' TO WS-LIST-DONE-SW
023400         GO TO 2100-EXIT
023500     END-IF.
023600     ADD 1 TO W-LISTED-COUNT.
023700     PERFORM 4000-SET-STATUS-TEXT THRU 4000-EXIT.
023800     MOVE ARIX-RECORD-COUNT TO WS-INDEX-COUNT-DISP.
023900     DISPLAY 'RUN ' ARIX-RUN-ID '  ARCHIVE PASS '
024000         ARIX-ARCHIVE-SEQ '  ON ' ARIX-ARCHIVE-DATE
024100         '  RECORDS ' WS-INDEX-COUNT-DISP '  ' WS-STATUS-TEXT
024200         ' ' WS-VOID-TEXT.
024300 2100-EXIT.
024400     EXIT.
024500*****************************************************************
024600* 3000-RESTORE-RUN - FIND THE RUN IN THE INDEX, COPY ITS         *
024700*                    RECORDS FROM THE ARCHIVE TO AUDOUT, AND     *
024800*                    AGREE THE COUNT WITH THE INDEX              *
024900*****************************************************************
025000 3000-RESTORE-RUN.
025100     MOVE LS-PARM-RUN-ID TO WS-EVT-RUN-ID.
025200     MOVE SPACES TO FZB-ARIX-RECORD.
025300     MOVE 'R' TO ARIX-KEY-TYPE.
025400     MOVE LS-PARM-RUN-ID TO ARIX-RUN-KEY-ID.
025500     READ ARIX-FILE
025600         INVALID KEY
025700             CONTINUE
025800     END-READ.
025900     IF WS-ARIX-STATUS = '23'
026000         DISPLAY 'FZBARTRV-005W RUN ' LS-PARM-RUN-ID
026100             ' IS NOT IN THE ARCHIVE'
026200         MOVE 'FZBARTRV-005W' TO WS-EVT-MSG-ID
026300         MOVE 'RUN NOT IN ARCHIVE' TO WS-EVT-TEXT
026400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026500         MOVE 8 TO RETURN-CODE
026600         GO TO 3000-EXIT
026700     END-IF.
026800     IF WS-ARIX-STATUS NOT = '00'
026900         DISPLAY 'FZBARTRV-003E ARIX-FILE READ FAILED, STATUS '
027000             WS-ARIX-STATUS
027100         MOVE 'FZBARTRV-003E' TO WS-EVT-MSG-ID
027200         MOVE WS-ARIX-STATUS TO WS-EVT-FILE-STATUS
027300         MOVE 'ARIX-FILE READ FAILED' TO WS-EVT-TEXT
027400         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK
027700     END-IF.
027800     MOVE ARIX-RUN-ID TO W-TARGET-RUN-ID.
027900     MOVE ARIX-ARCHIVE-SEQ TO W-TARGET-SEQ.
028000     MOVE ARIX-RECORD-COUNT TO W-TARGET-COUNT.
028100     MOVE ARIX-BUSINESS-DATE TO W-TARGET-BUS-DATE.
028200     MOVE ARIX-RECON-STATUS TO W-TARGET-STATUS.
028300     MOVE ARIX-CKPT-TOTAL TO WS-CKPT-TOTAL-DISP.
028400     PERFORM 4000-SET-STATUS-TEXT THRU 4000-EXIT.
028500     PERFORM 3100-OPEN-ARCHIVE THRU 3100-EXIT.
028600     PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT.
028700     PERFORM 3300-RESTORE-ONE-RECORD THRU 3300-EXIT
028800         UNTIL WS-ARCA-EOF.
028900     CLOSE ARCA-FILE.
029000     CLOSE AUD-FILE.
029100     MOVE W-ARCA-READ-COUNT TO WS-ARCA-READ-DISP.
029200     MOVE W-RESTORED-COUNT TO WS-RESTORED-DISP.
029300     MOVE W-TARGET-COUNT TO WS-INDEX-COUNT-DISP.
029400     DISPLAY '----- FZBARTRV RUN SUMMARY -----'.
029500     DISPLAY 'RUN ID ................ ' W-TARGET-RUN-ID.
029600     DISPLAY 'BUSINESS DATE ......... ' W-TARGET-BUS-DATE.
029700     DISPLAY 'ARCHIVE PASS .......... ' W-TARGET-SEQ.
029800     DISPLAY 'ARCHIVE RECORDS READ .. ' WS-ARCA-READ-DISP.
029900     DISPLAY 'AUDIT RECORDS RESTORED  ' WS-RESTORED-DISP.
030000     DISPLAY 'INDEX RECORD COUNT .... ' WS-INDEX-COUNT-DISP.
030100     DISPLAY 'CHECKPOINT TOTAL ...... ' WS-CKPT-TOTAL-DISP.
030200     DISPLAY 'ARCHIVE STATUS ........ ' WS-STATUS-TEXT
030300         ' ' WS-VOID-TEXT.
030400     DISPLAY '================================'.
030500     IF W-RESTORED-COUNT NOT = W-TARGET-COUNT
030600         DISPLAY 'FZBARTRV-008E RESTORED ' WS-RESTORED-DISP
030700             ' RECORDS, INDEX HOLDS ' WS-INDEX-COUNT-DISP
030800         MOVE 'FZBARTRV-008E' TO WS-EVT-MSG-ID
030900         MOVE 'RESTORED COUNT DISAGREES WITH INDEX'
031000             TO WS-EVT-TEXT
031100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
031200         MOVE 16 TO RETURN-CODE
031300         GO TO 3000-EXIT
031400     END-IF.
031500     IF NOT W-TARGET-RECONCILED
031600         DISPLAY 'FZBARTRV-009W RUN ' W-TARGET-RUN-ID
031700             ' WAS HELD WHEN ARCHIVED - ' WS-STATUS-TEXT
031800         MOVE 'FZBARTRV-009W' TO WS-EVT-MSG-ID
031900         MOVE 'RESTORED RUN WAS HELD WHEN ARCHIVED'
032000             TO WS-EVT-TEXT
032100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
032200         MOVE 4 TO RETURN-CODE
032300         GO TO 3000-EXIT
032400     END-IF.
032500     MOVE 'FZBARTRV-010I' TO WS-EVT-MSG-ID.
032600     MOVE 'RUN RESTORED' TO WS-EVT-TEXT.
032700     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
032800     MOVE 0 TO RETURN-CODE.
032900 3000-EXIT.
033000     EXIT.
033100*****************************************************************
033200* 3100-OPEN-ARCHIVE - OPEN THE ARCHIVE GENERATIONS AND AUDOUT    *
033300*****************************************************************
033400 3100-OPEN-ARCHIVE.
033500     OPEN INPUT ARCA-FILE.
033600     IF WS-ARCA-STATUS NOT = '00'
033700         DISPLAY 'FZBARTRV-006E ARCA-FILE OPEN FAILED, STATUS '
033800             WS-ARCA-STATUS
033900         MOVE 'FZBARTRV-006E' TO WS-EVT-MSG-ID
034000         MOVE WS-ARCA-STATUS TO WS-EVT-FILE-STATUS
034100         MOVE 'ARCA-FILE OPEN FAILED' TO WS-EVT-TEXT
034200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034300         MOVE 16 TO RETURN-CODE
034400         GOBACK
034500     END-IF.
034600     OPEN OUTPUT AUD-FILE.
034700     IF WS-AUD-STATUS NOT = '00'
034800         DISPLAY 'FZBARTRV-007E AUD-FILE OPEN FAILED, STATUS '
034900             WS-AUD-STATUS
035000         MOVE 'FZBARTRV-007E' TO WS-EVT-MSG-ID
035100         MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
035200         MOVE 'AUD-FILE OPEN FAILED' TO WS-EVT-TEXT
035300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
035400         MOVE 16 TO RETURN-CODE
035500         GOBACK
035600     END-IF.
035700 3100-EXIT.
035800     EXIT.
035900*****************************************************************
036000* 3200-READ-ARCHIVE - READ THE NEXT ARCHIVE RECORD               *
036100*****************************************************************
036200 3200-READ-ARCHIVE.
036300     READ ARCA-FILE
036400         AT END
036500             MOVE 'Y' TO WS-ARCA-EOF-SW
036600     END-READ.
036700     IF WS-ARCA-STATUS NOT = '00' AND WS-ARCA-STATUS NOT = '10'
036800         DISPLAY 'FZBARTRV-006E ARCA-FILE READ FAILED, STATUS '
036900             WS-ARCA-STATUS
037000         MOVE 'FZBARTRV-006E' TO WS-EVT-MSG-ID
037100         MOVE WS-ARCA-STATUS TO WS-EVT-FILE-STATUS
037200         MOVE 'ARCA-FILE READ FAILED' TO WS-EVT-TEXT
037300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
037400         MOVE 16 TO RETURN-CODE
037500         GOBACK
037600     END-IF.
037700     IF NOT WS-ARCA-EOF
037800         ADD 1 TO W-ARCA-READ-COUNT
037900     END-IF.
038000 3200-EXIT.
038100     EXIT.
038200*****************************************************************
038300* 3300-RESTORE-ONE-RECORD - WRITE THE RECORD TO AUDOUT WHEN IT   *
038400*                           BELONGS TO THE RUN AND CAME FROM THE *
038500*                           ARCHIVE PASS THE INDEX NAMES         *
038600*****************************************************************
038700 3300-RESTORE-ONE-RECORD.
038800     IF ARCA-AUD-RUN-ID = W-TARGET-RUN-ID
038900             AND ARCA-ARCHIVE-SEQ = W-TARGET-SEQ
039000         WRITE FZB-AUD-RECORD FROM ARCA-AUD-IMAGE
039100         IF WS-AUD-STATUS NOT = '00'
039200             DISPLAY 'FZBARTRV-007E AUD-FILE WRITE FAILED, '
039300                 'STATUS ' WS-AUD-STATUS
039400             MOVE 'FZBARTRV-007E' TO WS-EVT-MSG-ID
039500             MOVE WS-AUD-STATUS TO WS-EVT-FILE-STATUS
039600             MOVE 'AUD-FILE WRITE FAILED' TO WS-EVT-TEXT
039700             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
039800             MOVE 16 TO RETURN-CODE
039900             GOBACK
040000         END-IF
040100         ADD 1 TO W-RESTORED-COUNT
040200     END-IF.
040300     PERFORM 3200-READ-ARCHIVE THRU 3200-EXIT.
040400 3300-EXIT.
040500     EXIT.
040600*****************************************************************
040700* 4000-SET-STATUS-TEXT - DESCRIBE THE INDEX ENTRY'S RECONCILE    *
040800*                        STATUS FOR THE LISTING AND SUMMARY      *
040900*****************************************************************
041000 4000-SET-STATUS-TEXT.
041100     EVALUATE TRUE
041200         WHEN ARIX-RECONCILED
041300             MOVE 'RECONCILED' TO WS-STATUS-TEXT
041400         WHEN ARIX-COUNT-MISMATCH
041500             MOVE 'MISMATCH' TO WS-STATUS-TEXT
041600         WHEN ARIX-NO-CKPT
041700             MOVE 'NO CHECKPOINT' TO WS-STATUS-TEXT
041800         WHEN ARIX-IN-FLIGHT
041900             MOVE 'IN FLIGHT' TO WS-STATUS-TEXT
042000         WHEN OTHER
042100             MOVE 'UNKNOWN' TO WS-STATUS-TEXT
042200     END-EVALUATE.
042300     MOVE SPACES TO WS-VOID-TEXT.
042400     IF ARIX-RUN-VOID
042500         MOVE 'VOIDED' TO WS-VOID-TEXT
042600     END-IF.
042700 4000-EXIT.
042800     EXIT.
042900*****************************************************************
043000* 9000-TERMINATE - CLOSE THE INDEX                               *
043100*****************************************************************
043200 9000-TERMINATE.
043300     CLOSE ARIX-FILE.
043400 9000-EXIT.
043500     EXIT.
043600*****************************************************************
043700* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
043800*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
043900*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
044000*                    DOESN'T INHERIT IT                          *
044100*****************************************************************
044200 9500-WRITE-EVENT.
044300     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
044400         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
044500     MOVE SPACES TO WS-EVT-FILE-STATUS.
044600 9500-EXIT.
044700     EXIT.
