000100*****************************************************************
000200* FZBBKUP                                                            *
000300*                                                                    *
000400* POINT-IN-TIME BACKUP OF THE SUITE'S SHARED MASTER FILES.  CTLFILE, *
000500* CKPTFILE, LOCKFILE, JRNLFILE, AND THE VSAMOUT CLUSTER ARE UPDATED  *
000600* IN PLACE BY A DOZEN PROGRAMS, AND LOSING ONE LEFT NO CONSISTENT    *
000700* WAY TO PUT ALL FIVE BACK TO THE SAME MOMENT.  THIS PROGRAM COPIES  *
000800* ALL FIVE TOGETHER INTO ONE GENERATION OF THE BACKUP DATASET        *
000900* (BKUPFILE, FZBBKIM), EVERY RECORD TAGGED WITH ONE BACKUP ID (THE   *
001000* DATE AND TIME THE BACKUP WAS TAKEN), AND WRITES A MATCHING         *
001100* GENERATION OF THE BACKUP CONTROL DATASET (BKCNTL, FZBBKCT)         *
001200* HOLDING THE RECORD COUNT PER FILE AND PER RUN ID WITHIN EACH FILE. *
001300* FZBBKRS RESTORES THE SET AND PROVES IT AGAINST THOSE COUNTS.       *
001400*                                                                    *
001500* THE JOB HOLDS ALL FIVE FILES DISP=OLD, SO NOTHING UPDATES THEM     *
001600* WHILE THE COPY IS TAKEN.  A BACKUP IS ONLY TAKEN WHEN NO RUN LOCK  *
001700* IS HELD - A LOCK MEANS A CLASSIFY IS MID-FLIGHT (OR ABENDED AND    *
001800* NOT YET CLEARED), AND A COPY TAKEN THEN WOULD CATCH ITS FILES      *
001900* HALF WRITTEN.  EVERY LOCK FOUND IS LISTED AND NOTHING IS COPIED.   *
002000* A FILE THAT DOES NOT EXIST YET IS BACKED UP AS EMPTY.              *
002100*                                                                    *
002200* RETURN CODE -                                                      *
002300*   00 - BACKUP TAKEN                                                *
002400*   16 - A RUN LOCK IS HELD, A FILE FAILED, THE RUN TABLE FILLED,    *
002410*        OR THERE ARE MORE RUN TOTALS THAN FZBBKRS CAN HOLD          *
002500*        - NO BACKUP TAKEN (THE JOB DISCARDS THE NEW                 *
002600*        GENERATIONS)                                                *
002700*                                                                    *
002800* MODIFICATION HISTORY                                               *
002900*   10/15/26 BS  ORIGINAL PROGRAM.                                  *
003000*****************************************************************
003100 IDENTIFICATION DIVISION.
003200 PROGRAM-ID. FZBBKUP.
003300 AUTHOR. BOB.
003400 INSTALLATION. DATA PROCESSING.
003500 DATE-WRITTEN. 10/15/2026.
003600 DATE-COMPILED.
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CTL-FILE ASSIGN TO CTLFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-CTL-STATUS.
004300     SELECT CKPT-FILE ASSIGN TO CKPTFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS CKPT-RUN-ID
004700         FILE STATUS IS WS-CKPT-STATUS.
004800     SELECT LOCK-FILE ASSIGN TO LOCKFILE
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS LOCK-RUN-ID
005200         FILE STATUS IS WS-LOCK-STATUS.
005300     SELECT JRNL-FILE ASSIGN TO JRNLFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-JRNL-STATUS.
005600     SELECT VSAM-FILE ASSIGN TO VSAMOUT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS VOUT-KEY
006000         FILE STATUS IS WS-VSAM-STATUS.
006100     SELECT BKIM-FILE ASSIGN TO BKUPFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-BKIM-STATUS.
006400     SELECT BKCT-FILE ASSIGN TO BKCNTL
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-BKCT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CTL-FILE
007000     RECORDING MODE IS F.
007100     COPY FZBCTL.
007200 FD  CKPT-FILE.
007300     COPY FZBCKPT.
007400 FD  LOCK-FILE.
007500     COPY FZBLOCK.
007600 FD  JRNL-FILE
007700     RECORDING MODE IS F.
007800     COPY FZBJRNL.
007900 FD  VSAM-FILE.
008000     COPY FZBVOUT.
008100 FD  BKIM-FILE
008200     RECORDING MODE IS F.
008300     COPY FZBBKIM.
008400 FD  BKCT-FILE
008500     RECORDING MODE IS F.
008600     COPY FZBBKCT.
008700 WORKING-STORAGE SECTION.
008800*****************************************************************
008900* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
009000*****************************************************************
009100 77  WS-CTL-STATUS            PIC X(02) VALUE SPACES.
009200 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
009300 77  WS-LOCK-STATUS           PIC X(02) VALUE SPACES.
009400 77  WS-JRNL-STATUS           PIC X(02) VALUE SPACES.
009500 77  WS-VSAM-STATUS           PIC X(02) VALUE SPACES.
009600 77  WS-BKIM-STATUS           PIC X(02) VALUE SPACES.
009700 77  WS-BKCT-STATUS           PIC X(02) VALUE SPACES.
009800 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
009900     88  WS-EOF                   VALUE 'Y'.
010000 77  WS-RUN-FOUND-SW          PIC X(01) VALUE 'N'.
010100     88  WS-RUN-FOUND             VALUE 'Y'.
010200 77  W-BACKUP-DATE            PIC 9(08) VALUE 0.
010300 77  W-BACKUP-TIME            PIC 9(08) VALUE 0.
010400 77  W-FILE-NAME              PIC X(08) VALUE SPACES.
010500 77  W-KEY-RUN-ID             PIC X(08) VALUE SPACES.
010600 77  W-BREAK-RUN-ID           PIC X(08) VALUE SPACES.
010700 77  W-BREAK-COUNT            PIC 9(09) COMP VALUE 0.
010800 77  W-FILE-COUNT             PIC 9(09) COMP VALUE 0.
010900 77  W-LOCK-COUNT             PIC 9(09) COMP VALUE 0.
011000 77  W-CTL-COUNT              PIC 9(09) COMP VALUE 0.
011100 77  W-CKPT-COUNT             PIC 9(09) COMP VALUE 0.
011200 77  W-JRNL-COUNT             PIC 9(09) COMP VALUE 0.
011300 77  W-VSAM-COUNT             PIC 9(09) COMP VALUE 0.
011400 77  W-IMAGE-COUNT            PIC 9(09) COMP VALUE 0.
011500 77  W-CONTROL-COUNT          PIC 9(09) COMP VALUE 0.
011600 77  W-RUN-IDX                PIC 9(04) COMP VALUE 0.
011700 77  W-LAST-IDX               PIC 9(04) COMP VALUE 0.
011710 77  W-RUN-TOTAL-COUNT        PIC 9(05) COMP VALUE 0.
011720 77  W-RUN-TOTAL-MAX          PIC 9(05) COMP VALUE 5000.
011800*****************************************************************
011900* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
012000*****************************************************************
012100 77  WS-COUNT-DISP            PIC 9(09) VALUE 0.
012200 77  WS-CTL-DISP              PIC 9(09) VALUE 0.
012300 77  WS-CKPT-DISP             PIC 9(09) VALUE 0.
012400 77  WS-LOCK-DISP             PIC 9(09) VALUE 0.
012500 77  WS-JRNL-DISP             PIC 9(09) VALUE 0.
012600 77  WS-VSAM-DISP             PIC 9(09) VALUE 0.
012700 77  WS-IMAGE-DISP            PIC 9(09) VALUE 0.
012800 77  WS-CONTROL-DISP          PIC 9(09) VALUE 0.
012900*****************************************************************
013000* WORKING STORAGE - RUN IDS MET IN THE FILE BEING COPIED.        *
013100*                   CTLFILE AND JRNLFILE ARE NOT IN RUN ID       *
013200*                   ORDER (A BATCH ID CAN COMMIT ON SEVERAL      *
013300*                   NIGHTS), SO THEIR RECORDS ARE TOTALLED HERE  *
013400*                   AND WRITTEN AS RUN TOTALS AFTER THE FILE IS  *
013500*                   COPIED.  CKPTFILE AND VSAMOUT ARE READ IN    *
013600*                   KEY ORDER AND TOTALLED ON THE RUN ID BREAK   *
013610*                                                                *
013620*                   W-RUN-TOTAL-MAX IS THE MOST RUN TOTALS ONE   *
013630*                   BACKUP MAY WRITE ACROSS ALL FIVE FILES.  IT  *
013640*                   MUST EQUAL THE SIZE OF FZBBKRS'S RUN TABLE,  *
013650*                   WHICH HOLDS EVERY RUN TOTAL AT RESTORE - A   *
013660*                   BACKUP THAT WROTE MORE COULD NOT BE          *
013670*                   RESTORED.  CHANGE THE TWO TOGETHER           *
013700*****************************************************************
013800 01  W-RUN-TABLE.
013900     05  W-RUN-COUNT          PIC 9(04) COMP VALUE 0.
014000     05  W-RUN-MAX            PIC 9(04) COMP VALUE 2000.
014100     05  W-RUN-ENTRY OCCURS 2000 TIMES.
014200         10  W-RUN-ID             PIC X(08).
014300         10  W-RUN-RECORDS        PIC 9(09) COMP.
014400******************************************************************
014500* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
014600*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
014700*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
014800*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
014900*                   THIS PROGRAM'S SYSOUT.                       *
015000******************************************************************
015100 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBBKUP'.
015200 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
015300 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
015400 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
015500 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
015600 PROCEDURE DIVISION.
015700*****************************************************************
015800* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
015900*****************************************************************
016000 0000-MAIN-PROCEDURE.
016100     MOVE 'FZBBKUP-900I' TO WS-EVT-MSG-ID.
016200     MOVE 'START OF RUN' TO WS-EVT-TEXT.
016300     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
016400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016500     PERFORM 2000-BACKUP-CTL THRU 2000-EXIT.
016600     PERFORM 3000-BACKUP-CKPT THRU 3000-EXIT.
016700     PERFORM 4000-BACKUP-JRNL THRU 4000-EXIT.
016800     PERFORM 5000-BACKUP-VSAM THRU 5000-EXIT.
016900     PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
017000     PERFORM 8000-SUMMARY THRU 8000-EXIT.
017100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017200     MOVE 'FZBBKUP-013I' TO WS-EVT-MSG-ID.
017300     STRING 'BACKUP ' W-BACKUP-DATE ' ' W-BACKUP-TIME
017400         ' TAKEN'
017500         DELIMITED BY SIZE
017600         INTO WS-EVT-TEXT
017700     END-STRING.
017800     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
017900     MOVE 0 TO RETURN-CODE.
018000     MOVE 'FZBBKUP-901I' TO WS-EVT-MSG-ID.
018100     MOVE 'END OF RUN' TO WS-EVT-TEXT.
018200     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
018300     GOBACK.
018400*****************************************************************
018500* 1000-INITIALIZE - TAKE THE BACKUP ID, REFUSE IF ANY RUN LOCK   *
018600*                   IS HELD, AND OPEN THE BACKUP DATASETS.  THE  *
018700*                   LOCK FILE'S (EMPTY) TOTAL IS THE FIRST       *
018800*                   CONTROL RECORD WRITTEN                       *
018900*****************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT W-BACKUP-DATE FROM DATE YYYYMMDD.
019200     ACCEPT W-BACKUP-TIME FROM TIME.
019300     PERFORM 1100-CHECK-RUN-LOCKS THRU 1100-EXIT.
019400     OPEN OUTPUT BKIM-FILE.
019500     IF WS-BKIM-STATUS NOT = '00'
019600         DISPLAY 'FZBBKUP-006E BKIM-FILE OPEN FAILED, STATUS '
019700             WS-BKIM-STATUS
019800         MOVE 'FZBBKUP-006E' TO WS-EVT-MSG-ID
019900         MOVE WS-BKIM-STATUS TO WS-EVT-FILE-STATUS
020000         MOVE 'BKIM-FILE OPEN FAILED' TO WS-EVT-TEXT
020100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
020200         MOVE 16 TO RETURN-CODE
020300         GOBACK
020400     END-IF.
020500     OPEN OUTPUT BKCT-FILE.
020600     IF WS-BKCT-STATUS NOT = '00'
020700         DISPLAY 'FZBBKUP-007E BKCT-FILE OPEN FAILED, STATUS '
020800             WS-BKCT-STATUS
020900         MOVE 'FZBBKUP-007E' TO WS-EVT-MSG-ID
021000         MOVE WS-BKCT-STATUS TO WS-EVT-FILE-STATUS
021100         MOVE 'BKCT-FILE OPEN FAILED' TO WS-EVT-TEXT
021200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
021300         MOVE 16 TO RETURN-CODE
021400         GOBACK
021500     END-IF.
021600     DISPLAY '===== FZBBKUP BACKUP ' W-BACKUP-DATE ' '
021700         W-BACKUP-TIME ' ====='.
021800     MOVE 'LOCKFILE' TO W-FILE-NAME.
021900     MOVE W-LOCK-COUNT TO W-FILE-COUNT.
022000     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
022100 1000-EXIT.
022200     EXIT.
022300*****************************************************************
022400* 1100-CHECK-RUN-LOCKS - READ THE WHOLE LOCK FILE.  EVERY LOCK   *
022500*                        FOUND IS LISTED, AND ANY LOCK AT ALL    *
022600*                        ENDS THE RUN BEFORE ANYTHING IS COPIED. *
022700*                        NO LOCK FILE YET MEANS NO LOCK HELD     *
022800*****************************************************************
022900 1100-CHECK-RUN-LOCKS.
023000     MOVE 0 TO W-LOCK-COUNT.
023100     OPEN INPUT LOCK-FILE.
023200     IF WS-LOCK-STATUS = '35'
023300         GO TO 1100-EXIT
023400     END-IF.
023500     IF WS-LOCK-STATUS NOT = '00'
023600         DISPLAY 'FZBBKUP-003E LOCK-FILE OPEN FAILED, STATUS '
023700             WS-LOCK-STATUS
023800         MOVE 'FZBBKUP-003E' TO WS-EVT-MSG-ID
023900         MOVE WS-LOCK-STATUS TO WS-EVT-FILE-STATUS
024000         MOVE 'LOCK-FILE OPEN FAILED' TO WS-EVT-TEXT
024100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
024200         MOVE 16 TO RETURN-CODE
024300         GOBACK
024400     END-IF.
024500     MOVE 'N' TO WS-EOF-SW.
024600     PERFORM 1110-READ-LOCK THRU 1110-EXIT.
024700     PERFORM 1120-LIST-ONE-LOCK THRU 1120-EXIT
024800         UNTIL WS-EOF.
024900     CLOSE LOCK-FILE.
025000     IF W-LOCK-COUNT > 0
025100         MOVE W-LOCK-COUNT TO WS-LOCK-DISP
025200         DISPLAY 'FZBBKUP-008E ' WS-LOCK-DISP
025300             ' RUN LOCK(S) HELD - NO BACKUP TAKEN'
025400         MOVE 16 TO RETURN-CODE
025500         GOBACK
025600     END-IF.
025700 1100-EXIT.
025800     EXIT.
025900*****************************************************************
026000* 1110-READ-LOCK - READ THE NEXT RUN LOCK                        *
026100*****************************************************************
026200 1110-READ-LOCK.
026300     READ LOCK-FILE NEXT RECORD
026400         AT END
026500             MOVE 'Y' TO WS-EOF-SW
026600     END-READ.
026700     IF WS-LOCK-STATUS NOT = '00' AND WS-LOCK-STATUS NOT = '10'
026800         DISPLAY 'FZBBKUP-009E LOCK-FILE READ FAILED, STATUS '
026900             WS-LOCK-STATUS
027000         MOVE 'FZBBKUP-009E' TO WS-EVT-MSG-ID
027100         MOVE WS-LOCK-STATUS TO WS-EVT-FILE-STATUS
027200         MOVE 'LOCK-FILE READ FAILED' TO WS-EVT-TEXT
027300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
027400         MOVE 16 TO RETURN-CODE
027500         GOBACK
027600     END-IF.
027700 1110-EXIT.
027800     EXIT.
027900*****************************************************************
028000* 1120-LIST-ONE-LOCK - NAME ONE LOCK'S HOLDER ON SYSOUT AND THE  *
028100*                      EVENT LOG, THEN READ THE NEXT             *
028200*****************************************************************
028300 1120-LIST-ONE-LOCK.
028400     ADD 1 TO W-LOCK-COUNT.
028500     DISPLAY 'FZBBKUP-008E RUN ' LOCK-RUN-ID ' LOCKED BY '
028600         LOCK-HOLDER ' SINCE ' LOCK-DATE ' ' LOCK-TIME.
028700     MOVE 'FZBBKUP-008E' TO WS-EVT-MSG-ID.
028800     MOVE LOCK-RUN-ID TO WS-EVT-RUN-ID.
028900     MOVE 'RUN LOCK HELD - NO BACKUP TAKEN' TO WS-EVT-TEXT.
029000     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
029100     PERFORM 1110-READ-LOCK THRU 1110-EXIT.
029200 1120-EXIT.
029300     EXIT.
029400*****************************************************************
029500* 2000-BACKUP-CTL - COPY EVERY CONTROL RECORD, TOTALLING THEM BY *
029600*                   RUN ID                                       *
029700*****************************************************************
029800 2000-BACKUP-CTL.
029900     MOVE 'CTLFILE' TO W-FILE-NAME.
030000     MOVE 0 TO W-FILE-COUNT W-RUN-COUNT W-LAST-IDX.
030100     OPEN INPUT CTL-FILE.
030200     IF WS-CTL-STATUS = '35'
030300         GO TO 2000-TOTAL
030400     END-IF.
030500     IF WS-CTL-STATUS NOT = '00'
030600         DISPLAY 'FZBBKUP-001E CTL-FILE OPEN FAILED, STATUS '
030700             WS-CTL-STATUS
030800         MOVE 'FZBBKUP-001E' TO WS-EVT-MSG-ID
030900         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
031000         MOVE 'CTL-FILE OPEN FAILED' TO WS-EVT-TEXT
031100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
031200         MOVE 16 TO RETURN-CODE
031300         GOBACK
031400     END-IF.
031500     MOVE 'N' TO WS-EOF-SW.
031600     PERFORM 2100-READ-CTL THRU 2100-EXIT.
031700     PERFORM 2200-COPY-ONE-CTL THRU 2200-EXIT
031800         UNTIL WS-EOF.
031900     CLOSE CTL-FILE.
032000     PERFORM 7310-WRITE-ONE-RUN-TOTAL THRU 7310-EXIT
032100         VARYING W-RUN-IDX FROM 1 BY 1
032200         UNTIL W-RUN-IDX > W-RUN-COUNT.
032300 2000-TOTAL.
032400     MOVE W-FILE-COUNT TO W-CTL-COUNT.
032500     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
032600 2000-EXIT.
032700     EXIT.
032800*****************************************************************
032900* 2100-READ-CTL - READ THE NEXT CONTROL RECORD                   *
033000*****************************************************************
033100 2100-READ-CTL.
033200     READ CTL-FILE
033300         AT END
033400             MOVE 'Y' TO WS-EOF-SW
033500     END-READ.
033600     IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '10'
033700         DISPLAY 'FZBBKUP-010E CTL-FILE READ FAILED, STATUS '
033800             WS-CTL-STATUS
033900         MOVE 'FZBBKUP-010E' TO WS-EVT-MSG-ID
034000         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
034100         MOVE 'CTL-FILE READ FAILED' TO WS-EVT-TEXT
034200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034300         MOVE 16 TO RETURN-CODE
034400         GOBACK
034500     END-IF.
034600 2100-EXIT.
034700     EXIT.
034800*****************************************************************
034900* 2200-COPY-ONE-CTL - WRITE ONE CONTROL RECORD'S IMAGE AND COUNT *
035000*                     IT UNDER ITS RUN ID                        *
035100*****************************************************************
035200 2200-COPY-ONE-CTL.
035300     MOVE FZB-CTL-RECORD TO BKIM-IMAGE.
035400     PERFORM 7000-WRITE-IMAGE THRU 7000-EXIT.
035500     MOVE CTL-RUN-ID TO W-KEY-RUN-ID.
035600     PERFORM 7400-COUNT-RUN THRU 7400-EXIT.
035700     PERFORM 2100-READ-CTL THRU 2100-EXIT.
035800 2200-EXIT.
035900     EXIT.
036000*****************************************************************
036100* 3000-BACKUP-CKPT - COPY EVERY CHECKPOINT RECORD.  THERE IS ONE *
036200*                    PER RUN ID, SO EACH IS ITS OWN RUN TOTAL,   *
036300*                    CARRYING THE RUN'S CHECKPOINT TOTAL, STATUS,*
036400*                    AND VOID MARK FOR THE RESTORE TO PROVE      *
036500*****************************************************************
036600 3000-BACKUP-CKPT.
036700     MOVE 'CKPTFILE' TO W-FILE-NAME.
036800     MOVE 0 TO W-FILE-COUNT.
036900     OPEN INPUT CKPT-FILE.
037000     IF WS-CKPT-STATUS = '35'
037100         GO TO 3000-TOTAL
037200     END-IF.
037300     IF WS-CKPT-STATUS NOT = '00'
037400         DISPLAY 'FZBBKUP-002E CKPT-FILE OPEN FAILED, STATUS '
037500             WS-CKPT-STATUS
037600         MOVE 'FZBBKUP-002E' TO WS-EVT-MSG-ID
037700         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
037800         MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
037900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
038000         MOVE 16 TO RETURN-CODE
038100         GOBACK
038200     END-IF.
038300     MOVE 'N' TO WS-EOF-SW.
038400     PERFORM 3100-READ-CKPT THRU 3100-EXIT.
038500     PERFORM 3200-COPY-ONE-CKPT THRU 3200-EXIT
038600         UNTIL WS-EOF.
038700     CLOSE CKPT-FILE.
038800 3000-TOTAL.
038900     MOVE W-FILE-COUNT TO W-CKPT-COUNT.
039000     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
039100 3000-EXIT.
039200     EXIT.
039300*****************************************************************
039400* 3100-READ-CKPT - READ THE NEXT CHECKPOINT RECORD               *
039500*****************************************************************
039600 3100-READ-CKPT.
039700     READ CKPT-FILE NEXT RECORD
039800         AT END
039900             MOVE 'Y' TO WS-EOF-SW
040000     END-READ.
040100     IF WS-CKPT-STATUS NOT = '00' AND WS-CKPT-STATUS NOT = '10'
040200         DISPLAY 'FZBBKUP-011E CKPT-FILE READ FAILED, STATUS '
040300             WS-CKPT-STATUS
040400         MOVE 'FZBBKUP-011E' TO WS-EVT-MSG-ID
040500         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
040600         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
040700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
040800         MOVE 16 TO RETURN-CODE
040900         GOBACK
041000     END-IF.
041100 3100-EXIT.
041200     EXIT.
041300*****************************************************************
041400* 3200-COPY-ONE-CKPT - WRITE ONE CHECKPOINT RECORD'S IMAGE AND   *
041500*                      ITS RUN TOTAL                             *
041600*****************************************************************
041700 3200-COPY-ONE-CKPT.
041800     MOVE FZB-CKPT-RECORD TO BKIM-IMAGE.
041900     PERFORM 7000-WRITE-IMAGE THRU 7000-EXIT.
042000     PERFORM 7050-START-CONTROL THRU 7050-EXIT.
042100     MOVE 'R' TO BKCT-REC-TYPE.
042200     MOVE CKPT-RUN-ID TO BKCT-RUN-ID.
042300     MOVE 1 TO BKCT-RECORD-COUNT.
042400     MOVE CKPT-TOTAL-COUNT TO BKCT-CKPT-TOTAL-COUNT.
042500     MOVE CKPT-STATUS-CODE TO BKCT-CKPT-STATUS-CODE.
042600     MOVE CKPT-VOID-SW TO BKCT-CKPT-VOID-SW.
042700     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
042800     PERFORM 3100-READ-CKPT THRU 3100-EXIT.
042900 3200-EXIT.
043000     EXIT.
043100*****************************************************************
043200* 4000-BACKUP-JRNL - COPY EVERY JOURNAL IMAGE, TOTALLING THEM BY *
043300*                    BATCH (RUN) ID                              *
043400*****************************************************************
043500 4000-BACKUP-JRNL.
043600     MOVE 'JRNLFILE' TO W-FILE-NAME.
043700     MOVE 0 TO W-FILE-COUNT W-RUN-COUNT W-LAST-IDX.
043800     OPEN INPUT JRNL-FILE.
043900     IF WS-JRNL-STATUS = '35'
044000         GO TO 4000-TOTAL
044100     END-IF.
044200     IF WS-JRNL-STATUS NOT = '00'
044300         DISPLAY 'FZBBKUP-004E JRNL-FILE OPEN FAILED, STATUS '
044400             WS-JRNL-STATUS
044500         MOVE 'FZBBKUP-004E' TO WS-EVT-MSG-ID
044600         MOVE WS-JRNL-STATUS TO WS-EVT-FILE-STATUS
044700         MOVE 'JRNL-FILE OPEN FAILED' TO WS-EVT-TEXT
044800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
044900         MOVE 16 TO RETURN-CODE
045000         GOBACK
045100     END-IF.
045200     MOVE 'N' TO WS-EOF-SW.
045300     PERFORM 4100-READ-JRNL THRU 4100-EXIT.
045400     PERFORM 4200-COPY-ONE-JRNL THRU 4200-EXIT
045500         UNTIL WS-EOF.
045600     CLOSE JRNL-FILE.
045700     PERFORM 7310-WRITE-ONE-RUN-TOTAL THRU 7310-EXIT
045800         VARYING W-RUN-IDX FROM 1 BY 1
045900         UNTIL W-RUN-IDX > W-RUN-COUNT.
046000 4000-TOTAL.
046100     MOVE W-FILE-COUNT TO W-JRNL-COUNT.
046200     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
046300 4000-EXIT.
046400     EXIT.
046500*****************************************************************
046600* 4100-READ-JRNL - READ THE NEXT JOURNAL IMAGE                   *
046700*****************************************************************
046800 4100-READ-JRNL.
046900     READ JRNL-FILE
047000         AT END
047100             MOVE 'Y' TO WS-EOF-SW
047200     END-READ.
047300     IF WS-JRNL-STATUS NOT = '00' AND WS-JRNL-STATUS NOT = '10'
047400         DISPLAY 'FZBBKUP-012E JRNL-FILE READ FAILED, STATUS '
047500             WS-JRNL-STATUS
047600         MOVE 'FZBBKUP-012E' TO WS-EVT-MSG-ID
047700         MOVE WS-JRNL-STATUS TO WS-EVT-FILE-STATUS
047800         MOVE 'JRNL-FILE READ FAILED' TO WS-EVT-TEXT
047900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
048000         MOVE 16 TO RETURN-CODE
048100         GOBACK
048200     END-IF.
048300 4100-EXIT.
048400     EXIT.
048500*****************************************************************
048600* 4200-COPY-ONE-JRNL - WRITE ONE JOURNAL IMAGE AND COUNT IT      *
048700*                      UNDER ITS BATCH ID                        *
048800*****************************************************************
048900 4200-COPY-ONE-JRNL.
049000     MOVE FZB-JRNL-RECORD TO BKIM-IMAGE.
049100     PERFORM 7000-WRITE-IMAGE THRU 7000-EXIT.
049200     MOVE JRNL-BATCH-ID TO W-KEY-RUN-ID.
049300     PERFORM 7400-COUNT-RUN THRU 7400-EXIT.
049400     PERFORM 4100-READ-JRNL THRU 4100-EXIT.
049500 4200-EXIT.
049600     EXIT.
049700*****************************************************************
049800* 5000-BACKUP-VSAM - COPY EVERY VSAMOUT RESULT.  THE CLUSTER IS  *
049900*                    KEYED RUN ID + NUMBER, SO EACH RUN'S        *
050000*                    RESULTS ARRIVE TOGETHER AND ARE TOTALLED ON *
050100*                    THE RUN ID BREAK                            *
050200*****************************************************************
050300 5000-BACKUP-VSAM.
050400     MOVE 'VSAMOUT' TO W-FILE-NAME.
050500     MOVE 0 TO W-FILE-COUNT W-BREAK-COUNT.
050600     MOVE SPACES TO W-BREAK-RUN-ID.
050700     OPEN INPUT VSAM-FILE.
050800     IF WS-VSAM-STATUS = '35'
050900         GO TO 5000-TOTAL
051000     END-IF.
051100     IF WS-VSAM-STATUS NOT = '00'
051200         DISPLAY 'FZBBKUP-005E VSAM-FILE OPEN FAILED, STATUS '
051300             WS-VSAM-STATUS
051400         MOVE 'FZBBKUP-005E' TO WS-EVT-MSG-ID
051500         MOVE WS-VSAM-STATUS TO WS-EVT-FILE-STATUS
051600         MOVE 'VSAM-FILE OPEN FAILED' TO WS-EVT-TEXT
051700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
051800         MOVE 16 TO RETURN-CODE
051900         GOBACK
052000     END-IF.
052100     MOVE 'N' TO WS-EOF-SW.
052200     PERFORM 5100-READ-VSAM THRU 5100-EXIT.
052300     PERFORM 5200-COPY-ONE-VSAM THRU 5200-EXIT
052400         UNTIL WS-EOF.
052500     CLOSE VSAM-FILE.
052600     IF W-BREAK-COUNT > 0
052700         PERFORM 5300-WRITE-VSAM-RUN-TOTAL THRU 5300-EXIT
052800     END-IF.
052900 5000-TOTAL.
053000     MOVE W-FILE-COUNT TO W-VSAM-COUNT.
053100     PERFORM 7200-WRITE-FILE-TOTAL THRU 7200-EXIT.
053200 5000-EXIT.
053300     EXIT.
053400*****************************************************************
053500* 5100-READ-VSAM - READ THE NEXT VSAMOUT RESULT                  *
053600*****************************************************************
053700 5100-READ-VSAM.
053800     READ VSAM-FILE NEXT RECORD
053900         AT END
054000             MOVE 'Y' TO WS-EOF-SW
054100     END-READ.
054200     IF WS-VSAM-STATUS NOT = '00' AND WS-VSAM-STATUS NOT = '10'
054300         DISPLAY 'FZBBKUP-014E VSAM-FILE READ FAILED, STATUS '
054400             WS-VSAM-STATUS
054500         MOVE 'FZBBKUP-014E' TO WS-EVT-MSG-ID
054600         MOVE WS-VSAM-STATUS TO WS-EVT-FILE-STATUS
054700         MOVE 'VSAM-FILE READ FAILED' TO WS-EVT-TEXT
054800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
054900         MOVE 16 TO RETURN-CODE
055000         GOBACK
055100     END-IF.
055200 5100-EXIT.
055300     EXIT.
055400*****************************************************************
055500* 5200-COPY-ONE-VSAM - WRITE ONE RESULT'S IMAGE, CLOSING OFF THE *
055600*                      PRIOR RUN'S TOTAL WHEN THE RUN ID CHANGES *
055700*****************************************************************
055800 5200-COPY-ONE-VSAM.
055900     IF VOUT-RUN-ID NOT = W-BREAK-RUN-ID
056000         IF W-BREAK-COUNT > 0
056100             PERFORM 5300-WRITE-VSAM-RUN-TOTAL THRU 5300-EXIT
056200         END-IF
056300         MOVE VOUT-RUN-ID TO W-BREAK-RUN-ID
056400         MOVE 0 TO W-BREAK-COUNT
056500     END-IF.
056600     MOVE FZB-VOUT-RECORD TO BKIM-IMAGE.
056700     PERFORM 7000-WRITE-IMAGE THRU 7000-EXIT.
056800     ADD 1 TO W-BREAK-COUNT.
056900     PERFORM 5100-READ-VSAM THRU 5100-EXIT.
057000 5200-EXIT.
057100     EXIT.
057200*****************************************************************
057300* 5300-WRITE-VSAM-RUN-TOTAL - WRITE THE RUN TOTAL FOR THE RUN    *
057400*                             WHOSE RESULTS WERE JUST COPIED     *
057500*****************************************************************
057600 5300-WRITE-VSAM-RUN-TOTAL.
057700     PERFORM 7050-START-CONTROL THRU 7050-EXIT.
057800     MOVE 'R' TO BKCT-REC-TYPE.
057900     MOVE W-BREAK-RUN-ID TO BKCT-RUN-ID.
058000     MOVE W-BREAK-COUNT TO BKCT-RECORD-COUNT.
058100     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
058200 5300-EXIT.
058300     EXIT.
058400*****************************************************************
058500* 6000-WRITE-TRAILER - CLOSE THE CONTROL DATASET WITH THE COUNT  *
058600*                      OF IMAGES WRITTEN IN ALL.  ITS PRESENCE   *
058700*                      IS WHAT MARKS THE BACKUP COMPLETE         *
058800*****************************************************************
058900 6000-WRITE-TRAILER.
059000     PERFORM 7050-START-CONTROL THRU 7050-EXIT.
059100     MOVE 'T' TO BKCT-REC-TYPE.
059200     MOVE W-IMAGE-COUNT TO BKCT-RECORD-COUNT.
059300     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
059400 6000-EXIT.
059500     EXIT.
059600*****************************************************************
059700* 7000-WRITE-IMAGE - TAG THE IMAGE ALREADY MOVED TO BKIM-IMAGE   *
059800*                    WITH THE BACKUP ID AND FILE, AND WRITE IT   *
059900*****************************************************************
060000 7000-WRITE-IMAGE.
060100     MOVE W-BACKUP-DATE TO BKIM-BACKUP-DATE.
060200     MOVE W-BACKUP-TIME TO BKIM-BACKUP-TIME.
060300     MOVE W-FILE-NAME TO BKIM-FILE-NAME.
060400     WRITE FZB-BKIM-RECORD.
060500     IF WS-BKIM-STATUS NOT = '00'
060600         DISPLAY 'FZBBKUP-015E BKIM-FILE WRITE FAILED, STATUS '
060700             WS-BKIM-STATUS
060800         MOVE 'FZBBKUP-015E' TO WS-EVT-MSG-ID
060900         MOVE WS-BKIM-STATUS TO WS-EVT-FILE-STATUS
061000         MOVE 'BKIM-FILE WRITE FAILED' TO WS-EVT-TEXT
061100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
061200         MOVE 16 TO RETURN-CODE
061300         GOBACK
061400     END-IF.
061500     ADD 1 TO W-FILE-COUNT.
061600     ADD 1 TO W-IMAGE-COUNT.
061700 7000-EXIT.
061800     EXIT.
061900*****************************************************************
062000* 7050-START-CONTROL - CLEAR THE CONTROL RECORD AND STAMP IT     *
062100*                      WITH THE BACKUP ID AND CURRENT FILE       *
062200*****************************************************************
062300 7050-START-CONTROL.
062400     MOVE SPACES TO FZB-BKCT-RECORD.
062500     MOVE W-BACKUP-DATE TO BKCT-BACKUP-DATE.
062600     MOVE W-BACKUP-TIME TO BKCT-BACKUP-TIME.
062700     MOVE W-FILE-NAME TO BKCT-FILE-NAME.
062800     MOVE 0 TO BKCT-RECORD-COUNT.
062900     MOVE 0 TO BKCT-CKPT-TOTAL-COUNT.
063000 7050-EXIT.
063100     EXIT.
063200*****************************************************************
063300* 7100-WRITE-CONTROL - WRITE THE STAGED CONTROL RECORD           *
063400*****************************************************************
063500 7100-WRITE-CONTROL.
063507     IF BKCT-RUN-TOTAL
063514         IF W-RUN-TOTAL-COUNT NOT < W-RUN-TOTAL-MAX
063521             DISPLAY 'FZBBKUP-018E MORE THAN ' W-RUN-TOTAL-MAX
063528                 ' RUN TOTALS - TOO MANY FOR FZBBKRS TO RESTORE'
063535             MOVE 'FZBBKUP-018E' TO WS-EVT-MSG-ID
063542             MOVE 'RUN TOTALS EXCEED RESTORE LIMIT' TO WS-EVT-TEXT
063549             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
063556             MOVE 16 TO RETURN-CODE
063563             GOBACK
063570         END-IF
063577         ADD 1 TO W-RUN-TOTAL-COUNT
063584     END-IF.
063600     WRITE FZB-BKCT-RECORD.
063700     IF WS-BKCT-STATUS NOT = '00'
063800         DISPLAY 'FZBBKUP-016E BKCT-FILE WRITE FAILED, STATUS '
063900             WS-BKCT-STATUS
064000         MOVE 'FZBBKUP-016E' TO WS-EVT-MSG-ID
064100         MOVE WS-BKCT-STATUS TO WS-EVT-FILE-STATUS
064200         MOVE 'BKCT-FILE WRITE FAILED' TO WS-EVT-TEXT
064300         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
064400         MOVE 16 TO RETURN-CODE
064500         GOBACK
064600     END-IF.
064700     ADD 1 TO W-CONTROL-COUNT.
064800 7100-EXIT.
064900     EXIT.
065000*****************************************************************
065100* 7200-WRITE-FILE-TOTAL - WRITE THE CURRENT FILE'S TOTAL AND     *
065200*                         LIST IT ON SYSOUT                      *
065300*****************************************************************
065400 7200-WRITE-FILE-TOTAL.
065500     PERFORM 7050-START-CONTROL THRU 7050-EXIT.
065600     MOVE 'F' TO BKCT-REC-TYPE.
065700     MOVE W-FILE-COUNT TO BKCT-RECORD-COUNT.
065800     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
065900     MOVE W-FILE-COUNT TO WS-COUNT-DISP.
066000     DISPLAY W-FILE-NAME ' RECORDS BACKED UP ' WS-COUNT-DISP.
066100 7200-EXIT.
066200     EXIT.
066300*****************************************************************
066400* 7310-WRITE-ONE-RUN-TOTAL - WRITE THE RUN TOTAL FOR ONE TABLE   *
066500*                            ENTRY                               *
066600*****************************************************************
066700 7310-WRITE-ONE-RUN-TOTAL.
066800     PERFORM 7050-START-CONTROL THRU 7050-EXIT.
066900     MOVE 'R' TO BKCT-REC-TYPE.
067000     MOVE W-RUN-ID (W-RUN-IDX) TO BKCT-RUN-ID.
067100     MOVE W-RUN-RECORDS (W-RUN-IDX) TO BKCT-RECORD-COUNT.
067200     PERFORM 7100-WRITE-CONTROL THRU 7100-EXIT.
067300 7310-EXIT.
067400     EXIT.
067500*****************************************************************
067600* 7400-COUNT-RUN - ADD ONE TO W-KEY-RUN-ID'S TABLE ENTRY,        *
067700*                  ENTERING IT THE FIRST TIME IT IS MET.  THE    *
067800*                  LAST RUN HIT IS TRIED BEFORE THE TABLE IS     *
067900*                  SEARCHED                                      *
068000*****************************************************************
068100 7400-COUNT-RUN.
068200     MOVE 'N' TO WS-RUN-FOUND-SW.
068300     IF W-LAST-IDX > 0
068400         IF W-RUN-ID (W-LAST-IDX) = W-KEY-RUN-ID
068500             MOVE 'Y' TO WS-RUN-FOUND-SW
068600         END-IF
068700     END-IF.
068800     IF NOT WS-RUN-FOUND
068900         PERFORM 7410-TEST-ONE-RUN THRU 7410-EXIT
069000             VARYING W-RUN-IDX FROM 1 BY 1
069100             UNTIL W-RUN-IDX > W-RUN-COUNT
069200             OR WS-RUN-FOUND
069300     END-IF.
069400     IF NOT WS-RUN-FOUND
069500         IF W-RUN-COUNT NOT < W-RUN-MAX
069600             DISPLAY 'FZBBKUP-017E RUN TABLE FULL AT ' W-RUN-MAX
069700                 ' RUN IDS IN ' W-FILE-NAME
069800             MOVE 'FZBBKUP-017E' TO WS-EVT-MSG-ID
069900             MOVE 'RUN TABLE FULL' TO WS-EVT-TEXT
070000             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
070100             MOVE 16 TO RETURN-CODE
070200             GOBACK
070300         END-IF
070400         ADD 1 TO W-RUN-COUNT
070500         MOVE W-RUN-COUNT TO W-LAST-IDX
070600         MOVE W-KEY-RUN-ID TO W-RUN-ID (W-LAST-IDX)
070700         MOVE 0 TO W-RUN-RECORDS (W-LAST-IDX)
070800     END-IF.
070900     ADD 1 TO W-RUN-RECORDS (W-LAST-IDX).
071000 7400-EXIT.
071100     EXIT.
071200*****************************************************************
071300* 7410-TEST-ONE-RUN - TEST ONE TABLE ENTRY AGAINST THE RUN ID    *
071400*****************************************************************
071500 7410-TEST-ONE-RUN.
071600     IF W-RUN-ID (W-RUN-IDX) = W-KEY-RUN-ID
071700         MOVE 'Y' TO WS-RUN-FOUND-SW
071800         MOVE W-RUN-IDX TO W-LAST-IDX
071900     END-IF.
072000 7410-EXIT.
072100     EXIT.
072200*****************************************************************
072300* 8000-SUMMARY - DISPLAY THE BACKUP TOTALS                       *
072400*****************************************************************
072500 8000-SUMMARY.
072600     MOVE W-CTL-COUNT TO WS-CTL-DISP.
072700     MOVE W-CKPT-COUNT TO WS-CKPT-DISP.
072800     MOVE W-LOCK-COUNT TO WS-LOCK-DISP.
072900     MOVE W-JRNL-COUNT TO WS-JRNL-DISP.
073000     MOVE W-VSAM-COUNT TO WS-VSAM-DISP.
073100     MOVE W-IMAGE-COUNT TO WS-IMAGE-DISP.
073200     MOVE W-CONTROL-COUNT TO WS-CONTROL-DISP.
073300     DISPLAY '----- FZBBKUP RUN SUMMARY -----'.
073400     DISPLAY 'BACKUP ID ............. ' W-BACKUP-DATE ' '
073500         W-BACKUP-TIME.
073600     DISPLAY 'CTLFILE RECORDS ....... ' WS-CTL-DISP.
073700     DISPLAY 'CKPTFILE RECORDS ...... ' WS-CKPT-DISP.
073800     DISPLAY 'LOCKFILE RECORDS ...... ' WS-LOCK-DISP.
073900     DISPLAY 'JRNLFILE RECORDS ...... ' WS-JRNL-DISP.
074000     DISPLAY 'VSAMOUT RECORDS ....... ' WS-VSAM-DISP.
074100     DISPLAY 'IMAGES WRITTEN ........ ' WS-IMAGE-DISP.
074200     DISPLAY 'CONTROL RECORDS ....... ' WS-CONTROL-DISP.
074300     DISPLAY '================================'.
074400 8000-EXIT.
074500     EXIT.
074600*****************************************************************
074700* 9000-TERMINATE - CLOSE THE BACKUP DATASETS                     *
074800*****************************************************************
074900 9000-TERMINATE.
075000     CLOSE BKIM-FILE.
075100     CLOSE BKCT-FILE.
075200 9000-EXIT.
075300     EXIT.
075400*****************************************************************
075500* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
075600*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
075700*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
075800*                    DOESN'T INHERIT IT                          *
075900*****************************************************************
076000 9500-WRITE-EVENT.
076100     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
076200         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
076300     MOVE SPACES TO WS-EVT-FILE-STATUS.
076400 9500-EXIT.
076500     EXIT.
