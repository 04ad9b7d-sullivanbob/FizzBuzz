001708*                THE COMMON EVENT LOG (EVTFILE, VIA FZBEVLOG) SO    *
001709*                SCHEDULER AUTOMATION KEYS OFF ONE DATASET INSTEAD  *
001710*                OF SCRAPING THIS PROGRAM'S SYSOUT.                 *
001721*   10/14/26 BS  AN INQUIRY WITH A BLANK RUN ID NOW ASKS FOR THE    *
001732*                LOT'S CURRENT CLASSIFICATION OF RECORD AND IS      *
001743*                ANSWERED FROM THE LOT MASTER (LOTMFILE), NAMING    *
001754*                THE RUN THAT SET IT IN THE RESPONSE'S RUN ID.  A   *
001765*                LOT MASTER THAT DOES NOT EXIST YET ANSWERS         *
001776*                'NOTFOUND'.                                        *
001787*****************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID. FZBINQ.
002000 AUTHOR. BOB.
003780         ACCESS MODE IS RANDOM
003790         RECORD KEY IS LOCK-RUN-ID
003795         FILE STATUS IS WS-LOCK-STATUS.
003810     SELECT LOTM-FILE ASSIGN TO LOTMFILE
003825         ORGANIZATION IS INDEXED
003840         ACCESS MODE IS RANDOM
003855         RECORD KEY IS LOTM-NUMBER
003870         FILE STATUS IS WS-LOTM-STATUS.
003885 DATA DIVISION.
003900 FILE SECTION.
004000 FD  INQ-FILE
004100     RECORDING MODE IS F.
004720     COPY FZBCKPT.
004730 FD  LOCK-FILE.
004740     COPY FZBLOCK.
004750 FD  LOTM-FILE.
004760     COPY FZBLOTM.
004800 WORKING-STORAGE SECTION.
004900*****************************************************************
005000* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
005460     88  WS-RUN-LOCKED            VALUE 'Y'.
005470 77  WS-LOCKS-AVAIL-SW        PIC X(01) VALUE 'N'.
005480     88  WS-LOCKS-AVAIL           VALUE 'Y'.
005485 77  WS-LOTM-STATUS           PIC X(02) VALUE SPACES.
005490 77  WS-LOTM-AVAIL-SW         PIC X(01) VALUE 'N'.
005495     88  WS-LOTM-AVAIL            VALUE 'Y'.
005500 77  WS-INQ-EOF-SW            PIC X(01) VALUE 'N'.
005600     88  WS-INQ-EOF               VALUE 'Y'.
005700 77  W-INQUIRY-COUNT          PIC 9(06) COMP VALUE 0.
005900 77  W-NOT-FOUND-COUNT        PIC 9(06) COMP VALUE 0.
005910 77  W-VOIDED-COUNT           PIC 9(06) COMP VALUE 0.
005920 77  W-LOCKED-COUNT           PIC 9(06) COMP VALUE 0.
005930 77  W-CURRENT-COUNT          PIC 9(06) COMP VALUE 0.
006000*****************************************************************
006100* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
006200*****************************************************************
006400 77  WS-FOUND-DISP            PIC 9(06) VALUE 0.
006500 77  WS-NOT-FOUND-DISP        PIC 9(06) VALUE 0.
006510 77  WS-VOIDED-DISP           PIC 9(06) VALUE 0.
006513 77  WS-LOCKED-DISP           PIC 9(06) VALUE 0.
006516 77  WS-CURRENT-DISP          PIC 9(06) VALUE 0.
006521******************************************************************
006522* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
006523*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
010260         GOBACK
010270     END-IF.
010280     PERFORM 1200-OPEN-LOCK-FILE THRU 1200-EXIT.
010290     PERFORM 1300-OPEN-LOT-MASTER THRU 1300-EXIT.
010300     PERFORM 1100-READ-ONE-INQUIRY THRU 1100-EXIT.
010400 1000-EXIT.
010500     EXIT.
012340 1200-EXIT.
012350     EXIT.
012351*****************************************************************
012352* 1300-OPEN-LOT-MASTER - OPEN THE LOT MASTER.  A LOT MASTER THAT  *
012353*                        DOES NOT EXIST YET MEANS NO RUN HAS BEEN *
012354*                        APPLIED TO IT - CURRENT INQUIRIES ARE    *
012355*                        ANSWERED 'NOTFOUND'                      *
012356*****************************************************************
012357 1300-OPEN-LOT-MASTER.
012358     OPEN INPUT LOTM-FILE.
012359     EVALUATE TRUE
012360         WHEN WS-LOTM-STATUS = '00'
012361             MOVE 'Y' TO WS-LOTM-AVAIL-SW
012362         WHEN WS-LOTM-STATUS = '35'
012363             MOVE 'N' TO WS-LOTM-AVAIL-SW
012364         WHEN OTHER
012365             DISPLAY 'FZBINQ-011E LOTM-FILE OPEN FAILED, '
012366                 'STATUS ' WS-LOTM-STATUS
012367             MOVE 'FZBINQ-011E' TO WS-EVT-MSG-ID
012368             MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
012369             MOVE 'LOTM-FILE OPEN FAILED' TO WS-EVT-TEXT
012370             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
012371             MOVE 16 TO RETURN-CODE
012372             GOBACK
012373     END-EVALUATE.
012374 1300-EXIT.
012375     EXIT.
012376*****************************************************************
012377* 2000-PROCESS-ONE-INQUIRY - LOOK UP ONE INQUIRY'S NUMBER IN THE *
012400*                            INDEXED OUTPUT FILE AND WRITE THE   *
012500*                            RESPONSE RECORD                      *
012600*****************************************************************
012701     MOVE INQ-RUN-ID TO WS-EVT-RUN-ID.
012800     MOVE INQ-RUN-ID TO INQR-RUN-ID.
012900     MOVE INQ-NUMBER TO INQR-NUMBER.
012910     IF INQ-RUN-ID = SPACES
012920         PERFORM 2200-ANSWER-CURRENT THRU 2200-EXIT
012930         GO TO 2000-WRITE-RESPONSE
012940     END-IF.
013000     PERFORM 2100-CHECK-RUN-NOT-VOID THRU 2100-EXIT.
013010     IF NOT WS-RUN-VOID
013020         PERFORM 2150-CHECK-RUN-NOT-LOCKED THRU 2150-EXIT
014150                 GOBACK
014200         END-EVALUATE
014210     END-IF.
014220 2000-WRITE-RESPONSE.
014300     WRITE FZB-INQR-RECORD.
014400     IF WS-INQR-STATUS NOT = '00'
014500         DISPLAY 'FZBINQ-005E INQR-FILE WRITE FAILED, STATUS '
015638 2150-EXIT.
015639     EXIT.
015640*****************************************************************
015641* 2200-ANSWER-CURRENT - ANSWER A BLANK-RUN-ID INQUIRY WITH THE    *
015642*                       LOT'S CURRENT CLASSIFICATION OF RECORD    *
015643*                       FROM THE LOT MASTER.  VOIDED RUNS HAVE    *
015644*                       ALREADY BEEN ROLLED BACK THERE BY FZBVOID *
015645*****************************************************************
015646 2200-ANSWER-CURRENT.
015647     IF NOT WS-LOTM-AVAIL
015648         MOVE 'NOTFOUND' TO INQR-STATUS
015649         MOVE SPACES TO INQR-TEXT
015650         ADD 1 TO W-NOT-FOUND-COUNT
015651         GO TO 2200-EXIT
015652     END-IF.
015653     MOVE INQ-NUMBER TO LOTM-NUMBER.
015654     READ LOTM-FILE
015655         INVALID KEY
015656             CONTINUE
015657     END-READ.
015658     EVALUATE TRUE
015659         WHEN WS-LOTM-STATUS = '00'
015660             MOVE 'FOUND   ' TO INQR-STATUS
015661             MOVE LOTM-RUN-ID TO INQR-RUN-ID
015662             MOVE LOTM-DECISION TO INQR-TEXT
015663             ADD 1 TO W-FOUND-COUNT
015664             ADD 1 TO W-CURRENT-COUNT
015665         WHEN WS-LOTM-STATUS = '23'
015666             MOVE 'NOTFOUND' TO INQR-STATUS
015667             MOVE SPACES TO INQR-TEXT
015668             ADD 1 TO W-NOT-FOUND-COUNT
015669         WHEN OTHER
015670             DISPLAY 'FZBINQ-012E LOTM-FILE READ FAILED, '
015671                 'STATUS ' WS-LOTM-STATUS
015672             MOVE 'FZBINQ-012E' TO WS-EVT-MSG-ID
015673             MOVE WS-LOTM-STATUS TO WS-EVT-FILE-STATUS
015674             MOVE 'LOTM-FILE READ FAILED' TO WS-EVT-TEXT
015675             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015676             MOVE 16 TO RETURN-CODE
015677             GOBACK
015678     END-EVALUATE.
015679 2200-EXIT.
015680     EXIT.
015681*****************************************************************
015682* 8000-SUMMARY - DISPLAY THE INQUIRY RUN'S TOTALS                *
015683*****************************************************************
015700 8000-SUMMARY.
015800     MOVE W-INQUIRY-COUNT TO WS-INQUIRY-DISP.
015900     MOVE W-FOUND-COUNT TO WS-FOUND-DISP.
016000     MOVE W-NOT-FOUND-COUNT TO WS-NOT-FOUND-DISP.
016010     MOVE W-VOIDED-COUNT TO WS-VOIDED-DISP.
016020     MOVE W-LOCKED-COUNT TO WS-LOCKED-DISP.
016030     MOVE W-CURRENT-COUNT TO WS-CURRENT-DISP.
016100     DISPLAY '===== FZBINQ RUN SUMMARY ====='.
016200     DISPLAY 'INQUIRIES PROCESSED ... ' WS-INQUIRY-DISP.
016300     DISPLAY 'NUMBERS FOUND ......... ' WS-FOUND-DISP.
016400     DISPLAY 'NUMBERS NOT FOUND ..... ' WS-NOT-FOUND-DISP.
016410     DISPLAY 'VOIDED RUN REFUSALS ... ' WS-VOIDED-DISP.
016420     DISPLAY 'LOCKED RUN REFUSALS ... ' WS-LOCKED-DISP.
016430     DISPLAY 'CURRENT LOT ANSWERS ... ' WS-CURRENT-DISP.
016500     DISPLAY '==============================='.
016600 8000-EXIT.
016700     EXIT.
017460     IF WS-LOCKS-AVAIL
017470         CLOSE LOCK-FILE
017480     END-IF.
017485     IF WS-LOTM-AVAIL
017490         CLOSE LOTM-FILE
017495     END-IF.
017500 9000-EXIT.
017600     EXIT.
017601******************************************************************
