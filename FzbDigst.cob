000100*****************************************************************
000200* FZBDIGST                                                           *
000300*                                                                    *
000400* DAILY OPERATIONS DIGEST.  READS THE COMMON EVENT LOG (FZBEVT) AND  *
000500* SUMMARIZES ONE DAY'S EVENTS ON ONE PAGE FOR THE MORNING SHIFT,     *
000600* BY PROGRAM AND RUN ID, IN THE ORDER EACH FIRST APPEARED -          *
000700*                                                                    *
000800*   - EVERY START/END PAIR (THE -900I AND -901I MILESTONES) WITH     *
000900*     ITS ELAPSED TIME                                               *
001000*   - THE COUNT OF ERROR (...E) AND WARNING (...W) MESSAGES          *
001100*   - EVERY START WITH NO MATCHING END - A SILENT ABEND, OR A JOB    *
001200*     STILL RUNNING WHEN THE DIGEST WAS TAKEN - AND EVERY END WHOSE  *
001300*     START WAS LOGGED BEFORE MIDNIGHT                               *
001400*   - EACH ERROR'S MESSAGE ID, TIME, FILE STATUS, AND TEXT           *
001500*                                                                    *
001600* A SECOND START FOR THE SAME PROGRAM AND RUN ID WHILE AN EARLIER    *
001700* ONE IS STILL OPEN LEAVES THE EARLIER ONE WITHOUT AN END - THAT IS  *
001800* THE RESTART-AFTER-ABEND PATTERN THE DIGEST EXISTS TO SURFACE.      *
001900* THE EVENT LOG CARRIES THE CALENDAR DATE EACH EVENT WAS WRITTEN,    *
002000* SO THE DAY SELECTED IS A CALENDAR DAY.  THIS PROGRAM'S OWN EVENTS  *
002100* ARE LEFT OUT OF THE DIGEST.                                        *
002200*                                                                    *
002300* THE LOG IS READ THROUGH DD EVTIN SO THIS PROGRAM'S OWN MILESTONES  *
002400* CAN STILL BE WRITTEN THROUGH FZBEVLOG TO DD EVTFILE.               *
002500*                                                                    *
002600* RETURN CODE -                                                     *
002700*   00 - NO ERRORS AND NO START WITHOUT AN END FOR THE DAY           *
002800*   04 - THE DAY LOGGED AN ERROR MESSAGE OR A START WITHOUT AN END,  *
002900*        OR A DIGEST TABLE FILLED AND SOME DETAIL WAS NOT LISTED     *
003000*   16 - THE EVENT LOG FAILED OR THE PARM DATE IS INVALID            *
003100*                                                                    *
003200* PARM FORMAT - DATE (8, YYYYMMDD) - OPTIONAL; NO PARM AT ALL        *
003250*               DIGESTS TODAY, ANY OTHER LENGTH IS AN ERROR          *
003300*                                                                    *
003400* MODIFICATION HISTORY                                              *
003500*   10/14/26 BS  ORIGINAL PROGRAM.                                  *
003600*****************************************************************
003700 IDENTIFICATION DIVISION.
003800 PROGRAM-ID. FZBDIGST.
003900 AUTHOR. BOB.
004000 INSTALLATION. DATA PROCESSING.
004100 DATE-WRITTEN. 10/14/2026.
004200 DATE-COMPILED.
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT EVT-IN-FILE ASSIGN TO EVTIN
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-EVTIN-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EVT-IN-FILE
005200     RECORDING MODE IS F.
005300     COPY FZBEVT.
005400 WORKING-STORAGE SECTION.
005500*****************************************************************
005600* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
005700*****************************************************************
005800 77  WS-EVTIN-STATUS          PIC X(02) VALUE SPACES.
005900 77  WS-EVTIN-EOF-SW          PIC X(01) VALUE 'N'.
006000     88  WS-EVTIN-EOF             VALUE 'Y'.
006100 77  WS-GRP-FOUND-SW          PIC X(01) VALUE 'N'.
006200     88  WS-GRP-FOUND             VALUE 'Y'.
006300 77  WS-GRP-FULL-SW           PIC X(01) VALUE 'N'.
006400     88  WS-GRP-FULL              VALUE 'Y'.
006500 77  WS-PAIR-FULL-SW          PIC X(01) VALUE 'N'.
006600     88  WS-PAIR-FULL             VALUE 'Y'.
006700 77  WS-ERR-FULL-SW           PIC X(01) VALUE 'N'.
006800     88  WS-ERR-FULL              VALUE 'Y'.
006900 77  WS-DIGEST-DATE           PIC 9(08) VALUE 0.
007000 77  W-GRP-COUNT              PIC 9(03) COMP VALUE 0.
007100 77  W-GRP-IDX                PIC 9(03) COMP.
007200 77  W-CUR-GRP                PIC 9(03) COMP VALUE 0.
007300 77  W-PAIR-COUNT             PIC 9(03) COMP VALUE 0.
007400 77  W-PAIR-IDX               PIC 9(03) COMP.
007500 77  W-ERR-COUNT              PIC 9(03) COMP VALUE 0.
007600 77  W-ERR-IDX                PIC 9(03) COMP.
007700 77  W-READ-COUNT             PIC 9(07) COMP VALUE 0.
007800 77  W-DAY-COUNT              PIC 9(07) COMP VALUE 0.
007900 77  W-TOTAL-ERRORS           PIC 9(05) COMP VALUE 0.
008000 77  W-TOTAL-WARNINGS         PIC 9(05) COMP VALUE 0.
008100 77  W-TOTAL-NO-END           PIC 9(05) COMP VALUE 0.
008200 77  W-TOTAL-NO-START         PIC 9(05) COMP VALUE 0.
008300 77  W-START-SECS             PIC 9(06) COMP VALUE 0.
008400 77  W-END-SECS               PIC 9(06) COMP VALUE 0.
008600 77  W-ELAPSED-WORK           PIC 9(05) COMP VALUE 0.
008700*****************************************************************
008800* W-MSG-ID-PARTS - THE EVENT'S MESSAGE ID SPLIT AT ITS DASH.     *
008900*                  THE SUFFIX IS THE THREE-DIGIT NUMBER AND THE  *
009000*                  SEVERITY LETTER (FIZZBUZZ-017E -> 017 E).     *
009100*****************************************************************
009200 01  W-MSG-ID-PARTS.
009300     05  W-MSG-PREFIX         PIC X(13).
009400     05  W-MSG-SUFFIX.
009500         10  W-MSG-NUMBER     PIC X(03).
009600             88  W-MSG-START      VALUE '900'.
009700             88  W-MSG-END        VALUE '901'.
009800         10  W-MSG-SEVERITY   PIC X(01).
009900             88  W-MSG-ERROR      VALUE 'E'.
010000             88  W-MSG-WARNING    VALUE 'W'.
010100         10  FILLER           PIC X(09).
010200*****************************************************************
010300* W-TIME-WORK - AN EVENT TIME (HHMMSSCC) BROKEN INTO ITS PARTS   *
010400*               FOR SECONDS ARITHMETIC AND PRINTING              *
010500*****************************************************************
010600 01  W-TIME-WORK              PIC 9(08) VALUE 0.
010700 01  W-TIME-PARTS REDEFINES W-TIME-WORK.
010800     05  W-TIME-HH            PIC 9(02).
010900     05  W-TIME-MM            PIC 9(02).
011000     05  W-TIME-SS            PIC 9(02).
011100     05  W-TIME-CC            PIC 9(02).
011200 01  W-CLOCK-DISP.
011300     05  W-CLOCK-HH           PIC 9(02).
011400     05  FILLER               PIC X(01) VALUE ':'.
011500     05  W-CLOCK-MM           PIC 9(02).
011600     05  FILLER               PIC X(01) VALUE ':'.
011700     05  W-CLOCK-SS           PIC 9(02).
011800 01  W-START-CLOCK            PIC X(08) VALUE SPACES.
011900 01  W-END-CLOCK              PIC X(08) VALUE SPACES.
012000 01  W-ELAPSED-CLOCK          PIC X(08) VALUE SPACES.
012100*****************************************************************
012200* W-GRP-TABLE  - ONE ENTRY PER PROGRAM AND RUN ID SEEN ON THE    *
012300*                DAY, WITH ITS TALLIES.  AN OPEN ENTRY HAS       *
012400*                LOGGED A START THAT HAS NOT YET BEEN MATCHED BY *
012500*                AN END; W-GRP-OPEN-PAIR POINTS AT THAT START'S  *
012600*                ENTRY IN THE PAIR TABLE.                        *
012700* W-PAIR-TABLE - EVERY START AND END SEEN, IN ORDER.  AN END     *
012800*                TIME OF ZERO IS A START THAT NEVER ENDED; A     *
012900*                START TIME OF ZERO IS AN END WITH NO START.     *
013000* W-ERR-TABLE  - EVERY ERROR MESSAGE SEEN, IN ORDER.             *
013100* ALL THREE ARE SIZED WELL PAST THE BUSIEST DAY SEEN TO DATE.    *
013200*****************************************************************
013300 01  W-GRP-TABLE.
013400     05  W-GRP-ENTRY OCCURS 100 TIMES.
013500         10  W-GRP-PROGRAM        PIC X(08).
013600         10  W-GRP-RUN-ID         PIC X(08).
013700         10  W-GRP-OPEN-SW        PIC X(01).
013800             88  W-GRP-OPEN           VALUE 'Y'.
013900         10  W-GRP-OPEN-PAIR      PIC 9(03) COMP.
014000         10  W-GRP-ERRORS         PIC 9(05) COMP.
014100         10  W-GRP-WARNINGS       PIC 9(05) COMP.
014200         10  W-GRP-EVENTS         PIC 9(05) COMP.
014300 01  W-PAIR-TABLE.
014400     05  W-PAIR-ENTRY OCCURS 300 TIMES.
014500         10  W-PAIR-GRP           PIC 9(03) COMP.
014600         10  W-PAIR-START-TIME    PIC 9(08).
014700         10  W-PAIR-END-TIME      PIC 9(08).
014800         10  W-PAIR-ELAPSED       PIC 9(05) COMP.
014900 01  W-ERR-TABLE.
015000     05  W-ERR-ENTRY OCCURS 300 TIMES.
015100         10  W-ERR-GRP            PIC 9(03) COMP.
015200         10  W-ERR-TIME           PIC 9(08).
015300         10  W-ERR-MSG-ID         PIC X(13).
015400         10  W-ERR-FILE-STATUS    PIC X(02).
015500         10  W-ERR-TEXT           PIC X(40).
015600*****************************************************************
015700* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
015800*****************************************************************
015900 77  WS-READ-DISP             PIC 9(07) VALUE 0.
016000 77  WS-DAY-DISP              PIC 9(07) VALUE 0.
016100 77  WS-GRP-DISP              PIC 9(03) VALUE 0.
016200 77  WS-ERRORS-DISP           PIC 9(05) VALUE 0.
016300 77  WS-WARNINGS-DISP         PIC 9(05) VALUE 0.
016400 77  WS-EVENTS-DISP           PIC 9(05) VALUE 0.
016500 77  WS-NO-END-DISP           PIC 9(05) VALUE 0.
016600 77  WS-NO-START-DISP         PIC 9(05) VALUE 0.
016700******************************************************************
016800* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
016900*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
017000*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
017100*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
017200*                   THIS PROGRAM'S SYSOUT.                       *
017300******************************************************************
017400 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBDIGST'.
017500 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
017600 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
017700 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
017800 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
017900 LINKAGE SECTION.
018000*****************************************************************
018100* LS-PARM-AREA - DIGEST DATE PASSED IN FROM THE JCL PARM=        *
018200*****************************************************************
018300 01  LS-PARM-AREA.
018400     05  LS-PARM-LEN              PIC S9(04) COMP.
018500     05  LS-PARM-DATE             PIC X(08).
018600 PROCEDURE DIVISION USING LS-PARM-AREA.
018700*****************************************************************
018800* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
018900*****************************************************************
019000 0000-MAIN-PROCEDURE.
019100     MOVE 'FZBDIGST-900I' TO WS-EVT-MSG-ID.
019200     MOVE 'START OF RUN' TO WS-EVT-TEXT.
019300     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
019400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019500     PERFORM 2000-READ-EVENT THRU 2000-EXIT.
019600     PERFORM 3000-TALLY-ONE-EVENT THRU 3000-EXIT
019700         UNTIL WS-EVTIN-EOF.
019800     PERFORM 4000-PRINT-DIGEST THRU 4000-EXIT.
019900     PERFORM 8000-SUMMARY THRU 8000-EXIT.
020000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020100     IF W-TOTAL-ERRORS > 0 OR W-TOTAL-NO-END > 0
020200             OR WS-GRP-FULL OR WS-PAIR-FULL OR WS-ERR-FULL
020300         MOVE 4 TO RETURN-CODE
020400     ELSE
020500         MOVE 0 TO RETURN-CODE
020600     END-IF.
020700     MOVE 'FZBDIGST-901I' TO WS-EVT-MSG-ID.
020800     MOVE 'END OF RUN' TO WS-EVT-TEXT.
020900     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
021000     GOBACK.
021100*****************************************************************
021200* 1000-INITIALIZE - SET THE DIGEST DATE AND OPEN THE EVENT LOG   *
021300*****************************************************************
021400 1000-INITIALIZE.
021500     IF LS-PARM-LEN = 0
021600         ACCEPT WS-DIGEST-DATE FROM DATE YYYYMMDD
021610         GO TO 1000-OPEN-EVENT-LOG
021620     END-IF.
021630     IF LS-PARM-LEN NOT = 8
021640         GO TO 1000-BAD-PARM
021650     END-IF.
021800     IF LS-PARM-DATE IS NOT NUMERIC
021810         GO TO 1000-BAD-PARM
021820     END-IF.
022700     MOVE LS-PARM-DATE TO WS-DIGEST-DATE.
022710 1000-OPEN-EVENT-LOG.
022900     OPEN INPUT EVT-IN-FILE.
023000     IF WS-EVTIN-STATUS NOT = '00'
023100         DISPLAY 'FZBDIGST-002E EVT-IN-FILE OPEN FAILED, STATUS '
023200             WS-EVTIN-STATUS
023300         MOVE 'FZBDIGST-002E' TO WS-EVT-MSG-ID
023400         MOVE WS-EVTIN-STATUS TO WS-EVT-FILE-STATUS
023500         MOVE 'EVT-IN-FILE OPEN FAILED' TO WS-EVT-TEXT
023600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
023700         MOVE 16 TO RETURN-CODE
023800         GOBACK
023900     END-IF.
023910     GO TO 1000-EXIT.
023920 1000-BAD-PARM.
023930     DISPLAY 'FZBDIGST-001E PARM DATE MUST BE YYYYMMDD, FOUND '
023940         LS-PARM-DATE.
023950     MOVE 'FZBDIGST-001E' TO WS-EVT-MSG-ID.
023960     MOVE 'PARM DATE INVALID' TO WS-EVT-TEXT.
023970     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
023980     MOVE 16 TO RETURN-CODE.
023990     GOBACK.
024000 1000-EXIT.
024100     EXIT.
024200*****************************************************************
024300* 2000-READ-EVENT - READ THE NEXT EVENT LOG RECORD               *
024400*****************************************************************
024500 2000-READ-EVENT.
024600     READ EVT-IN-FILE
024700         AT END
024800             MOVE 'Y' TO WS-EVTIN-EOF-SW
024900     END-READ.
025000     IF WS-EVTIN-STATUS NOT = '00' AND WS-EVTIN-STATUS NOT = '10'
025100         DISPLAY 'FZBDIGST-003E EVT-IN-FILE READ FAILED, STATUS '
025200             WS-EVTIN-STATUS
025300         MOVE 'FZBDIGST-003E' TO WS-EVT-MSG-ID
025400         MOVE WS-EVTIN-STATUS TO WS-EVT-FILE-STATUS
025500         MOVE 'EVT-IN-FILE READ FAILED' TO WS-EVT-TEXT
025600         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
025700         MOVE 16 TO RETURN-CODE
025800         GOBACK
025900     END-IF.
026000     IF NOT WS-EVTIN-EOF
026100         ADD 1 TO W-READ-COUNT
026200     END-IF.
026300 2000-EXIT.
026400     EXIT.
026500*****************************************************************
026600* 3000-TALLY-ONE-EVENT - IF THE EVENT BELONGS TO THE DIGEST DAY, *
026700*                        FILE IT UNDER ITS PROGRAM AND RUN ID    *
026800*                        AND TALLY IT, THEN READ THE NEXT        *
026900*****************************************************************
027000 3000-TALLY-ONE-EVENT.
027100     IF EVT-DATE NOT = WS-DIGEST-DATE
027200             OR EVT-PROGRAM = WS-EVT-PROGRAM
027300         GO TO 3000-READ-NEXT
027400     END-IF.
027500     ADD 1 TO W-DAY-COUNT.
027600     PERFORM 3100-FIND-GROUP THRU 3100-EXIT.
027700     IF W-CUR-GRP = 0
027800         GO TO 3000-READ-NEXT
027900     END-IF.
028000     ADD 1 TO W-GRP-EVENTS (W-CUR-GRP).
028100     MOVE SPACES TO W-MSG-ID-PARTS.
028200     UNSTRING EVT-MESSAGE-ID DELIMITED BY '-'
028300         INTO W-MSG-PREFIX W-MSG-SUFFIX
028400     END-UNSTRING.
028500     EVALUATE TRUE
028600         WHEN W-MSG-START AND W-MSG-SEVERITY = 'I'
028700             PERFORM 3200-RECORD-START THRU 3200-EXIT
028800         WHEN W-MSG-END AND W-MSG-SEVERITY = 'I'
028900             PERFORM 3300-RECORD-END THRU 3300-EXIT
029000         WHEN W-MSG-ERROR
029100             PERFORM 3400-RECORD-ERROR THRU 3400-EXIT
029200         WHEN W-MSG-WARNING
029300             ADD 1 TO W-GRP-WARNINGS (W-CUR-GRP)
029400             ADD 1 TO W-TOTAL-WARNINGS
029500         WHEN OTHER
029600             CONTINUE
029700     END-EVALUATE.
029800 3000-READ-NEXT.
029900     PERFORM 2000-READ-EVENT THRU 2000-EXIT.
030000 3000-EXIT.
030100     EXIT.
030200*****************************************************************
030300* 3100-FIND-GROUP - LOCATE THE EVENT'S PROGRAM AND RUN ID IN THE *
030400*                   GROUP TABLE, ADDING IT IF IT IS NEW.         *
030500*                   W-CUR-GRP IS ZERO IF THE TABLE IS FULL.      *
030600*****************************************************************
030700 3100-FIND-GROUP.
030800     MOVE 'N' TO WS-GRP-FOUND-SW.
030900     MOVE 0 TO W-CUR-GRP.
031000     PERFORM 3110-CHECK-ONE-GROUP THRU 3110-EXIT
031100         VARYING W-GRP-IDX FROM 1 BY 1
031200         UNTIL W-GRP-IDX > W-GRP-COUNT OR WS-GRP-FOUND.
031300     IF WS-GRP-FOUND
031400         GO TO 3100-EXIT
031500     END-IF.
031600     IF W-GRP-COUNT NOT < 100
031700         IF NOT WS-GRP-FULL
031800             DISPLAY 'FZBDIGST-004W MORE THAN 100 PROGRAM/RUN ID '
031900                 'GROUPS ON ONE DAY - LATER GROUPS NOT LISTED'
032000             MOVE 'FZBDIGST-004W' TO WS-EVT-MSG-ID
032100             MOVE 'GROUP TABLE FULL' TO WS-EVT-TEXT
032200             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
032300             MOVE 'Y' TO WS-GRP-FULL-SW
032400         END-IF
032500         GO TO 3100-EXIT
032600     END-IF.
032700     ADD 1 TO W-GRP-COUNT.
032800     MOVE W-GRP-COUNT TO W-CUR-GRP.
032900     MOVE EVT-PROGRAM TO W-GRP-PROGRAM (W-CUR-GRP).
033000     MOVE EVT-RUN-ID TO W-GRP-RUN-ID (W-CUR-GRP).
033100     MOVE 'N' TO W-GRP-OPEN-SW (W-CUR-GRP).
033200     MOVE 0 TO W-GRP-OPEN-PAIR (W-CUR-GRP).
033300     MOVE 0 TO W-GRP-ERRORS (W-CUR-GRP).
033400     MOVE 0 TO W-GRP-WARNINGS (W-CUR-GRP).
033500     MOVE 0 TO W-GRP-EVENTS (W-CUR-GRP).
033600 3100-EXIT.
033700     EXIT.
033800*****************************************************************
033900* 3110-CHECK-ONE-GROUP - TEST ONE GROUP TABLE ENTRY              *
034000*****************************************************************
034100 3110-CHECK-ONE-GROUP.
034200     IF W-GRP-PROGRAM (W-GRP-IDX) = EVT-PROGRAM
034300             AND W-GRP-RUN-ID (W-GRP-IDX) = EVT-RUN-ID
034400         MOVE 'Y' TO WS-GRP-FOUND-SW
034500         MOVE W-GRP-IDX TO W-CUR-GRP
034600     END-IF.
034700 3110-EXIT.
034800     EXIT.
034900*****************************************************************
035000* 3200-RECORD-START - OPEN A NEW START/END PAIR.  AN EARLIER     *
035100*                     START STILL OPEN IS LEFT WITHOUT AN END.   *
035200*****************************************************************
035300 3200-RECORD-START.
035400     MOVE 'N' TO W-GRP-OPEN-SW (W-CUR-GRP).
035500     MOVE 0 TO W-GRP-OPEN-PAIR (W-CUR-GRP).
035600     PERFORM 3500-ADD-PAIR THRU 3500-EXIT.
035700     IF W-PAIR-IDX = 0
035800         GO TO 3200-EXIT
035900     END-IF.
036000     MOVE EVT-TIME TO W-PAIR-START-TIME (W-PAIR-IDX).
036100     MOVE 'Y' TO W-GRP-OPEN-SW (W-CUR-GRP).
036200     MOVE W-PAIR-IDX TO W-GRP-OPEN-PAIR (W-CUR-GRP).
036300 3200-EXIT.
036400     EXIT.
036500*****************************************************************
036600* 3300-RECORD-END - CLOSE THE OPEN START/END PAIR AND WORK OUT   *
036700*                   ITS ELAPSED TIME, OR RECORD AN END WITH NO   *
036800*                   START ON THE DAY                             *
036900*****************************************************************
037000 3300-RECORD-END.
037100     IF NOT W-GRP-OPEN (W-CUR-GRP)
037200         PERFORM 3500-ADD-PAIR THRU 3500-EXIT
037300         IF W-PAIR-IDX NOT = 0
037400             MOVE EVT-TIME TO W-PAIR-END-TIME (W-PAIR-IDX)
037500         END-IF
037600         GO TO 3300-EXIT
037700     END-IF.
037800     MOVE W-GRP-OPEN-PAIR (W-CUR-GRP) TO W-PAIR-IDX.
037900     MOVE EVT-TIME TO W-PAIR-END-TIME (W-PAIR-IDX).
038000     MOVE W-PAIR-START-TIME (W-PAIR-IDX) TO W-TIME-WORK.
038100     COMPUTE W-START-SECS = W-TIME-HH * 3600 + W-TIME-MM * 60
038200         + W-TIME-SS.
038300     MOVE EVT-TIME TO W-TIME-WORK.
038400     COMPUTE W-END-SECS = W-TIME-HH * 3600 + W-TIME-MM * 60
038500         + W-TIME-SS.
038600     IF W-END-SECS < W-START-SECS
038700         ADD 86400 TO W-END-SECS
038800     END-IF.
038900     COMPUTE W-PAIR-ELAPSED (W-PAIR-IDX) =
039000         W-END-SECS - W-START-SECS.
039100     MOVE 'N' TO W-GRP-OPEN-SW (W-CUR-GRP).
039200     MOVE 0 TO W-GRP-OPEN-PAIR (W-CUR-GRP).
039300 3300-EXIT.
039400     EXIT.
039500*****************************************************************
039600* 3400-RECORD-ERROR - COUNT ONE ERROR MESSAGE AND KEEP ITS       *
039700*                     DETAIL FOR THE REPORT                      *
039800*****************************************************************
039900 3400-RECORD-ERROR.
040000     ADD 1 TO W-GRP-ERRORS (W-CUR-GRP).
040100     ADD 1 TO W-TOTAL-ERRORS.
040200     IF W-ERR-COUNT NOT < 300
040300         IF NOT WS-ERR-FULL
040400             DISPLAY 'FZBDIGST-005W MORE THAN 300 ERRORS ON ONE '
040500                 'DAY - LATER ERRORS COUNTED BUT NOT LISTED'
040600             MOVE 'FZBDIGST-005W' TO WS-EVT-MSG-ID
040700             MOVE 'ERROR TABLE FULL' TO WS-EVT-TEXT
040800             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
040900             MOVE 'Y' TO WS-ERR-FULL-SW
041000         END-IF
041100         GO TO 3400-EXIT
041200     END-IF.
041300     ADD 1 TO W-ERR-COUNT.
041400     MOVE W-CUR-GRP TO W-ERR-GRP (W-ERR-COUNT).
041500     MOVE EVT-TIME TO W-ERR-TIME (W-ERR-COUNT).
041600     MOVE EVT-MESSAGE-ID TO W-ERR-MSG-ID (W-ERR-COUNT).
041700     MOVE EVT-FILE-STATUS TO W-ERR-FILE-STATUS (W-ERR-COUNT).
041800     MOVE EVT-TEXT TO W-ERR-TEXT (W-ERR-COUNT).
041900 3400-EXIT.
042000     EXIT.
042100*****************************************************************
042200* 3500-ADD-PAIR - ADD A CLEARED ENTRY TO THE PAIR TABLE FOR THE  *
042300*                 CURRENT GROUP.  W-PAIR-IDX IS ZERO IF THE      *
042400*                 TABLE IS FULL.                                 *
042500*****************************************************************
042600 3500-ADD-PAIR.
042700     MOVE 0 TO W-PAIR-IDX.
042800     IF W-PAIR-COUNT NOT < 300
042900         IF NOT WS-PAIR-FULL
043000             DISPLAY 'FZBDIGST-006W MORE THAN 300 STARTS AND '
043100                 'ENDS ON ONE DAY - LATER ONES NOT LISTED'
043200             MOVE 'FZBDIGST-006W' TO WS-EVT-MSG-ID
043300             MOVE 'PAIR TABLE FULL' TO WS-EVT-TEXT
043400             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
043500             MOVE 'Y' TO WS-PAIR-FULL-SW
043600         END-IF
043700         GO TO 3500-EXIT
043800     END-IF.
043900     ADD 1 TO W-PAIR-COUNT.
044000     MOVE W-PAIR-COUNT TO W-PAIR-IDX.
044100     MOVE W-CUR-GRP TO W-PAIR-GRP (W-PAIR-IDX).
044200     MOVE 0 TO W-PAIR-START-TIME (W-PAIR-IDX).
044300     MOVE 0 TO W-PAIR-END-TIME (W-PAIR-IDX).
044400     MOVE 0 TO W-PAIR-ELAPSED (W-PAIR-IDX).
044500 3500-EXIT.
044600     EXIT.
044700*****************************************************************
044800* 4000-PRINT-DIGEST - PRINT ONE BLOCK PER PROGRAM AND RUN ID     *
044900*****************************************************************
045000 4000-PRINT-DIGEST.
045100     DISPLAY '===== FZBDIGST DAILY OPERATIONS DIGEST ====='.
045200     DISPLAY 'EVENT DATE ............ ' WS-DIGEST-DATE.
045300     PERFORM 4100-PRINT-ONE-GROUP THRU 4100-EXIT
045400         VARYING W-GRP-IDX FROM 1 BY 1
045500         UNTIL W-GRP-IDX > W-GRP-COUNT.
045600 4000-EXIT.
045700     EXIT.
045800*****************************************************************
045900* 4100-PRINT-ONE-GROUP - PRINT ONE PROGRAM AND RUN ID'S PAIRS,   *
046000*                        COUNTS, AND ERRORS                      *
046100*****************************************************************
046200 4100-PRINT-ONE-GROUP.
046300     MOVE W-GRP-EVENTS (W-GRP-IDX) TO WS-EVENTS-DISP.
046400     MOVE W-GRP-ERRORS (W-GRP-IDX) TO WS-ERRORS-DISP.
046500     MOVE W-GRP-WARNINGS (W-GRP-IDX) TO WS-WARNINGS-DISP.
046600     DISPLAY ' '.
046700     DISPLAY 'PROGRAM ' W-GRP-PROGRAM (W-GRP-IDX)
046800         '  RUN ID ' W-GRP-RUN-ID (W-GRP-IDX)
046900         '  EVENTS ' WS-EVENTS-DISP
047000         '  ERRORS ' WS-ERRORS-DISP
047100         '  WARNINGS ' WS-WARNINGS-DISP.
047200     PERFORM 4200-PRINT-ONE-PAIR THRU 4200-EXIT
047300         VARYING W-PAIR-IDX FROM 1 BY 1
047400         UNTIL W-PAIR-IDX > W-PAIR-COUNT.
047500     PERFORM 4300-PRINT-ONE-ERROR THRU 4300-EXIT
047600         VARYING W-ERR-IDX FROM 1 BY 1
047700         UNTIL W-ERR-IDX > W-ERR-COUNT.
047800 4100-EXIT.
047900     EXIT.
048000*****************************************************************
048100* 4200-PRINT-ONE-PAIR - PRINT ONE START/END PAIR IF IT BELONGS   *
048200*                       TO THE GROUP BEING PRINTED               *
048300*****************************************************************
048400 4200-PRINT-ONE-PAIR.
048500     IF W-PAIR-GRP (W-PAIR-IDX) NOT = W-GRP-IDX
048600         GO TO 4200-EXIT
048700     END-IF.
048800     MOVE W-PAIR-START-TIME (W-PAIR-IDX) TO W-TIME-WORK.
048900     PERFORM 4400-FORMAT-CLOCK THRU 4400-EXIT.
049000     MOVE W-CLOCK-DISP TO W-START-CLOCK.
049100     MOVE W-PAIR-END-TIME (W-PAIR-IDX) TO W-TIME-WORK.
049200     PERFORM 4400-FORMAT-CLOCK THRU 4400-EXIT.
049300     MOVE W-CLOCK-DISP TO W-END-CLOCK.
049400     IF W-PAIR-START-TIME (W-PAIR-IDX) = 0
049500         DISPLAY '  END   ' W-END-CLOCK
049600             '  NO START ON THIS DAY - STARTED BEFORE MIDNIGHT'
049700         ADD 1 TO W-TOTAL-NO-START
049800         GO TO 4200-EXIT
049900     END-IF.
050000     IF W-PAIR-END-TIME (W-PAIR-IDX) = 0
050100         DISPLAY '  START ' W-START-CLOCK
050200             '  *** NO END - ABENDED OR STILL RUNNING ***'
050300         ADD 1 TO W-TOTAL-NO-END
050400         GO TO 4200-EXIT
050500     END-IF.
050600     MOVE W-PAIR-ELAPSED (W-PAIR-IDX) TO W-ELAPSED-WORK.
050700     DIVIDE W-ELAPSED-WORK BY 3600 GIVING W-TIME-HH
050800         REMAINDER W-ELAPSED-WORK.
050900     DIVIDE W-ELAPSED-WORK BY 60 GIVING W-TIME-MM
051000         REMAINDER W-TIME-SS.
051100     MOVE 0 TO W-TIME-CC.
051200     PERFORM 4400-FORMAT-CLOCK THRU 4400-EXIT.
051300     MOVE W-CLOCK-DISP TO W-ELAPSED-CLOCK.
051400     DISPLAY '  START ' W-START-CLOCK '  END ' W-END-CLOCK
051500         '  ELAPSED ' W-ELAPSED-CLOCK.
051600 4200-EXIT.
051700     EXIT.
051800*****************************************************************
051900* 4300-PRINT-ONE-ERROR - PRINT ONE ERROR MESSAGE AND THE FILE    *
052000*                        STATUS BEHIND IT IF IT BELONGS TO THE   *
052100*                        GROUP BEING PRINTED                     *
052200*****************************************************************
052300 4300-PRINT-ONE-ERROR.
052400     IF W-ERR-GRP (W-ERR-IDX) NOT = W-GRP-IDX
052500         GO TO 4300-EXIT
052600     END-IF.
052700     MOVE W-ERR-TIME (W-ERR-IDX) TO W-TIME-WORK.
052800     PERFORM 4400-FORMAT-CLOCK THRU 4400-EXIT.
052900     IF W-ERR-FILE-STATUS (W-ERR-IDX) = SPACES
053000         DISPLAY '  ERROR ' W-CLOCK-DISP ' '
053100             W-ERR-MSG-ID (W-ERR-IDX) ' STATUS -- '
053200             W-ERR-TEXT (W-ERR-IDX)
053300     ELSE
053400         DISPLAY '  ERROR ' W-CLOCK-DISP ' '
053500             W-ERR-MSG-ID (W-ERR-IDX) ' STATUS '
053600             W-ERR-FILE-STATUS (W-ERR-IDX) ' '
053700             W-ERR-TEXT (W-ERR-IDX)
053800     END-IF.
053900 4300-EXIT.
054000     EXIT.
054100*****************************************************************
054200* 4400-FORMAT-CLOCK - FORMAT THE TIME IN W-TIME-WORK AS HH:MM:SS *
054300*****************************************************************
054400 4400-FORMAT-CLOCK.
054500     MOVE W-TIME-HH TO W-CLOCK-HH.
054600     MOVE W-TIME-MM TO W-CLOCK-MM.
054700     MOVE W-TIME-SS TO W-CLOCK-SS.
054800 4400-EXIT.
054900     EXIT.
055000*****************************************************************
055100* 8000-SUMMARY - DISPLAY THE DIGEST'S TOTALS                     *
055200*****************************************************************
055300 8000-SUMMARY.
055400     MOVE W-READ-COUNT TO WS-READ-DISP.
055500     MOVE W-DAY-COUNT TO WS-DAY-DISP.
055600     MOVE W-GRP-COUNT TO WS-GRP-DISP.
055700     MOVE W-TOTAL-ERRORS TO WS-ERRORS-DISP.
055800     MOVE W-TOTAL-WARNINGS TO WS-WARNINGS-DISP.
055900     MOVE W-TOTAL-NO-END TO WS-NO-END-DISP.
056000     MOVE W-TOTAL-NO-START TO WS-NO-START-DISP.
056100     DISPLAY ' '.
056200     DISPLAY '===== FZBDIGST RUN SUMMARY ====='.
056300     DISPLAY 'EVENTS READ ........... ' WS-READ-DISP.
056400     DISPLAY 'EVENTS ON THE DAY ..... ' WS-DAY-DISP.
056500     DISPLAY 'PROGRAM/RUN GROUPS .... ' WS-GRP-DISP.
056600     DISPLAY 'ERROR MESSAGES ........ ' WS-ERRORS-DISP.
056700     DISPLAY 'WARNING MESSAGES ...... ' WS-WARNINGS-DISP.
056800     DISPLAY 'STARTS WITH NO END .... ' WS-NO-END-DISP.
056900     DISPLAY 'ENDS WITH NO START .... ' WS-NO-START-DISP.
057000     DISPLAY '================================'.
057100 8000-EXIT.
057200     EXIT.
057300*****************************************************************
057400* 9000-TERMINATE - CLOSE FILES AND END THE RUN                  *
057500*****************************************************************
057600 9000-TERMINATE.
057700     CLOSE EVT-IN-FILE.
057800 9000-EXIT.
057900     EXIT.
058000******************************************************************
058100* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
058200*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
058300*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
058400*                    DOESN'T INHERIT IT                          *
058500******************************************************************
058600 9500-WRITE-EVENT.
058700     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
058800         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
058900     MOVE SPACES TO WS-EVT-FILE-STATUS.
059000 9500-EXIT.
059100     EXIT.
