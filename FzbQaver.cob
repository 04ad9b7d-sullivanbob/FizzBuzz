000100*****************************************************************
000200* FZBQAVER                                                           *
000300*                                                                    *
000400* INDEPENDENT QA RE-VERIFICATION OF A FINISHED FIZZBUZZ RUN.         *
000500* FZBTIOUT PROVES THE RUN'S TALLIES AGREE WITH EACH OTHER; THIS      *
000600* PROGRAM PROVES THEY ARE THE RIGHT TALLIES AND THAT THE             *
000700* DECISIONS THEMSELVES ARE RIGHT, SO A BAD COMPILE OR A CORRUPTED    *
000800* RULE TABLE IS CAUGHT BEFORE THE EXTRACT GOES TO THE ERP.  NONE     *
000900* OF FIZZBUZZ'S OWN CODE IS USED - EVERYTHING IS WORKED OUT AGAIN    *
001000* HERE FROM THE RUN'S CONTROL RECORD.                                *
001100*                                                                    *
001200* VERIFICATION PERFORMED FOR THE TARGET RUN ID -                     *
001300*   1. THE EXPECTED PER-RULE SINGLE, MULTI, NONE, OVERRIDE AND       *
001400*      TOTAL COUNTS FOR THE CHECKPOINTED RANGE ARE COMPUTED BY       *
001500*      ARITHMETIC AND MUST EQUAL THE CHECKPOINT RECORD'S COUNTS.     *
001600*      FOR EVERY SUBSET OF THE RULES, THE NUMBERS MATCHING ALL       *
001700*      OF ITS RULES ARE COUNTED IN CLOSED FORM - DIVISIBILITY        *
001800*      AND REMAINDER RULES COMBINE INTO ONE RESIDUE CLASS, RANGE     *
001900*      BANDS NARROW THE RANGE - AND THE "EXACTLY THESE RULES"        *
002000*      COUNTS FOLLOW BY INCLUSION-EXCLUSION.  A DIGIT RULE HAS       *
002100*      NO CLOSED FORM, SO A SUBSET HOLDING ONE IS COUNTED BY         *
002200*      WALKING ITS RESIDUE CLASS THROUGH THE NARROWED RANGE.         *
002300*      EACH OVERRIDE NUMBER IN RANGE MOVES ONE NUMBER FROM THE       *
002400*      CLASS ITS RULES WOULD HAVE PUT IT IN TO THE OVERRIDE COUNT.   *
002500*   2. A SAMPLE OF THE RUN'S OUT-FILE RECORDS - EVERY NTH NUMBER     *
002600*      FROM THE START OF THE RANGE, PLUS EVERY OVERRIDE AND EVERY    *
002700*      EXCEPTION (MORE THAN ONE RULE MATCHED) - IS RECLASSIFIED      *
002800*      FROM THE RULES AND ITS CODE AND TEXT MUST MATCH THE RECORD.   *
002900*                                                                    *
003000* A RESUMED RUN'S RECORDS SPAN TWO OUT-FILE GENERATIONS - BOTH       *
003100* MUST BE CONCATENATED ON OUTFILE, AS FOR FZBTIOUT.                  *
003200*                                                                    *
003300* RETURN CODE -                                                      *
003400*   00 - COUNTS AND SAMPLED DECISIONS ALL VERIFIED                   *
003500*   16 - A MISMATCH, AN INVALID RULE TABLE, OR A FILE FAILURE        *
003600*                                                                    *
003700* PARM FORMAT - TARGET RUN ID (8), SAMPLE INTERVAL (5)               *
003800*               THE INTERVAL DEFAULTS TO 00100 WHEN OMITTED          *
003900*                                                                    *
004000* MODIFICATION HISTORY                                               *
004100*   10/15/26 BS  ORIGINAL PROGRAM.                                   *
004200*****************************************************************
004300 IDENTIFICATION DIVISION.
004400 PROGRAM-ID. FZBQAVER.
004500 AUTHOR. BOB.
004600 INSTALLATION. DATA PROCESSING.
004700 DATE-WRITTEN. 10/15/2026.
004800 DATE-COMPILED.
004900 ENVIRONMENT DIVISION.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT CTL-FILE ASSIGN TO CTLFILE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-CTL-STATUS.
005500     SELECT CKPT-FILE ASSIGN TO CKPTFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CKPT-RUN-ID
005900         FILE STATUS IS WS-CKPT-STATUS.
006000     SELECT OUT-FILE ASSIGN TO OUTFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-OUT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  CTL-FILE
006600     RECORDING MODE IS F.
006700     COPY FZBCTL.
006800 FD  CKPT-FILE.
006900     COPY FZBCKPT.
007000 FD  OUT-FILE
007100     RECORDING MODE IS F.
007200     COPY FZBOUT.
007300 WORKING-STORAGE SECTION.
007400*****************************************************************
007500* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
007600*****************************************************************
007700 77  WS-CTL-STATUS            PIC X(02) VALUE SPACES.
007800 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
007900 77  WS-OUT-STATUS            PIC X(02) VALUE SPACES.
008000 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
008100     88  WS-CTL-EOF               VALUE 'Y'.
008200 77  WS-OUT-EOF-SW            PIC X(01) VALUE 'N'.
008300     88  WS-OUT-EOF               VALUE 'Y'.
008400 77  WS-FOUND-SW              PIC X(01) VALUE 'N'.
008500     88  WS-FOUND-TARGET          VALUE 'Y'.
008600 77  WS-VERIFIED-SW           PIC X(01) VALUE 'Y'.
008700     88  WS-VERIFIED              VALUE 'Y'.
008800 77  WS-TABLE-VALID-SW        PIC X(01) VALUE 'Y'.
008900     88  WS-TABLE-VALID           VALUE 'Y'.
009000 77  WS-SAMPLE-SW             PIC X(01) VALUE 'N'.
009100     88  WS-SAMPLE-THIS           VALUE 'Y'.
009200 77  W-SAMPLE-INTVL           PIC 9(05) COMP VALUE 100.
009300 77  W-RULE-IDX               PIC 9(01) COMP.
009400 77  W-OVR-IDX                PIC 9(01) COMP.
009500 77  W-OVR-PRIOR-IDX          PIC 9(01) COMP.
009600 77  W-COMBO-IDX              PIC 9(01) COMP.
009700 77  W-OFFSET                 PIC 9(06) COMP VALUE 0.
009800 77  W-OFFSET-QUOT            PIC 9(06) COMP VALUE 0.
009900 77  W-OFFSET-REM             PIC 9(05) COMP VALUE 0.
010000 77  W-COMMA-TALLY            PIC 9(02) COMP VALUE 0.
010100 77  W-OUT-READ-COUNT         PIC 9(06) COMP VALUE 0.
010200 77  W-SAMPLED-COUNT          PIC 9(06) COMP VALUE 0.
010300 77  W-DECISION-MISMATCHES    PIC 9(06) COMP VALUE 0.
010400 77  W-COUNT-MISMATCHES       PIC 9(02) COMP VALUE 0.
010500 77  W-RANGE-MISSES           PIC 9(06) COMP VALUE 0.
010600*****************************************************************
010700* WORKING STORAGE - RULE SUBSETS.  ENTRY S + 1 IS THE SUBSET     *
010800*                   WHOSE BINARY DIGITS (RULE 1 LOWEST) ARE S.   *
010900*                   AT-LEAST IS HOW MANY NUMBERS IN THE RANGE    *
011000*                   MATCH EVERY RULE IN THE SUBSET; EXACT IS     *
011100*                   HOW MANY MATCH THOSE RULES AND NO OTHER.     *
011200*****************************************************************
011300 77  W-SUBSET-LIMIT           PIC 9(02) COMP VALUE 1.
011400 77  W-SUB-IDX                PIC 9(02) COMP.
011500 77  W-SUP-IDX                PIC 9(02) COMP.
011600 77  W-BIT-WORK               PIC 9(02) COMP VALUE 0.
011700 77  W-BIT-QUOT               PIC 9(02) COMP VALUE 0.
011800 77  W-BIT-REM                PIC 9(01) COMP VALUE 0.
011900 77  W-TALLY-RULE             PIC 9(01) COMP VALUE 0.
012000 77  W-SIZE-DIFF              PIC 9(01) COMP VALUE 0.
012100 77  W-SIZE-HALF              PIC 9(01) COMP VALUE 0.
012200 77  W-SIZE-ODD               PIC 9(01) COMP VALUE 0.
012300 77  WS-SUPERSET-SW           PIC X(01) VALUE 'N'.
012400     88  WS-IS-SUPERSET           VALUE 'Y'.
012500 01  W-SUBSET-TABLE.
012600     05  W-SUBSET-ENTRY OCCURS 32 TIMES.
012700         10  W-SUB-MASK           PIC X(05).
012800         10  W-SUB-SIZE           PIC 9(01) COMP.
012900         10  W-SUB-LAST-RULE      PIC 9(01) COMP.
013000         10  W-SUB-AT-LEAST       PIC S9(07) COMP.
013100         10  W-SUB-EXACT          PIC S9(07) COMP.
013200*****************************************************************
013300* WORKING STORAGE - ONE SUBSET'S RESIDUE CLASS.  THE NUMBERS     *
013400*                   MATCHING ALL OF THE SUBSET'S DIVISIBILITY    *
013500*                   AND REMAINDER RULES ARE EXACTLY THOSE LEAVING*
013600*                   W-AR-RESIDUE UNDER W-AR-MODULUS (THE LEAST   *
013700*                   COMMON MULTIPLE OF THE RULES' MODULI),       *
013800*                   WITHIN W-AR-LOW THRU W-AR-HIGH.              *
013900*****************************************************************
014000 77  W-AR-LOW                 PIC 9(06) COMP VALUE 0.
014100 77  W-AR-HIGH                PIC 9(06) COMP VALUE 0.
014200 77  W-AR-MODULUS             PIC 9(12) COMP VALUE 1.
014300 77  W-AR-RESIDUE             PIC 9(12) COMP VALUE 0.
014400 77  W-AR-TGT-MOD             PIC 9(02) COMP VALUE 1.
014500 77  W-AR-TGT-RES             PIC 9(02) COMP VALUE 0.
014600 77  W-AR-K                   PIC 9(03) COMP VALUE 0.
014700 77  W-AR-MULT                PIC 9(03) COMP VALUE 0.
014800 77  W-AR-CAND                PIC 9(12) COMP VALUE 0.
014900 77  W-AR-NEW-MOD             PIC 9(12) COMP VALUE 0.
015000 77  W-AR-QUOT                PIC 9(12) COMP VALUE 0.
015100 77  W-AR-REM                 PIC 9(12) COMP VALUE 0.
015200 77  W-AR-FIRST               PIC 9(12) COMP VALUE 0.
015300 77  W-AR-X                   PIC 9(12) COMP VALUE 0.
015400 77  W-AR-COUNT               PIC 9(07) COMP VALUE 0.
015500 77  WS-AR-FEASIBLE-SW        PIC X(01) VALUE 'Y'.
015600     88  WS-AR-FEASIBLE           VALUE 'Y'.
015700 77  WS-AR-DIGIT-SW           PIC X(01) VALUE 'N'.
015800     88  WS-AR-HAS-DIGIT          VALUE 'Y'.
015900 77  WS-AR-FOUND-SW           PIC X(01) VALUE 'N'.
016000     88  WS-AR-FOUND              VALUE 'Y'.
016100 77  WS-AR-ALL-HIT-SW         PIC X(01) VALUE 'N'.
016200     88  WS-AR-ALL-HIT            VALUE 'Y'.
016300*****************************************************************
016400* WORKING STORAGE - EXPECTED CONTROL TOTALS                      *
016500*****************************************************************
016600 77  W-EXP-TOTAL              PIC S9(07) COMP VALUE 0.
016700 77  W-EXP-MULTI              PIC S9(07) COMP VALUE 0.
016800 77  W-EXP-NONE               PIC S9(07) COMP VALUE 0.
016900 77  W-EXP-OVERRIDE           PIC S9(07) COMP VALUE 0.
017000 01  W-EXP-RULE-COUNTS.
017100     05  W-EXP-SINGLE         PIC S9(07) COMP OCCURS 5 TIMES.
017200*****************************************************************
017300* WORKING STORAGE - ONE NUMBER RECLASSIFIED FROM THE RULES       *
017400*****************************************************************
017500 77  W-QA-NUM                 PIC 9(06) VALUE 0.
017600 77  W-QA-QUOT                PIC 9(06) COMP VALUE 0.
017700 77  W-QA-REM                 PIC 9(02) COMP VALUE 0.
017800 77  W-QA-MATCHES             PIC 9(01) COMP VALUE 0.
017900 77  W-QA-LAST-RULE           PIC 9(01) COMP VALUE 0.
018000 77  W-QA-OVR-FOUND           PIC 9(01) COMP VALUE 0.
018100 77  W-QA-COMBO-FOUND         PIC 9(01) COMP VALUE 0.
018200 77  W-QA-TEXT-PTR            PIC 9(02) COMP VALUE 1.
018300 77  W-QA-CODE-PTR            PIC 9(02) COMP VALUE 1.
018400 77  WS-QA-HIT-SW             PIC X(01) VALUE 'N'.
018500     88  WS-QA-HIT                VALUE 'Y'.
018600 77  WS-QA-MASK               PIC X(05) VALUE SPACES.
018700 77  WS-QA-CODE               PIC X(11) VALUE SPACES.
018800 77  WS-QA-TEXT               PIC X(40) VALUE SPACES.
018900 77  WS-QA-NUM-TEXT           PIC Z(5)9.
019000 77  WS-QA-RULE-DISP          PIC 9(01) VALUE 0.
019100 77  W-DIG-NUM                PIC 9(12) COMP VALUE 0.
019200 77  W-DIG-QUOT               PIC 9(12) COMP VALUE 0.
019300 77  W-DIG-REM                PIC 9(01) COMP VALUE 0.
019400 77  W-DIG-WANT               PIC 9(01) VALUE 0.
019500 77  WS-DIG-HIT-SW            PIC X(01) VALUE 'N'.
019600     88  WS-DIG-HIT               VALUE 'Y'.
019700*****************************************************************
019800* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
019900*****************************************************************
020000 77  WS-EXP-DISP              PIC 9(07) VALUE 0.
020100 77  WS-CKPT-DISP             PIC 9(07) VALUE 0.
020200 77  WS-RULE-DISP             PIC 9(01) VALUE 0.
020300 77  WS-INTVL-DISP            PIC 9(05) VALUE 0.
020400 77  WS-OUT-READ-DISP         PIC 9(06) VALUE 0.
020500 77  WS-SAMPLED-DISP          PIC 9(06) VALUE 0.
020600 77  WS-DECISION-DISP         PIC 9(06) VALUE 0.
020700 77  WS-COUNT-MISS-DISP       PIC 9(02) VALUE 0.
020800 77  WS-RANGE-MISS-DISP       PIC 9(06) VALUE 0.
020900 77  WS-COUNT-NAME            PIC X(14) VALUE SPACES.
021000******************************************************************
021100* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
021200*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
021300*                   EVENT LOG THROUGH 9500-WRITE-EVENT, SO       *
021400*                   AUTOMATION KEYS OFF ONE DATASET INSTEAD OF   *
021500*                   THIS PROGRAM'S SYSOUT.                       *
021600******************************************************************
021700 77  WS-EVT-PROGRAM          PIC X(08) VALUE 'FZBQAVER'.
021800 77  WS-EVT-MSG-ID           PIC X(13) VALUE SPACES.
021900 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
022000 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
022100 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
022200 LINKAGE SECTION.
022300*****************************************************************
022400* LS-PARM-AREA - TARGET RUN ID AND SAMPLE INTERVAL PASSED IN     *
022500*                FROM THE JCL PARM=                              *
022600*****************************************************************
022700 01  LS-PARM-AREA.
022800     05  LS-PARM-LEN              PIC S9(04) COMP.
022900     05  LS-PARM-TARGET-RUN-ID    PIC X(08).
023000     05  LS-PARM-SAMPLE-INTVL     PIC 9(05).
023100 PROCEDURE DIVISION USING LS-PARM-AREA.
023200*****************************************************************
023300* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
023400*****************************************************************
023500 0000-MAIN-PROCEDURE.
023600     MOVE 'FZBQAVER-900I' TO WS-EVT-MSG-ID.
023700     MOVE 'START OF RUN' TO WS-EVT-TEXT.
023800     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
023900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024000     PERFORM 2000-VALIDATE-RULE-TABLE THRU 2000-EXIT.
024100     PERFORM 4000-COMPUTE-EXPECTED THRU 4000-EXIT.
024200     PERFORM 5000-COMPARE-COUNTS THRU 5000-EXIT.
024300     PERFORM 6000-VERIFY-SAMPLE THRU 6000-EXIT.
024400     PERFORM 8000-SUMMARY THRU 8000-EXIT.
024500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024600     IF WS-VERIFIED
024700         MOVE 0 TO RETURN-CODE
024800     ELSE
024900         MOVE 'FZBQAVER-016E' TO WS-EVT-MSG-ID
025000         MOVE 'QA RE-VERIFICATION FAILED' TO WS-EVT-TEXT
025100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
025200         MOVE 16 TO RETURN-CODE
025300     END-IF.
025400     MOVE 'FZBQAVER-901I' TO WS-EVT-MSG-ID.
025500     MOVE 'END OF RUN' TO WS-EVT-TEXT.
025600     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
025700     GOBACK.
025800*****************************************************************
025900* 1000-INITIALIZE - EDIT THE PARM, FIND THE RUN'S CONTROL RECORD,*
026000*                   AND READ ITS CHECKPOINT RECORD.  ONLY A RUN  *
026100*                   THAT FINISHED AND IS NOT VOID IS VERIFIED.   *
026200*****************************************************************
026300 1000-INITIALIZE.
026400     MOVE LS-PARM-TARGET-RUN-ID TO WS-EVT-RUN-ID.
026500     IF LS-PARM-LEN < 8
026600             OR LS-PARM-TARGET-RUN-ID = SPACES
026700         DISPLAY 'FZBQAVER-001E PARM MUST SUPPLY THE TARGET '
026800             'RUN ID'
026900         MOVE 'FZBQAVER-001E' TO WS-EVT-MSG-ID
027000         MOVE 'PARM MUST SUPPLY THE TARGET RUN ID' TO WS-EVT-TEXT
027100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
027200         MOVE 16 TO RETURN-CODE
027300         GOBACK
027400     END-IF.
027500     IF LS-PARM-LEN > 8
027600         IF LS-PARM-LEN < 13
027700                 OR LS-PARM-SAMPLE-INTVL NOT NUMERIC
027800                 OR LS-PARM-SAMPLE-INTVL = 0
027900             DISPLAY 'FZBQAVER-002E SAMPLE INTERVAL IN PARM MUST '
028000                 'BE 00001 THRU 99999'
028100             MOVE 'FZBQAVER-002E' TO WS-EVT-MSG-ID
028200             MOVE 'SAMPLE INTERVAL IN PARM INVALID'
028300                 TO WS-EVT-TEXT
028400             PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028500             MOVE 16 TO RETURN-CODE
028600             GOBACK
028700         END-IF
028800         MOVE LS-PARM-SAMPLE-INTVL TO W-SAMPLE-INTVL
028900     END-IF.
029000     OPEN INPUT CTL-FILE.
029100     IF WS-CTL-STATUS NOT = '00'
029200         DISPLAY 'FZBQAVER-003E CTL-FILE OPEN FAILED, STATUS '
029300             WS-CTL-STATUS
029400         MOVE 'FZBQAVER-003E' TO WS-EVT-MSG-ID
029500         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
029600         MOVE 'CTL-FILE OPEN FAILED' TO WS-EVT-TEXT
029700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
029800         MOVE 16 TO RETURN-CODE
029900         GOBACK
030000     END-IF.
030100     PERFORM 1100-READ-ONE-CONTROL THRU 1100-EXIT
030200         UNTIL WS-CTL-EOF
030300         OR WS-FOUND-TARGET.
030400     IF NOT WS-FOUND-TARGET
030500         DISPLAY 'FZBQAVER-005E NO CONTROL RECORD FOR RUN ID '
030600             LS-PARM-TARGET-RUN-ID
030700         MOVE 'FZBQAVER-005E' TO WS-EVT-MSG-ID
030800         MOVE 'NO CONTROL RECORD FOR RUN ID' TO WS-EVT-TEXT
030900         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
031000         MOVE 16 TO RETURN-CODE
031100         GOBACK
031200     END-IF.
031300     OPEN INPUT CKPT-FILE.
031400     IF WS-CKPT-STATUS NOT = '00'
031500         DISPLAY 'FZBQAVER-006E CKPT-FILE OPEN FAILED, STATUS '
031600             WS-CKPT-STATUS
031700         MOVE 'FZBQAVER-006E' TO WS-EVT-MSG-ID
031800         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
031900         MOVE 'CKPT-FILE OPEN FAILED' TO WS-EVT-TEXT
032000         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
032100         MOVE 16 TO RETURN-CODE
032200         GOBACK
032300     END-IF.
032400     MOVE LS-PARM-TARGET-RUN-ID TO CKPT-RUN-ID.
032500     READ CKPT-FILE
032507         INVALID KEY
032514             CONTINUE
032521     END-READ.
032528     IF WS-CKPT-STATUS NOT = '00' AND WS-CKPT-STATUS NOT = '23'
032535         DISPLAY 'FZBQAVER-018E CKPT-FILE READ FAILED, STATUS '
032542             WS-CKPT-STATUS
032549         MOVE 'FZBQAVER-018E' TO WS-EVT-MSG-ID
032556         MOVE WS-CKPT-STATUS TO WS-EVT-FILE-STATUS
032563         MOVE 'CKPT-FILE READ FAILED' TO WS-EVT-TEXT
032570         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
032577         MOVE 16 TO RETURN-CODE
032584         GOBACK
032591     END-IF.
032600     IF WS-CKPT-STATUS = '23'
032700         DISPLAY 'FZBQAVER-007E NO CHECKPOINT RECORD FOR RUN ID '
032800             LS-PARM-TARGET-RUN-ID
032900         MOVE 'FZBQAVER-007E' TO WS-EVT-MSG-ID
033100         MOVE 'NO CHECKPOINT FOR RUN' TO WS-EVT-TEXT
033200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
033300         MOVE 16 TO RETURN-CODE
033400         GOBACK
033500     END-IF.
033600     IF NOT CKPT-RUN-COMPLETE
033700             OR CKPT-VOIDED
033800         DISPLAY 'FZBQAVER-008E RUN ID ' LS-PARM-TARGET-RUN-ID
033900             ' IS NOT COMPLETE OR IS VOID - NOT VERIFIED'
034000         MOVE 'FZBQAVER-008E' TO WS-EVT-MSG-ID
034100         MOVE 'RUN NOT COMPLETE OR VOID' TO WS-EVT-TEXT
034200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034300         MOVE 16 TO RETURN-CODE
034400         GOBACK
034500     END-IF.
034600     IF CKPT-START-NUM NOT = CTL-START-NUM
034700             OR CKPT-END-NUM NOT = CTL-END-NUM
034800         MOVE 'N' TO WS-VERIFIED-SW
034900         ADD 1 TO W-COUNT-MISMATCHES
035000         DISPLAY 'FZBQAVER-009E CONTROL RECORD RANGE DIFFERS '
035100             'FROM THE CHECKPOINTED RANGE FOR RUN ID '
035200             LS-PARM-TARGET-RUN-ID
035210         MOVE 'FZBQAVER-009E' TO WS-EVT-MSG-ID
035220         MOVE 'CTL RANGE DIFFERS FROM CHECKPOINT' TO WS-EVT-TEXT
035230         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
035300     END-IF.
035400     OPEN INPUT OUT-FILE.
035500     IF WS-OUT-STATUS NOT = '00'
035600         DISPLAY 'FZBQAVER-010E OUT-FILE OPEN FAILED, STATUS '
035700             WS-OUT-STATUS
035800         MOVE 'FZBQAVER-010E' TO WS-EVT-MSG-ID
035900         MOVE WS-OUT-STATUS TO WS-EVT-FILE-STATUS
036000         MOVE 'OUT-FILE OPEN FAILED' TO WS-EVT-TEXT
036100         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
036200         MOVE 16 TO RETURN-CODE
036300         GOBACK
036400     END-IF.
036500 1000-EXIT.
036600     EXIT.
036700*****************************************************************
036800* 1100-READ-ONE-CONTROL - READ THE NEXT CONTROL RECORD AND NOTE  *
036900*                         WHEN IT IS THE TARGET RUN'S            *
037000*****************************************************************
037100 1100-READ-ONE-CONTROL.
037200     READ CTL-FILE
037300         AT END
037400             MOVE 'Y' TO WS-CTL-EOF-SW
037500     END-READ.
037600     IF WS-CTL-STATUS NOT = '00' AND WS-CTL-STATUS NOT = '10'
037700         DISPLAY 'FZBQAVER-004E CTL-FILE READ FAILED, STATUS '
037800             WS-CTL-STATUS
037900         MOVE 'FZBQAVER-004E' TO WS-EVT-MSG-ID
038000         MOVE WS-CTL-STATUS TO WS-EVT-FILE-STATUS
038100         MOVE 'CTL-FILE READ FAILED' TO WS-EVT-TEXT
038200         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
038300         MOVE 16 TO RETURN-CODE
038400         GOBACK
038500     END-IF.
038600     IF WS-CTL-STATUS = '00'
038700         AND CTL-RUN-ID = LS-PARM-TARGET-RUN-ID
038800         MOVE 'Y' TO WS-FOUND-SW
038900     END-IF.
039000 1100-EXIT.
039100     EXIT.
039200*****************************************************************
039300* 2000-VALIDATE-RULE-TABLE - A TABLE THIS PROGRAM CANNOT EVEN    *
039400*                            EVALUATE (A ZERO DIVISOR, A         *
039500*                            REMAINDER NOT BELOW ITS MODULUS, AN *
039600*                            UNKNOWN RULE TYPE) IS ITSELF PROOF  *
039700*                            OF CORRUPTION AND FAILS THE RUN     *
039800*****************************************************************
039900 2000-VALIDATE-RULE-TABLE.
040000     IF CTL-RULE-COUNT NOT NUMERIC
040100             OR CTL-RULE-COUNT > 5
040200             OR CTL-OVERRIDE-COUNT NOT NUMERIC
040300             OR CTL-OVERRIDE-COUNT > 5
040400             OR CTL-COMBO-COUNT NOT NUMERIC
040500             OR CTL-COMBO-COUNT > 5
040600         MOVE 'N' TO WS-TABLE-VALID-SW
040700     ELSE
040800         PERFORM 2100-VALIDATE-ONE-RULE THRU 2100-EXIT
040900             VARYING W-RULE-IDX FROM 1 BY 1
041000             UNTIL W-RULE-IDX > CTL-RULE-COUNT
041100     END-IF.
041200     IF NOT WS-TABLE-VALID
041300         DISPLAY 'FZBQAVER-011E RULE TABLE FOR RUN ID '
041400             LS-PARM-TARGET-RUN-ID ' CANNOT BE EVALUATED'
041500         MOVE 'FZBQAVER-011E' TO WS-EVT-MSG-ID
041600         MOVE 'RULE TABLE CANNOT BE EVALUATED' TO WS-EVT-TEXT
041700         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
041800         PERFORM 9000-TERMINATE THRU 9000-EXIT
041900         MOVE 16 TO RETURN-CODE
042000         GOBACK
042100     END-IF.
042200 2000-EXIT.
042300     EXIT.
042400*****************************************************************
042500* 2100-VALIDATE-ONE-RULE - CHECK ONE RULE'S OPERANDS FOR ITS TYPE*
042600*****************************************************************
042700 2100-VALIDATE-ONE-RULE.
042800     EVALUATE TRUE
042900         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
043000             IF CTL-RULE-MODULUS (W-RULE-IDX) NOT NUMERIC
043100                     OR CTL-RULE-REMAINDER (W-RULE-IDX)
043200                         NOT NUMERIC
043300                 MOVE 'N' TO WS-TABLE-VALID-SW
043400             ELSE
043500                 IF CTL-RULE-MODULUS (W-RULE-IDX) = 0
043600                         OR CTL-RULE-REMAINDER (W-RULE-IDX)
043700                             NOT < CTL-RULE-MODULUS (W-RULE-IDX)
043800                     MOVE 'N' TO WS-TABLE-VALID-SW
043900                 END-IF
044000             END-IF
044100         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
044200             IF CTL-RULE-DIGIT (W-RULE-IDX) NOT NUMERIC
044300                 MOVE 'N' TO WS-TABLE-VALID-SW
044400             END-IF
044500         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
044600             IF CTL-RULE-BAND-LOW (W-RULE-IDX) NOT NUMERIC
044700                     OR CTL-RULE-BAND-HIGH (W-RULE-IDX)
044800                         NOT NUMERIC
044900                 MOVE 'N' TO WS-TABLE-VALID-SW
045000             END-IF
045100         WHEN CTL-RULE-IS-DIVISIBLE (W-RULE-IDX)
045200             IF CTL-DIVISOR (W-RULE-IDX) NOT NUMERIC
045300                 MOVE 'N' TO WS-TABLE-VALID-SW
045400             ELSE
045500                 IF CTL-DIVISOR (W-RULE-IDX) = 0
045600                     MOVE 'N' TO WS-TABLE-VALID-SW
045700                 END-IF
045800             END-IF
045900         WHEN OTHER
046000             MOVE 'N' TO WS-TABLE-VALID-SW
046100     END-EVALUATE.
046200 2100-EXIT.
046300     EXIT.
046400*****************************************************************
046500* 4000-COMPUTE-EXPECTED - WORK OUT WHAT THE CHECKPOINT'S COUNTS  *
046600*                         SHOULD BE FOR THE CHECKPOINTED RANGE   *
046700*****************************************************************
046800 4000-COMPUTE-EXPECTED.
046900     COMPUTE W-EXP-TOTAL = CKPT-END-NUM - CKPT-START-NUM + 1.
047000     MOVE 0 TO W-EXP-MULTI.
047100     MOVE 0 TO W-EXP-NONE.
047200     MOVE 0 TO W-EXP-OVERRIDE.
047300     INITIALIZE W-EXP-RULE-COUNTS.
047400     MOVE 1 TO W-SUBSET-LIMIT.
047500     PERFORM 4050-DOUBLE-SUBSET-LIMIT THRU 4050-EXIT
047600         CTL-RULE-COUNT TIMES.
047700     PERFORM 4100-BUILD-ONE-SUBSET THRU 4100-EXIT
047800         VARYING W-SUB-IDX FROM 1 BY 1
047900         UNTIL W-SUB-IDX > W-SUBSET-LIMIT.
048000     PERFORM 4300-DERIVE-ONE-EXACT THRU 4300-EXIT
048100         VARYING W-SUB-IDX FROM 1 BY 1
048200         UNTIL W-SUB-IDX > W-SUBSET-LIMIT.
048300     PERFORM 4400-TALLY-ONE-SUBSET THRU 4400-EXIT
048400         VARYING W-SUB-IDX FROM 1 BY 1
048500         UNTIL W-SUB-IDX > W-SUBSET-LIMIT.
048600     IF CTL-OVERRIDE-COUNT > 0
048700         PERFORM 4500-MOVE-ONE-OVERRIDE THRU 4500-EXIT
048800             VARYING W-OVR-IDX FROM 1 BY 1
048900             UNTIL W-OVR-IDX > CTL-OVERRIDE-COUNT
049000     END-IF.
049100 4000-EXIT.
049200     EXIT.
049300*****************************************************************
049400* 4050-DOUBLE-SUBSET-LIMIT - ONE MORE RULE DOUBLES THE NUMBER OF *
049500*                            RULE SUBSETS                        *
049600*****************************************************************
049700 4050-DOUBLE-SUBSET-LIMIT.
049800     MULTIPLY 2 BY W-SUBSET-LIMIT.
049900 4050-EXIT.
050000     EXIT.
050100*****************************************************************
050200* 4100-BUILD-ONE-SUBSET - SET UP ONE SUBSET'S RULE MASK FROM THE *
050300*                         BINARY DIGITS OF ITS NUMBER AND COUNT  *
050400*                         THE NUMBERS MATCHING ALL OF ITS RULES  *
050500*****************************************************************
050600 4100-BUILD-ONE-SUBSET.
050700     MOVE 'NNNNN' TO W-SUB-MASK (W-SUB-IDX).
050800     MOVE 0 TO W-SUB-SIZE (W-SUB-IDX).
050900     MOVE 0 TO W-SUB-LAST-RULE (W-SUB-IDX).
051000     COMPUTE W-BIT-WORK = W-SUB-IDX - 1.
051100     PERFORM 4110-TAKE-ONE-BIT THRU 4110-EXIT
051200         VARYING W-RULE-IDX FROM 1 BY 1
051300         UNTIL W-RULE-IDX > CTL-RULE-COUNT.
051400     PERFORM 4200-COUNT-AT-LEAST THRU 4200-EXIT.
051500 4100-EXIT.
051600     EXIT.
051700*****************************************************************
051800* 4110-TAKE-ONE-BIT - THE LOW BINARY DIGIT LEFT IN W-BIT-WORK    *
051900*                     SAYS WHETHER RULE W-RULE-IDX IS IN THE     *
052000*                     SUBSET                                     *
052100*****************************************************************
052200 4110-TAKE-ONE-BIT.
052300     DIVIDE W-BIT-WORK BY 2 GIVING W-BIT-QUOT
052400         REMAINDER W-BIT-REM.
052500     MOVE W-BIT-QUOT TO W-BIT-WORK.
052600     IF W-BIT-REM = 1
052700         MOVE 'Y' TO W-SUB-MASK (W-SUB-IDX) (W-RULE-IDX:1)
052800         ADD 1 TO W-SUB-SIZE (W-SUB-IDX)
052900         MOVE W-RULE-IDX TO W-SUB-LAST-RULE (W-SUB-IDX)
053000     END-IF.
053100 4110-EXIT.
053200     EXIT.
053300*****************************************************************
053400* 4200-COUNT-AT-LEAST - COUNT THE NUMBERS IN THE RANGE MATCHING  *
053500*                       EVERY RULE OF SUBSET W-SUB-IDX.  THE     *
053600*                       EMPTY SUBSET COUNTS THE WHOLE RANGE.     *
053700*****************************************************************
053800 4200-COUNT-AT-LEAST.
053900     MOVE 0 TO W-SUB-AT-LEAST (W-SUB-IDX).
054000     MOVE CKPT-START-NUM TO W-AR-LOW.
054100     MOVE CKPT-END-NUM TO W-AR-HIGH.
054200     MOVE 1 TO W-AR-MODULUS.
054300     MOVE 0 TO W-AR-RESIDUE.
054400     MOVE 'Y' TO WS-AR-FEASIBLE-SW.
054500     MOVE 'N' TO WS-AR-DIGIT-SW.
054600     PERFORM 4210-APPLY-ONE-RULE THRU 4210-EXIT
054700         VARYING W-RULE-IDX FROM 1 BY 1
054800         UNTIL W-RULE-IDX > CTL-RULE-COUNT
054900         OR NOT WS-AR-FEASIBLE.
055000     IF NOT WS-AR-FEASIBLE
055100             OR W-AR-LOW > W-AR-HIGH
055200         GO TO 4200-EXIT
055300     END-IF.
055400     DIVIDE W-AR-LOW BY W-AR-MODULUS GIVING W-AR-QUOT
055500         REMAINDER W-AR-REM.
055600     IF W-AR-RESIDUE NOT < W-AR-REM
055700         COMPUTE W-AR-FIRST = W-AR-LOW + W-AR-RESIDUE - W-AR-REM
055800     ELSE
055900         COMPUTE W-AR-FIRST = W-AR-LOW + W-AR-MODULUS
056000             - W-AR-REM + W-AR-RESIDUE
056100     END-IF.
056200     IF W-AR-FIRST > W-AR-HIGH
056300         GO TO 4200-EXIT
056400     END-IF.
056500     IF WS-AR-HAS-DIGIT
056600         MOVE 0 TO W-AR-COUNT
056700         PERFORM 4230-TEST-ONE-CANDIDATE THRU 4230-EXIT
056800             VARYING W-AR-X FROM W-AR-FIRST BY W-AR-MODULUS
056900             UNTIL W-AR-X > W-AR-HIGH
057000     ELSE
057100         COMPUTE W-AR-X = W-AR-HIGH - W-AR-FIRST
057200         DIVIDE W-AR-X BY W-AR-MODULUS GIVING W-AR-QUOT
057300         COMPUTE W-AR-COUNT = W-AR-QUOT + 1
057400     END-IF.
057500     MOVE W-AR-COUNT TO W-SUB-AT-LEAST (W-SUB-IDX).
057600 4200-EXIT.
057700     EXIT.
057800*****************************************************************
057900* 4210-APPLY-ONE-RULE - FOLD ONE OF THE SUBSET'S RULES INTO THE  *
058000*                       RESIDUE CLASS AND RANGE                  *
058100*****************************************************************
058200 4210-APPLY-ONE-RULE.
058300     IF W-SUB-MASK (W-SUB-IDX) (W-RULE-IDX:1) NOT = 'Y'
058400         GO TO 4210-EXIT
058500     END-IF.
058600     EVALUATE TRUE
058700         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
058800             MOVE CTL-RULE-MODULUS (W-RULE-IDX) TO W-AR-TGT-MOD
058900             MOVE CTL-RULE-REMAINDER (W-RULE-IDX) TO W-AR-TGT-RES
059000             PERFORM 4220-COMBINE-CONGRUENCE THRU 4220-EXIT
059100         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
059200             MOVE 'Y' TO WS-AR-DIGIT-SW
059300         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
059400             IF CTL-RULE-BAND-LOW (W-RULE-IDX) > W-AR-LOW
059500                 MOVE CTL-RULE-BAND-LOW (W-RULE-IDX) TO W-AR-LOW
059600             END-IF
059700             IF CTL-RULE-BAND-HIGH (W-RULE-IDX) < W-AR-HIGH
059800                 MOVE CTL-RULE-BAND-HIGH (W-RULE-IDX) TO W-AR-HIGH
059900             END-IF
060000         WHEN OTHER
060100             MOVE CTL-DIVISOR (W-RULE-IDX) TO W-AR-TGT-MOD
060200             MOVE 0 TO W-AR-TGT-RES
060300             PERFORM 4220-COMBINE-CONGRUENCE THRU 4220-EXIT
060400     END-EVALUATE.
060500 4210-EXIT.
060600     EXIT.
060700*****************************************************************
060800* 4220-COMBINE-CONGRUENCE - JOIN "LEAVES W-AR-TGT-RES UNDER      *
060900*                           W-AR-TGT-MOD" TO THE CURRENT CLASS.  *
061000*                           THE JOINED RESIDUE IS THE FIRST      *
061100*                           MEMBER OF THE CURRENT CLASS THAT     *
061200*                           ALSO SATISFIES THE NEW RULE; THE     *
061300*                           JOINED MODULUS IS THE LEAST COMMON   *
061400*                           MULTIPLE.  NO MEMBER MEANS NO NUMBER *
061500*                           CAN MATCH THE WHOLE SUBSET.          *
061600*****************************************************************
061700 4220-COMBINE-CONGRUENCE.
061800     MOVE 'N' TO WS-AR-FOUND-SW.
061900     PERFORM 4225-TRY-ONE-MEMBER THRU 4225-EXIT
062000         VARYING W-AR-K FROM 0 BY 1
062100         UNTIL W-AR-K NOT < W-AR-TGT-MOD
062200         OR WS-AR-FOUND.
062300     IF NOT WS-AR-FOUND
062400         MOVE 'N' TO WS-AR-FEASIBLE-SW
062500         GO TO 4220-EXIT
062600     END-IF.
062700     MOVE W-AR-CAND TO W-AR-RESIDUE.
062800     MOVE 'N' TO WS-AR-FOUND-SW.
062900     PERFORM 4227-TRY-ONE-MULTIPLE THRU 4227-EXIT
063000         VARYING W-AR-MULT FROM 1 BY 1
063100         UNTIL WS-AR-FOUND.
063200     MOVE W-AR-NEW-MOD TO W-AR-MODULUS.
063300 4220-EXIT.
063400     EXIT.
063500*****************************************************************
063600* 4225-TRY-ONE-MEMBER - TEST THE K-TH MEMBER OF THE CURRENT CLASS*
063700*                       AGAINST THE NEW RULE                     *
063800*****************************************************************
063900 4225-TRY-ONE-MEMBER.
064000     COMPUTE W-AR-CAND = W-AR-RESIDUE + W-AR-K * W-AR-MODULUS.
064100     DIVIDE W-AR-CAND BY W-AR-TGT-MOD GIVING W-AR-QUOT
064200         REMAINDER W-AR-REM.
064300     IF W-AR-REM = W-AR-TGT-RES
064400         MOVE 'Y' TO WS-AR-FOUND-SW
064500     END-IF.
064600 4225-EXIT.
064700     EXIT.
064800*****************************************************************
064900* 4227-TRY-ONE-MULTIPLE - THE FIRST MULTIPLE OF THE CURRENT      *
065000*                         MODULUS THE NEW MODULUS DIVIDES IS     *
065100*                         THEIR LEAST COMMON MULTIPLE            *
065200*****************************************************************
065300 4227-TRY-ONE-MULTIPLE.
065400     COMPUTE W-AR-NEW-MOD = W-AR-MODULUS * W-AR-MULT.
065500     DIVIDE W-AR-NEW-MOD BY W-AR-TGT-MOD GIVING W-AR-QUOT
065600         REMAINDER W-AR-REM.
065700     IF W-AR-REM = 0
065800         MOVE 'Y' TO WS-AR-FOUND-SW
065900     END-IF.
066000 4227-EXIT.
066100     EXIT.
066200*****************************************************************
066300* 4230-TEST-ONE-CANDIDATE - A SUBSET WITH A DIGIT RULE - COUNT   *
066400*                           ONE MEMBER OF THE RESIDUE CLASS IF   *
066500*                           IT ALSO HOLDS EVERY DIGIT RULE       *
066600*****************************************************************
066700 4230-TEST-ONE-CANDIDATE.
066800     MOVE 'Y' TO WS-AR-ALL-HIT-SW.
066900     PERFORM 4240-TEST-ONE-DIGIT-RULE THRU 4240-EXIT
067000         VARYING W-RULE-IDX FROM 1 BY 1
067100         UNTIL W-RULE-IDX > CTL-RULE-COUNT
067200         OR NOT WS-AR-ALL-HIT.
067300     IF WS-AR-ALL-HIT
067400         ADD 1 TO W-AR-COUNT
067500     END-IF.
067600 4230-EXIT.
067700     EXIT.
067800*****************************************************************
067900* 4240-TEST-ONE-DIGIT-RULE - APPLY ONE OF THE SUBSET'S DIGIT     *
068000*                            RULES TO THE CANDIDATE              *
068100*****************************************************************
068200 4240-TEST-ONE-DIGIT-RULE.
068300     IF W-SUB-MASK (W-SUB-IDX) (W-RULE-IDX:1) = 'Y'
068400             AND CTL-RULE-IS-DIGIT (W-RULE-IDX)
068500         MOVE W-AR-X TO W-DIG-NUM
068600         MOVE CTL-RULE-DIGIT (W-RULE-IDX) TO W-DIG-WANT
068700         PERFORM 7300-FIND-DIGIT THRU 7300-EXIT
068800         IF NOT WS-DIG-HIT
068900             MOVE 'N' TO WS-AR-ALL-HIT-SW
069000         END-IF
069100     END-IF.
069200 4240-EXIT.
069300     EXIT.
069400*****************************************************************
069500* 4300-DERIVE-ONE-EXACT - THE NUMBERS MATCHING EXACTLY THE RULES *
069600*                         OF SUBSET W-SUB-IDX, BY INCLUSION-     *
069700*                         EXCLUSION OVER ITS SUPERSETS           *
069800*****************************************************************
069900 4300-DERIVE-ONE-EXACT.
070000     MOVE 0 TO W-SUB-EXACT (W-SUB-IDX).
070100     PERFORM 4310-ADD-ONE-SUPERSET THRU 4310-EXIT
070200         VARYING W-SUP-IDX FROM 1 BY 1
070300         UNTIL W-SUP-IDX > W-SUBSET-LIMIT.
070400 4300-EXIT.
070500     EXIT.
070600*****************************************************************
070700* 4310-ADD-ONE-SUPERSET - ADD (EVEN SIZE DIFFERENCE) OR SUBTRACT *
070800*                         (ODD) ONE SUPERSET'S AT-LEAST COUNT    *
070900*****************************************************************
071000 4310-ADD-ONE-SUPERSET.
071100     MOVE 'Y' TO WS-SUPERSET-SW.
071200     PERFORM 4320-CHECK-ONE-MEMBER THRU 4320-EXIT
071300         VARYING W-RULE-IDX FROM 1 BY 1
071400         UNTIL W-RULE-IDX > CTL-RULE-COUNT
071500         OR NOT WS-IS-SUPERSET.
071600     IF NOT WS-IS-SUPERSET
071700         GO TO 4310-EXIT
071800     END-IF.
071900     COMPUTE W-SIZE-DIFF = W-SUB-SIZE (W-SUP-IDX)
072000         - W-SUB-SIZE (W-SUB-IDX).
072100     DIVIDE W-SIZE-DIFF BY 2 GIVING W-SIZE-HALF
072200         REMAINDER W-SIZE-ODD.
072300     IF W-SIZE-ODD = 0
072400         ADD W-SUB-AT-LEAST (W-SUP-IDX) TO W-SUB-EXACT (W-SUB-IDX)
072500     ELSE
072600         SUBTRACT W-SUB-AT-LEAST (W-SUP-IDX)
072700             FROM W-SUB-EXACT (W-SUB-IDX)
072800     END-IF.
072900 4310-EXIT.
073000     EXIT.
073100*****************************************************************
073200* 4320-CHECK-ONE-MEMBER - A RULE IN THE SUBSET MUST ALSO BE IN   *
073300*                         THE CANDIDATE SUPERSET                 *
073400*****************************************************************
073500 4320-CHECK-ONE-MEMBER.
073600     IF W-SUB-MASK (W-SUB-IDX) (W-RULE-IDX:1) = 'Y'
073700             AND W-SUB-MASK (W-SUP-IDX) (W-RULE-IDX:1) NOT = 'Y'
073800         MOVE 'N' TO WS-SUPERSET-SW
073900     END-IF.
074000 4320-EXIT.
074100     EXIT.
074200*****************************************************************
074300* 4400-TALLY-ONE-SUBSET - NO RULES IS THE NONE COUNT, ONE RULE IS*
074400*                         THAT RULE'S SINGLE COUNT, TWO OR MORE  *
074500*                         ADD TO THE MULTI COUNT                 *
074600*****************************************************************
074700 4400-TALLY-ONE-SUBSET.
074800     EVALUATE W-SUB-SIZE (W-SUB-IDX)
074900         WHEN 0
075000             MOVE W-SUB-EXACT (W-SUB-IDX) TO W-EXP-NONE
075100         WHEN 1
075200             MOVE W-SUB-LAST-RULE (W-SUB-IDX) TO W-TALLY-RULE
075300             MOVE W-SUB-EXACT (W-SUB-IDX)
075400                 TO W-EXP-SINGLE (W-TALLY-RULE)
075500         WHEN OTHER
075600             ADD W-SUB-EXACT (W-SUB-IDX) TO W-EXP-MULTI
075700     END-EVALUATE.
075800 4400-EXIT.
075900     EXIT.
076000*****************************************************************
076100* 4500-MOVE-ONE-OVERRIDE - AN OVERRIDE NUMBER IN RANGE (COUNTED  *
076200*                          ONCE, HOWEVER MANY ENTRIES NAME IT)   *
076300*                          LEAVES THE CLASS ITS RULES WOULD HAVE *
076400*                          PUT IT IN FOR THE OVERRIDE COUNT      *
076500*****************************************************************
076600 4500-MOVE-ONE-OVERRIDE.
076700     IF CTL-OVERRIDE-NUMBER (W-OVR-IDX) < CKPT-START-NUM
076800             OR CTL-OVERRIDE-NUMBER (W-OVR-IDX) > CKPT-END-NUM
076900         GO TO 4500-EXIT
077000     END-IF.
077100     MOVE 'N' TO WS-AR-FOUND-SW.
077200     PERFORM 4510-CHECK-ONE-EARLIER THRU 4510-EXIT
077300         VARYING W-OVR-PRIOR-IDX FROM 1 BY 1
077400         UNTIL W-OVR-PRIOR-IDX NOT < W-OVR-IDX
077500         OR WS-AR-FOUND.
077600     IF WS-AR-FOUND
077700         GO TO 4500-EXIT
077800     END-IF.
077900     ADD 1 TO W-EXP-OVERRIDE.
078000     MOVE CTL-OVERRIDE-NUMBER (W-OVR-IDX) TO W-QA-NUM.
078100     PERFORM 7010-CLEAR-RESULT THRU 7010-EXIT.
078200     PERFORM 7100-CLASSIFY-BY-RULES THRU 7100-EXIT.
078300     EVALUATE W-QA-MATCHES
078400         WHEN 0
078500             SUBTRACT 1 FROM W-EXP-NONE
078600         WHEN 1
078700             SUBTRACT 1 FROM W-EXP-SINGLE (W-QA-LAST-RULE)
078800         WHEN OTHER
078900             SUBTRACT 1 FROM W-EXP-MULTI
079000     END-EVALUATE.
079100 4500-EXIT.
079200     EXIT.
079300*****************************************************************
079400* 4510-CHECK-ONE-EARLIER - NOTE AN EARLIER OVERRIDE ENTRY FOR THE*
079500*                          SAME NUMBER                           *
079600*****************************************************************
079700 4510-CHECK-ONE-EARLIER.
079800     IF CTL-OVERRIDE-NUMBER (W-OVR-PRIOR-IDX)
079900             = CTL-OVERRIDE-NUMBER (W-OVR-IDX)
080000         MOVE 'Y' TO WS-AR-FOUND-SW
080100     END-IF.
080200 4510-EXIT.
080300     EXIT.
080400*****************************************************************
080500* 5000-COMPARE-COUNTS - EVERY EXPECTED COUNT MUST EQUAL THE      *
080600*                       CHECKPOINT RECORD'S                      *
080700*****************************************************************
080800 5000-COMPARE-COUNTS.
080900     MOVE 'TOTAL' TO WS-COUNT-NAME.
081000     MOVE W-EXP-TOTAL TO WS-EXP-DISP.
081100     MOVE CKPT-TOTAL-COUNT TO WS-CKPT-DISP.
081200     PERFORM 5200-COMPARE-ONE-COUNT THRU 5200-EXIT.
081300     MOVE 'MULTI-RULE' TO WS-COUNT-NAME.
081400     MOVE W-EXP-MULTI TO WS-EXP-DISP.
081500     MOVE CKPT-MULTI-COUNT TO WS-CKPT-DISP.
081600     PERFORM 5200-COMPARE-ONE-COUNT THRU 5200-EXIT.
081700     MOVE 'NO-RULE' TO WS-COUNT-NAME.
081800     MOVE W-EXP-NONE TO WS-EXP-DISP.
081900     MOVE CKPT-NONE-COUNT TO WS-CKPT-DISP.
082000     PERFORM 5200-COMPARE-ONE-COUNT THRU 5200-EXIT.
082100     MOVE 'OVERRIDE' TO WS-COUNT-NAME.
082200     MOVE W-EXP-OVERRIDE TO WS-EXP-DISP.
082300     MOVE CKPT-OVERRIDE-COUNT TO WS-CKPT-DISP.
082400     PERFORM 5200-COMPARE-ONE-COUNT THRU 5200-EXIT.
082500     PERFORM 5100-COMPARE-ONE-RULE THRU 5100-EXIT
082600         VARYING W-RULE-IDX FROM 1 BY 1
082700         UNTIL W-RULE-IDX > 5.
082800 5000-EXIT.
082900     EXIT.
083000*****************************************************************
083100* 5100-COMPARE-ONE-RULE - ONE RULE'S SINGLE-MATCH COUNT.  A SLOT *
083200*                         PAST THE RULE COUNT MUST BE ZERO.      *
083300*****************************************************************
083400 5100-COMPARE-ONE-RULE.
083500     MOVE W-RULE-IDX TO WS-RULE-DISP.
083600     MOVE SPACES TO WS-COUNT-NAME.
083700     STRING 'RULE ' WS-RULE-DISP ' SINGLE' DELIMITED BY SIZE
083800         INTO WS-COUNT-NAME
083900     END-STRING.
084000     MOVE W-EXP-SINGLE (W-RULE-IDX) TO WS-EXP-DISP.
084100     MOVE CKPT-RULE-SINGLE-COUNT (W-RULE-IDX) TO WS-CKPT-DISP.
084200     PERFORM 5200-COMPARE-ONE-COUNT THRU 5200-EXIT.
084300 5100-EXIT.
084400     EXIT.
084500*****************************************************************
084600* 5200-COMPARE-ONE-COUNT - SHOW ONE EXPECTED/CHECKPOINT PAIR AND *
084700*                          FLAG IT WHEN THEY DIFFER              *
084800*****************************************************************
084900 5200-COMPARE-ONE-COUNT.
085000     IF WS-EXP-DISP = WS-CKPT-DISP
085100         DISPLAY 'FZBQAVER-012I ' WS-COUNT-NAME ' EXPECTED '
085200             WS-EXP-DISP ' CHECKPOINT ' WS-CKPT-DISP
085300     ELSE
085400         MOVE 'N' TO WS-VERIFIED-SW
085500         ADD 1 TO W-COUNT-MISMATCHES
085600         DISPLAY 'FZBQAVER-013E ' WS-COUNT-NAME ' EXPECTED '
085700             WS-EXP-DISP ' CHECKPOINT ' WS-CKPT-DISP
085800             ' - MISMATCH'
085810         MOVE 'FZBQAVER-013E' TO WS-EVT-MSG-ID
085820         MOVE SPACES TO WS-EVT-TEXT
085830         STRING WS-COUNT-NAME ' COUNT MISMATCH'
085840             DELIMITED BY SIZE
085850             INTO WS-EVT-TEXT
085860         END-STRING
085870         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
085900     END-IF.
086000 5200-EXIT.
086100     EXIT.
086200*****************************************************************
086300* 6000-VERIFY-SAMPLE - RECLASSIFY THE SAMPLED OUT-FILE RECORDS   *
086400*                      OF THE TARGET RUN                         *
086500*****************************************************************
086600 6000-VERIFY-SAMPLE.
086700     PERFORM 6100-CHECK-ONE-OUT-RECORD THRU 6100-EXIT
086800         UNTIL WS-OUT-EOF.
086900 6000-EXIT.
087000     EXIT.
087100*****************************************************************
087200* 6100-CHECK-ONE-OUT-RECORD - READ THE NEXT OUT-FILE RECORD AND, *
087300*                             WHEN IT IS THE TARGET RUN'S AND    *
087400*                             FALLS IN THE SAMPLE, RECLASSIFY IT *
087500*                             AND COMPARE                        *
087600*****************************************************************
087700 6100-CHECK-ONE-OUT-RECORD.
087800     READ OUT-FILE
087900         AT END
088000             MOVE 'Y' TO WS-OUT-EOF-SW
088100     END-READ.
088200     IF WS-OUT-STATUS NOT = '00' AND WS-OUT-STATUS NOT = '10'
088300         DISPLAY 'FZBQAVER-014E OUT-FILE READ FAILED, STATUS '
088400             WS-OUT-STATUS
088500         MOVE 'FZBQAVER-014E' TO WS-EVT-MSG-ID
088600         MOVE WS-OUT-STATUS TO WS-EVT-FILE-STATUS
088700         MOVE 'OUT-FILE READ FAILED' TO WS-EVT-TEXT
088800         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
088900         MOVE 16 TO RETURN-CODE
089000         GOBACK
089100     END-IF.
089200     IF WS-OUT-STATUS NOT = '00'
089300             OR OUT-RUN-ID NOT = LS-PARM-TARGET-RUN-ID
089400         GO TO 6100-EXIT
089500     END-IF.
089600     ADD 1 TO W-OUT-READ-COUNT.
089700     IF OUT-NUMBER < CKPT-START-NUM
089800             OR OUT-NUMBER > CKPT-END-NUM
089900         MOVE 'N' TO WS-VERIFIED-SW
090000         ADD 1 TO W-RANGE-MISSES
090100         DISPLAY 'FZBQAVER-015E NUMBER ' OUT-NUMBER
090200             ' IS OUTSIDE THE CHECKPOINTED RANGE'
090210         MOVE 'FZBQAVER-015E' TO WS-EVT-MSG-ID
090220         MOVE 'OUT-FILE NUMBER OUTSIDE RANGE' TO WS-EVT-TEXT
090230         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
090300         GO TO 6100-EXIT
090400     END-IF.
090500     PERFORM 6200-DECIDE-SAMPLE THRU 6200-EXIT.
090600     IF NOT WS-SAMPLE-THIS
090700         GO TO 6100-EXIT
090800     END-IF.
090900     ADD 1 TO W-SAMPLED-COUNT.
091000     MOVE OUT-NUMBER TO W-QA-NUM.
091100     PERFORM 7000-CLASSIFY-NUMBER THRU 7000-EXIT.
091200     IF WS-QA-CODE NOT = OUT-CODE
091300             OR WS-QA-TEXT NOT = OUT-TEXT
091400         MOVE 'N' TO WS-VERIFIED-SW
091500         ADD 1 TO W-DECISION-MISMATCHES
091600         DISPLAY 'FZBQAVER-017E DECISION MISMATCH, NUMBER '
091700             OUT-NUMBER
091800         DISPLAY '    ON FILE ..... ' OUT-CODE ' ' OUT-TEXT
091900         DISPLAY '    RECOMPUTED .. ' WS-QA-CODE ' ' WS-QA-TEXT
091910         MOVE 'FZBQAVER-017E' TO WS-EVT-MSG-ID
091920         MOVE SPACES TO WS-EVT-TEXT
091930         STRING 'DECISION MISMATCH, NUMBER ' OUT-NUMBER
091940             DELIMITED BY SIZE
091950             INTO WS-EVT-TEXT
091960         END-STRING
091970         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
092000     END-IF.
092100 6100-EXIT.
092200     EXIT.
092300*****************************************************************
092400* 6200-DECIDE-SAMPLE - EVERY NTH NUMBER FROM THE RANGE START,    *
092500*                      EVERY NUMBER IN THE OVERRIDE TABLE OR     *
092600*                      CODED AS AN OVERRIDE, AND EVERY RECORD    *
092700*                      CODED WITH MORE THAN ONE MATCHED RULE     *
092800*****************************************************************
092900 6200-DECIDE-SAMPLE.
093000     MOVE 'N' TO WS-SAMPLE-SW.
093100     COMPUTE W-OFFSET = OUT-NUMBER - CKPT-START-NUM.
093200     DIVIDE W-OFFSET BY W-SAMPLE-INTVL GIVING W-OFFSET-QUOT
093300         REMAINDER W-OFFSET-REM.
093400     IF W-OFFSET-REM = 0
093500         MOVE 'Y' TO WS-SAMPLE-SW
093600     END-IF.
093700     IF OUT-CODE = 'OVERRIDE'
093800         MOVE 'Y' TO WS-SAMPLE-SW
093900     END-IF.
094000     MOVE 0 TO W-COMMA-TALLY.
094100     INSPECT OUT-CODE TALLYING W-COMMA-TALLY FOR ALL ','.
094200     IF W-COMMA-TALLY > 0
094300         MOVE 'Y' TO WS-SAMPLE-SW
094400     END-IF.
094500     IF CTL-OVERRIDE-COUNT > 0
094600         PERFORM 6210-CHECK-ONE-OVERRIDE THRU 6210-EXIT
094700             VARYING W-OVR-IDX FROM 1 BY 1
094800             UNTIL W-OVR-IDX > CTL-OVERRIDE-COUNT
094900     END-IF.
095000 6200-EXIT.
095100     EXIT.
095200*****************************************************************
095300* 6210-CHECK-ONE-OVERRIDE - SAMPLE A NUMBER THE OVERRIDE TABLE   *
095400*                           NAMES                                *
095500*****************************************************************
095600 6210-CHECK-ONE-OVERRIDE.
095700     IF OUT-NUMBER = CTL-OVERRIDE-NUMBER (W-OVR-IDX)
095800         MOVE 'Y' TO WS-SAMPLE-SW
095900     END-IF.
096000 6210-EXIT.
096100     EXIT.
096200*****************************************************************
096300* 7000-CLASSIFY-NUMBER - CLASSIFY W-QA-NUM FROM THE CONTROL      *
096400*                        RECORD INTO WS-QA-CODE/WS-QA-TEXT - THE *
096500*                        FIRST OVERRIDE ENTRY NAMING THE NUMBER  *
096600*                        WINS OUTRIGHT; OTHERWISE THE RULES ARE  *
096700*                        TESTED IN TABLE ORDER                   *
096800*****************************************************************
096900 7000-CLASSIFY-NUMBER.
097000     PERFORM 7010-CLEAR-RESULT THRU 7010-EXIT.
097100     MOVE 0 TO W-QA-OVR-FOUND.
097200     IF CTL-OVERRIDE-COUNT > 0
097300         PERFORM 7050-FIND-ONE-OVERRIDE THRU 7050-EXIT
097400             VARYING W-OVR-IDX FROM CTL-OVERRIDE-COUNT BY -1
097500             UNTIL W-OVR-IDX < 1
097600     END-IF.
097700     IF W-QA-OVR-FOUND > 0
097800         MOVE CTL-OVERRIDE-LABEL (W-QA-OVR-FOUND) TO WS-QA-TEXT
097900         MOVE 'OVERRIDE' TO WS-QA-CODE
098000     ELSE
098100         PERFORM 7100-CLASSIFY-BY-RULES THRU 7100-EXIT
098200     END-IF.
098300 7000-EXIT.
098400     EXIT.
098500*****************************************************************
098600* 7010-CLEAR-RESULT - START A NUMBER'S CLASSIFICATION EMPTY      *
098700*****************************************************************
098800 7010-CLEAR-RESULT.
098900     MOVE SPACES TO WS-QA-TEXT.
099000     MOVE SPACES TO WS-QA-CODE.
099100     MOVE 'NNNNN' TO WS-QA-MASK.
099200     MOVE 0 TO W-QA-MATCHES.
099300     MOVE 0 TO W-QA-LAST-RULE.
099400     MOVE 1 TO W-QA-TEXT-PTR.
099500     MOVE 1 TO W-QA-CODE-PTR.
099600 7010-EXIT.
099700     EXIT.
099800*****************************************************************
099900* 7050-FIND-ONE-OVERRIDE - THE TABLE IS WALKED BACKWARD SO THE   *
100000*                          LAST ENTRY NOTED IS THE FIRST ONE IN  *
100100*                          TABLE ORDER NAMING THE NUMBER         *
100200*****************************************************************
100300 7050-FIND-ONE-OVERRIDE.
100400     IF W-QA-NUM = CTL-OVERRIDE-NUMBER (W-OVR-IDX)
100500         MOVE W-OVR-IDX TO W-QA-OVR-FOUND
100600     END-IF.
100700 7050-EXIT.
100800     EXIT.
100900*****************************************************************
101000* 7100-CLASSIFY-BY-RULES - TEST EVERY RULE, THEN NAME THE RESULT *
101100*                          - THE EDITED NUMBER WHEN NO RULE      *
101200*                          MATCHED, A COMBINATION'S OWN LABEL    *
101300*                          WHEN ITS MASK IS EXACTLY THE RULES    *
101400*                          THAT MATCHED, ELSE THE MATCHED RULES' *
101500*                          LABELS RUN TOGETHER                   *
101600*****************************************************************
101700 7100-CLASSIFY-BY-RULES.
101800     PERFORM 7110-CHECK-ONE-RULE THRU 7110-EXIT
101900         VARYING W-RULE-IDX FROM 1 BY 1
102000         UNTIL W-RULE-IDX > CTL-RULE-COUNT.
102100     IF W-QA-MATCHES = 0
102200         MOVE W-QA-NUM TO WS-QA-NUM-TEXT
102300         MOVE WS-QA-NUM-TEXT TO WS-QA-TEXT
102400         MOVE 'NONE' TO WS-QA-CODE
102500         GO TO 7100-EXIT
102600     END-IF.
102700     IF W-QA-MATCHES > 1 AND CTL-COMBO-COUNT > 0
102800         MOVE 0 TO W-QA-COMBO-FOUND
102900         PERFORM 7150-CHECK-ONE-COMBO THRU 7150-EXIT
103000             VARYING W-COMBO-IDX FROM 1 BY 1
103100             UNTIL W-COMBO-IDX > CTL-COMBO-COUNT
103200         IF W-QA-COMBO-FOUND > 0
103300             MOVE CTL-COMBO-LABEL (W-QA-COMBO-FOUND) TO WS-QA-TEXT
103400         END-IF
103500     END-IF.
103600 7100-EXIT.
103700     EXIT.
103800*****************************************************************
103900* 7110-CHECK-ONE-RULE - ON A MATCH, ADD THE RULE'S LABEL TO THE  *
104000*                       TEXT AND ITS SLOT NUMBER TO THE CODE     *
104100*****************************************************************
104200 7110-CHECK-ONE-RULE.
104300     PERFORM 7200-TEST-ONE-RULE THRU 7200-EXIT.
104400     IF NOT WS-QA-HIT
104500         GO TO 7110-EXIT
104600     END-IF.
104700     STRING CTL-LABEL (W-RULE-IDX) DELIMITED BY SPACE
104800         INTO WS-QA-TEXT
104900         WITH POINTER W-QA-TEXT-PTR
105000     END-STRING.
105100     IF W-QA-MATCHES > 0
105200         STRING ',' DELIMITED BY SIZE
105300             INTO WS-QA-CODE
105400             WITH POINTER W-QA-CODE-PTR
105500         END-STRING
105600     END-IF.
105700     MOVE W-RULE-IDX TO WS-QA-RULE-DISP.
105800     STRING WS-QA-RULE-DISP DELIMITED BY SIZE
105900         INTO WS-QA-CODE
106000         WITH POINTER W-QA-CODE-PTR
106100     END-STRING.
106200     ADD 1 TO W-QA-MATCHES.
106300     MOVE W-RULE-IDX TO W-QA-LAST-RULE.
106400     MOVE 'Y' TO WS-QA-MASK (W-RULE-IDX:1).
106500 7110-EXIT.
106600     EXIT.
106700*****************************************************************
106800* 7150-CHECK-ONE-COMBO - NOTE A COMBINATION WHOSE MASK IS EXACTLY*
106900*                        THE MATCHED RULES.  THE LAST SUCH ENTRY *
107000*                        IN THE TABLE NAMES THE RESULT.          *
107100*****************************************************************
107200 7150-CHECK-ONE-COMBO.
107300     IF CTL-COMBO-MASK (W-COMBO-IDX) = WS-QA-MASK
107400         MOVE W-COMBO-IDX TO W-QA-COMBO-FOUND
107500     END-IF.
107600 7150-EXIT.
107700     EXIT.
107800*****************************************************************
107900* 7200-TEST-ONE-RULE - APPLY RULE W-RULE-IDX TO W-QA-NUM BY ITS  *
108000*                      TYPE AND SET WS-QA-HIT-SW                 *
108100*****************************************************************
108200 7200-TEST-ONE-RULE.
108300     MOVE 'N' TO WS-QA-HIT-SW.
108400     EVALUATE TRUE
108500         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
108600             DIVIDE W-QA-NUM BY CTL-RULE-MODULUS (W-RULE-IDX)
108700                 GIVING W-QA-QUOT REMAINDER W-QA-REM
108800             IF W-QA-REM = CTL-RULE-REMAINDER (W-RULE-IDX)
108900                 MOVE 'Y' TO WS-QA-HIT-SW
109000             END-IF
109100         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
109200             MOVE W-QA-NUM TO W-DIG-NUM
109300             MOVE CTL-RULE-DIGIT (W-RULE-IDX) TO W-DIG-WANT
109400             PERFORM 7300-FIND-DIGIT THRU 7300-EXIT
109500             MOVE WS-DIG-HIT-SW TO WS-QA-HIT-SW
109600         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
109700             IF W-QA-NUM NOT < CTL-RULE-BAND-LOW (W-RULE-IDX)
109800                     AND W-QA-NUM
109900                         NOT > CTL-RULE-BAND-HIGH (W-RULE-IDX)
110000                 MOVE 'Y' TO WS-QA-HIT-SW
110100             END-IF
110200         WHEN OTHER
110300             DIVIDE W-QA-NUM BY CTL-DIVISOR (W-RULE-IDX)
110400                 GIVING W-QA-QUOT REMAINDER W-QA-REM
110500             IF W-QA-REM = 0
110600                 MOVE 'Y' TO WS-QA-HIT-SW
110700             END-IF
110800     END-EVALUATE.
110900 7200-EXIT.
111000     EXIT.
111100*****************************************************************
111200* 7300-FIND-DIGIT - DOES W-DIG-NUM CONTAIN DIGIT W-DIG-WANT AMONG*
111300*                   ITS SIGNIFICANT DIGITS?  THE DIGITS ARE      *
111400*                   PEELED OFF THE LOW END ONE DIVISION AT A     *
111500*                   TIME; ZERO ITSELF HAS THE ONE DIGIT 0.       *
111600*****************************************************************
111700 7300-FIND-DIGIT.
111800     MOVE 'N' TO WS-DIG-HIT-SW.
111900     PERFORM 7310-PEEL-ONE-DIGIT THRU 7310-EXIT
112000         WITH TEST AFTER
112100         UNTIL W-DIG-NUM = 0
112200         OR WS-DIG-HIT.
112300 7300-EXIT.
112400     EXIT.
112500*****************************************************************
112600* 7310-PEEL-ONE-DIGIT - TAKE THE LOW DIGIT OFF W-DIG-NUM         *
112700*****************************************************************
112800 7310-PEEL-ONE-DIGIT.
112900     DIVIDE W-DIG-NUM BY 10 GIVING W-DIG-QUOT
113000         REMAINDER W-DIG-REM.
113100     MOVE W-DIG-QUOT TO W-DIG-NUM.
113200     IF W-DIG-REM = W-DIG-WANT
113300         MOVE 'Y' TO WS-DIG-HIT-SW
113400     END-IF.
113500 7310-EXIT.
113600     EXIT.
113700*****************************************************************
113800* 8000-SUMMARY - DISPLAY THE VERIFICATION RUN'S TOTALS           *
113900*****************************************************************
114000 8000-SUMMARY.
114100     MOVE W-SAMPLE-INTVL TO WS-INTVL-DISP.
114200     MOVE W-OUT-READ-COUNT TO WS-OUT-READ-DISP.
114300     MOVE W-SAMPLED-COUNT TO WS-SAMPLED-DISP.
114400     MOVE W-DECISION-MISMATCHES TO WS-DECISION-DISP.
114500     MOVE W-COUNT-MISMATCHES TO WS-COUNT-MISS-DISP.
114600     MOVE W-RANGE-MISSES TO WS-RANGE-MISS-DISP.
114700     DISPLAY '===== FZBQAVER RUN SUMMARY ====='.
114800     DISPLAY 'RUN ID ................ ' LS-PARM-TARGET-RUN-ID.
114900     DISPLAY 'CHECKPOINTED RANGE .... ' CKPT-START-NUM
115000         ' THRU ' CKPT-END-NUM.
115100     DISPLAY 'SAMPLE INTERVAL ....... ' WS-INTVL-DISP.
115200     DISPLAY 'COUNT MISMATCHES ...... ' WS-COUNT-MISS-DISP.
115300     DISPLAY 'OUT-FILE RECORDS ...... ' WS-OUT-READ-DISP.
115400     DISPLAY 'OUT OF RANGE .......... ' WS-RANGE-MISS-DISP.
115500     DISPLAY 'RECORDS RECOMPUTED .... ' WS-SAMPLED-DISP.
115600     DISPLAY 'DECISION MISMATCHES ... ' WS-DECISION-DISP.
115700     IF WS-VERIFIED
115800         DISPLAY 'QA RESULT ............. VERIFIED'
115900     ELSE
116000         DISPLAY 'QA RESULT ............. FAILED'
116100     END-IF.
116200     DISPLAY '================================='.
116300 8000-EXIT.
116400     EXIT.
116500*****************************************************************
116600* 9000-TERMINATE - CLOSE FILES AND END THE RUN                   *
116700*****************************************************************
116800 9000-TERMINATE.
116900     CLOSE CTL-FILE.
117000     CLOSE CKPT-FILE.
117100     CLOSE OUT-FILE.
117200 9000-EXIT.
117300     EXIT.
117400******************************************************************
117500* 9500-WRITE-EVENT - WRITE THE STAGED EVENT TO THE COMMON EVENT  *
117600*                    LOG (FZBEVLOG).  THE FILE STATUS IS CLEARED *
117700*                    AFTER EACH EVENT SO A LATER NON-FILE EVENT  *
117800*                    DOESN'T INHERIT IT                          *
117900******************************************************************
118000 9500-WRITE-EVENT.
118100     CALL 'FZBEVLOG' USING WS-EVT-PROGRAM WS-EVT-MSG-ID
118200         WS-EVT-RUN-ID WS-EVT-FILE-STATUS WS-EVT-TEXT.
118300     MOVE SPACES TO WS-EVT-FILE-STATUS.
118400 9500-EXIT.
118500     EXIT.
