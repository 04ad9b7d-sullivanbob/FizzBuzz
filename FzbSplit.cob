002702*                THE COMMON EVENT LOG (EVTFILE, VIA FZBEVLOG) SO    *
002703*                SCHEDULER AUTOMATION KEYS OFF ONE DATASET INSTEAD  *
002704*                OF SCRAPING THIS PROGRAM'S SYSOUT.                 *
002705*   10/14/26 BS  SUB-RANGE CONTROL RECORDS ARE NOW 300 BYTES - THE  *
002706*                RULE TYPE AND OPERANDS TABLE IS CARRIED OVER TO    *
002707*                EACH SUB-RANGE WITH THE REST OF THE RULE TABLE.    *
002717*   10/15/26 BS  THE LOGICAL RUN ID MUST NOW BE ONE THE RUN ID      *
002727*                REGISTRY (RUNREG, FZBRREG) ISSUED AND NOT YET      *
002737*                CONSUMED, ITS RANGE MUST SIT INSIDE THE REGISTERED *
002747*                RANGE, AND NO OTHER REGISTERED ID MAY SHARE ITS    *
002757*                FIRST SEVEN CHARACTERS.  ONCE EVERY SUB-RANGE IS   *
002767*                WRITTEN, EACH SUB-RUN ID IS REGISTERED AS ISSUED AND*
002777*                THE LOGICAL ID IS MARKED SPLIT, SO NEITHER A SECOND*
002787*                SPLIT NOR A SERIAL RUN OF THE LOGICAL ID CAN FOLLOW.*
002800*****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. FZBSPLIT.
005000     SELECT SCTL4-FILE ASSIGN TO SCTL4
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SCTL4-STATUS.
005210     SELECT RREG-FILE ASSIGN TO RUNREG
005220         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS DYNAMIC
005240         RECORD KEY IS RREG-RUN-ID
005250         FILE STATUS IS WS-RREG-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CTL-FILE
006400*****************************************************************
006500 FD  SCTL1-FILE
006600     RECORDING MODE IS F.
006700 01  SCTL1-RECORD                 PIC X(300).
006800 FD  SCTL2-FILE
006900     RECORDING MODE IS F.
007000 01  SCTL2-RECORD                 PIC X(300).
007100 FD  SCTL3-FILE
007200     RECORDING MODE IS F.
007300 01  SCTL3-RECORD                 PIC X(300).
007400 FD  SCTL4-FILE
007500     RECORDING MODE IS F.
007600 01  SCTL4-RECORD                 PIC X(300).
007610 FD  RREG-FILE.
007620     COPY FZBRREG.
007700 WORKING-STORAGE SECTION.
007800*****************************************************************
007900* WORKING STORAGE - SCRATCH SUB-RANGE CONTROL RECORD, SAME       *
011700 77  WS-SCTL2-STATUS          PIC X(02) VALUE SPACES.
011800 77  WS-SCTL3-STATUS          PIC X(02) VALUE SPACES.
011900 77  WS-SCTL4-STATUS          PIC X(02) VALUE SPACES.
011910 77  WS-RREG-STATUS           PIC X(02) VALUE SPACES.
011920 77  WS-STEM-DONE-SW          PIC X(01) VALUE 'N'.
011930     88  WS-STEM-DONE             VALUE 'Y'.
011940 77  WS-RUN-DATE              PIC 9(08) VALUE 0.
011950 77  WS-RUN-TIME              PIC 9(08) VALUE 0.
012000 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
012100     88  WS-CTL-EOF               VALUE 'Y'.
012200 77  WS-FOUND-SW              PIC X(01) VALUE 'N'.
014710 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
014711 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
014712 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
014720*****************************************************************
014725* WORKING STORAGE - THE LOGICAL RUN'S REGISTRY RECORD AND THE    *
014730* SUB-RANGES CARVED FROM IT, KEPT UNTIL EVERY SPLIT CONTROL      *
014735* RECORD IS WRITTEN AND THE SUB-RUN IDS CAN BE REGISTERED        *
014740*****************************************************************
014745 01  W-LOGICAL-RREG-RECORD        PIC X(100).
014750 01  W-STEM-PROBE.
014755     05  W-STEM-PROBE-STEM    PIC X(07).
014760     05  W-STEM-PROBE-SUFFIX  PIC X(01).
014765 01  W-SUB-TABLE.
014770     05  W-SUB-ENTRY OCCURS 4 TIMES.
014775         10  W-SUB-ENTRY-RUN-ID   PIC X(08).
014780         10  W-SUB-ENTRY-START    PIC 9(06).
014785         10  W-SUB-ENTRY-END      PIC 9(06).
014800 LINKAGE SECTION.
014900*****************************************************************
015000* LS-PARM-AREA - LOGICAL RUN ID AND SPLIT COUNT PASSED IN FROM   *
020500         MOVE 16 TO RETURN-CODE
020600         GOBACK
020700     END-IF.
020710     PERFORM 1200-CHECK-RUN-REGISTRY THRU 1200-EXIT.
020800     OPEN OUTPUT SCTL1-FILE.
020900     IF WS-SCTL1-STATUS NOT = '00'
021000         DISPLAY 'FZBSPLIT-007E SCTL1-FILE OPEN FAILED, STATUS '
026700     END-IF.
026800 1110-EXIT.
026900     EXIT.
026901*****************************************************************
026902* 1200-CHECK-RUN-REGISTRY - REFUSE A LOGICAL RUN ID THE REGISTRY *
026903*                           NEVER ISSUED, ONE ALREADY CONSUMED   *
026904*                           OR SPLIT, ONE WHOSE CONTROL RECORD   *
026905*                           RANGE STRAYS OUTSIDE THE ISSUED      *
026906*                           RANGE, OR ONE WHOSE FIRST SEVEN      *
026907*                           CHARACTERS ANOTHER REGISTERED ID     *
026908*                           ALREADY CARRIES - ITS SUB-RUN IDS    *
026909*                           WOULD CROSS THAT RUN'S CHECKPOINTS.  *
026910*                           DONE BEFORE ANY SPLIT CONTROL FILE   *
026911*                           IS OPENED, SO A REFUSAL LEAVES THE   *
026912*                           LAST SPLIT'S DATASETS UNTOUCHED      *
026913*****************************************************************
026914 1200-CHECK-RUN-REGISTRY.
026915     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026916     ACCEPT WS-RUN-TIME FROM TIME.
026917     OPEN I-O RREG-FILE.
026918     IF WS-RREG-STATUS NOT = '00'
026919         DISPLAY 'FZBSPLIT-014E RREG-FILE OPEN FAILED, STATUS '
026920             WS-RREG-STATUS
026921         MOVE 'FZBSPLIT-014E' TO WS-EVT-MSG-ID
026922         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
026923         MOVE 'RREG-FILE OPEN FAILED' TO WS-EVT-TEXT
026924         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026925         MOVE 16 TO RETURN-CODE
026926         GOBACK
026927     END-IF.
026928     MOVE LS-PARM-RUN-ID TO RREG-RUN-ID.
026929     READ RREG-FILE
026930         INVALID KEY
026931             CONTINUE
026932     END-READ.
026933     IF WS-RREG-STATUS = '23'
026934         DISPLAY 'FZBSPLIT-015E RUN ID ' LS-PARM-RUN-ID
026935             ' WAS NEVER ISSUED'
026936         MOVE 'FZBSPLIT-015E' TO WS-EVT-MSG-ID
026937         MOVE 'RUN ID NOT ISSUED' TO WS-EVT-TEXT
026938         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026939         MOVE 16 TO RETURN-CODE
026940         GOBACK
026941     END-IF.
026942     IF WS-RREG-STATUS NOT = '00'
026943         GO TO 1200-READ-FAILED
026944     END-IF.
026945     IF NOT RREG-ISSUED
026946         DISPLAY 'FZBSPLIT-016E RUN ID ' LS-PARM-RUN-ID
026947             ' ALREADY CONSUMED BY ' RREG-CONSUMED-BY ' ON '
026948             RREG-CONSUMED-DATE
026949         MOVE 'FZBSPLIT-016E' TO WS-EVT-MSG-ID
026950         MOVE 'RUN ID ALREADY CONSUMED' TO WS-EVT-TEXT
026951         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026952         MOVE 16 TO RETURN-CODE
026953         GOBACK
026954     END-IF.
026955     IF CTL-START-NUM < RREG-START-NUM
026956             OR CTL-END-NUM > RREG-END-NUM
026957         DISPLAY 'FZBSPLIT-017E RUN ID ' LS-PARM-RUN-ID
026958             ' RANGE ' CTL-START-NUM '-' CTL-END-NUM
026959             ' OUTSIDE ISSUED RANGE ' RREG-START-NUM '-'
026960             RREG-END-NUM
026961         MOVE 'FZBSPLIT-017E' TO WS-EVT-MSG-ID
026962         MOVE 'RANGE OUTSIDE ISSUED RANGE' TO WS-EVT-TEXT
026963         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
026964         MOVE 16 TO RETURN-CODE
026965         GOBACK
026966     END-IF.
026967     MOVE FZB-RREG-RECORD TO W-LOGICAL-RREG-RECORD.
026968     MOVE LS-PARM-RUN-ID TO W-PARM-RUN-ID-SPLIT.
026969     MOVE W-PARM-RUN-STEM TO W-STEM-PROBE-STEM.
026970     MOVE LOW-VALUES TO W-STEM-PROBE-SUFFIX.
026971     MOVE W-STEM-PROBE TO RREG-RUN-ID.
026972     START RREG-FILE KEY NOT < RREG-RUN-ID
026973         INVALID KEY
026974             CONTINUE
026975     END-START.
026976     IF WS-RREG-STATUS NOT = '00'
026977         GO TO 1200-READ-FAILED
026978     END-IF.
026979     MOVE 'N' TO WS-STEM-DONE-SW.
026980     PERFORM 1210-CHECK-ONE-STEM-ENTRY THRU 1210-EXIT
026981         UNTIL WS-STEM-DONE.
026982     GO TO 1200-EXIT.
026983 1200-READ-FAILED.
026984     DISPLAY 'FZBSPLIT-018E RREG-FILE READ FAILED, STATUS '
026985         WS-RREG-STATUS.
026986     MOVE 'FZBSPLIT-018E' TO WS-EVT-MSG-ID.
026987     MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS.
026988     MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT.
026989     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
026990     MOVE 16 TO RETURN-CODE.
026991     GOBACK.
026992 1200-EXIT.
026993     EXIT.
026994*****************************************************************
026995* 1210-CHECK-ONE-STEM-ENTRY - READ THE NEXT REGISTRY ENTRY AT OR *
026996*                             PAST THE LOGICAL ID'S STEM.  ANY   *
026997*                             ENTRY UNDER THE SAME STEM OTHER    *
026998*                             THAN THE LOGICAL ID ITSELF IS A    *
026999*                             COLLISION                          *
027000*****************************************************************
027001 1210-CHECK-ONE-STEM-ENTRY.
027002     READ RREG-FILE NEXT
027003         AT END
027004             MOVE 'Y' TO WS-STEM-DONE-SW
027005     END-READ.
027006     IF WS-STEM-DONE
027007         GO TO 1210-EXIT
027008     END-IF.
027009     IF WS-RREG-STATUS NOT = '00'
027010         DISPLAY 'FZBSPLIT-018E RREG-FILE READ FAILED, STATUS '
027011             WS-RREG-STATUS
027012         MOVE 'FZBSPLIT-018E' TO WS-EVT-MSG-ID
027013         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
027014         MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT
027015         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
027016         MOVE 16 TO RETURN-CODE
027017         GOBACK
027018     END-IF.
027019     IF RREG-RUN-STEM NOT = W-PARM-RUN-STEM
027020         MOVE 'Y' TO WS-STEM-DONE-SW
027021         GO TO 1210-EXIT
027022     END-IF.
027023     IF RREG-RUN-ID NOT = LS-PARM-RUN-ID
027024         DISPLAY 'FZBSPLIT-019E RUN ID ' LS-PARM-RUN-ID
027025             ' SHARES ITS FIRST SEVEN CHARACTERS WITH '
027026             RREG-RUN-ID ' - SUB-RUN IDS WOULD COLLIDE'
027027         MOVE 'FZBSPLIT-019E' TO WS-EVT-MSG-ID
027028         MOVE 'SPLIT STEM COLLISION' TO WS-EVT-TEXT
027029         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
027030         MOVE 16 TO RETURN-CODE
027031         GOBACK
027032     END-IF.
027033 1210-EXIT.
027034     EXIT.
027035*****************************************************************
027100* 2000-SPLIT-THE-RANGE - CARVE THE LOGICAL RANGE INTO            *
027200*                        CONTIGUOUS SUB-RANGES, SPREADING ANY    *
027300*                        REMAINDER OVER THE EARLIEST ONES, AND   *
028200     PERFORM 2100-BUILD-ONE-SUB-RANGE THRU 2100-EXIT
028300         VARYING W-SUB-IDX FROM 1 BY 1
028400         UNTIL W-SUB-IDX > W-SPLIT-COUNT.
028410     PERFORM 2300-REGISTER-SUB-RUN THRU 2300-EXIT
028420         VARYING W-SUB-IDX FROM 1 BY 1
028430         UNTIL W-SUB-IDX > W-SPLIT-COUNT.
028440     PERFORM 2400-MARK-LOGICAL-SPLIT THRU 2400-EXIT.
028500 2000-EXIT.
028600     EXIT.
028700*****************************************************************
030300     MOVE 'N' TO SUB-VSAM-OPTION.
030400     COMPUTE W-NEXT-START = W-NEXT-START + W-SUB-SIZE.
030500     PERFORM 2200-WRITE-SUB-CONTROL THRU 2200-EXIT.
030510     MOVE SUB-RUN-ID TO W-SUB-ENTRY-RUN-ID (W-SUB-IDX).
030520     MOVE SUB-START-NUM TO W-SUB-ENTRY-START (W-SUB-IDX).
030530     MOVE SUB-END-NUM TO W-SUB-ENTRY-END (W-SUB-IDX).
030600     MOVE SUB-START-NUM TO WS-SUB-START-DISP.
030700     MOVE SUB-END-NUM TO WS-SUB-END-DISP.
030800     DISPLAY 'FZBSPLIT-012I SUB-RUN ' SUB-RUN-ID
033800     END-IF.
033900 2200-EXIT.
034000     EXIT.
034001*****************************************************************
034002* 2300-REGISTER-SUB-RUN - REGISTER ONE SUB-RUN ID AS ISSUED,     *
034003*                         CARRYING THE LOGICAL RUN'S REQUESTER   *
034004*                         AND BUSINESS DATE, ITS OWN SUB-RANGE,  *
034005*                         AND THE LOGICAL ID AS ITS PARENT       *
034006*****************************************************************
034007 2300-REGISTER-SUB-RUN.
034008     MOVE W-LOGICAL-RREG-RECORD TO FZB-RREG-RECORD.
034009     MOVE W-SUB-ENTRY-RUN-ID (W-SUB-IDX) TO RREG-RUN-ID.
034010     MOVE 'I' TO RREG-STATUS.
034011     MOVE W-SUB-ENTRY-START (W-SUB-IDX) TO RREG-START-NUM.
034012     MOVE W-SUB-ENTRY-END (W-SUB-IDX) TO RREG-END-NUM.
034013     MOVE WS-RUN-DATE TO RREG-ISSUE-DATE.
034014     MOVE WS-RUN-TIME TO RREG-ISSUE-TIME.
034015     MOVE 'FZBSPLIT' TO RREG-ISSUED-BY.
034016     MOVE LS-PARM-RUN-ID TO RREG-PARENT-RUN-ID.
034017     MOVE SPACES TO RREG-CONSUMED-BY.
034018     MOVE 0 TO RREG-CONSUMED-DATE.
034019     MOVE 0 TO RREG-CONSUMED-TIME.
034020     WRITE FZB-RREG-RECORD
034021         INVALID KEY
034022             CONTINUE
034023     END-WRITE.
034024     IF WS-RREG-STATUS NOT = '00'
034025         DISPLAY 'FZBSPLIT-020E RREG-FILE WRITE FAILED FOR '
034026             RREG-RUN-ID ', STATUS ' WS-RREG-STATUS
034027         MOVE 'FZBSPLIT-020E' TO WS-EVT-MSG-ID
034028         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
034029         MOVE 'RREG-FILE WRITE FAILED' TO WS-EVT-TEXT
034030         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034031         MOVE 16 TO RETURN-CODE
034032         GOBACK
034033     END-IF.
034034 2300-EXIT.
034035     EXIT.
034036*****************************************************************
034037* 2400-MARK-LOGICAL-SPLIT - MARK THE LOGICAL RUN ID SPLIT SO IT  *
034038*                           CAN NEITHER BE SPLIT AGAIN NOR RUN   *
034039*                           SERIALLY ON TOP OF ITS SUB-RUNS      *
034040*****************************************************************
034041 2400-MARK-LOGICAL-SPLIT.
034042     MOVE W-LOGICAL-RREG-RECORD TO FZB-RREG-RECORD.
034043     MOVE 'S' TO RREG-STATUS.
034044     MOVE 'FZBSPLIT' TO RREG-CONSUMED-BY.
034045     MOVE WS-RUN-DATE TO RREG-CONSUMED-DATE.
034046     MOVE WS-RUN-TIME TO RREG-CONSUMED-TIME.
034047     REWRITE FZB-RREG-RECORD
034048         INVALID KEY
034049             CONTINUE
034050     END-REWRITE.
034051     IF WS-RREG-STATUS NOT = '00'
034052         DISPLAY 'FZBSPLIT-021E RREG-FILE REWRITE FAILED, STATUS '
034053             WS-RREG-STATUS
034054         MOVE 'FZBSPLIT-021E' TO WS-EVT-MSG-ID
034055         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
034056         MOVE 'RREG-FILE REWRITE FAILED' TO WS-EVT-TEXT
034057         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
034058         MOVE 16 TO RETURN-CODE
034059         GOBACK
034060     END-IF.
034061 2400-EXIT.
034062     EXIT.
034100*****************************************************************
034200* 8000-SUMMARY - DISPLAY THE SPLIT RUN'S TOTALS                  *
034300*****************************************************************
036000     CLOSE SCTL2-FILE.
036100     CLOSE SCTL3-FILE.
036200     CLOSE SCTL4-FILE.
036210     CLOSE RREG-FILE.
036300 9000-EXIT.
036400     EXIT.
036401******************************************************************
