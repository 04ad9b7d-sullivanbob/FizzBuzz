006138*                REWRITE OF A ZERO-ITERATION RESUME WAS SILENTLY       *
006139*                CLEARING FZBVOID'S MARK AND RE-EXPOSING THE           *
006140*                RECALLED RUN TO FZBXTR AND FZBINQ.                    *
006141*   10/14/26 BS  A RULE NOW HAS A TYPE (FZBCTL CTL-RULE-TYPE) - PLAIN  *
006142*                DIVISIBILITY AS BEFORE, A REMAINDER TEST (MOD M       *
006143*                LEAVES REMAINDER R), A DIGIT TEST (THE NUMBER         *
006144*                CONTAINS DIGIT N), OR A RANGE BAND (LOW THROUGH       *
006145*                HIGH).  THE TYPE-SPECIFIC OPERANDS ARE VALIDATED UP   *
006146*                FRONT WITH THE REST OF THE CONTROL RECORD, AND A      *
006147*                MATCH ON ANY TYPE FEEDS THE LABEL TEXT, THE AUDIT     *
006148*                RULE LIST, THE COMBO MASK, AND THE COUNTS EXACTLY AS  *
006149*                A DIVISOR MATCH ALWAYS HAS.                           *
006153*   10/15/26 BS  A RUN ID MUST NOW HAVE BEEN ISSUED BY THE RUN ID      *
006157*                ALLOCATOR (FZBALLOC) OR BY FZBSPLIT FOR A SUB-RUN -   *
006161*                THE REGISTRY (RUNREG, FZBRREG) IS CHECKED BEFORE THE  *
006165*                LOCK IS TAKEN.  AN ID NEVER ISSUED, ALREADY CONSUMED  *
006169*                OR SPLIT, OR WHOSE CONTROL RECORD RANGE STRAYS        *
006173*                OUTSIDE THE REGISTERED RANGE IS SKIPPED (RC 16).  A   *
006177*                COMPLETED RUN MARKS ITS ID CONSUMED, SO A TYPO CAN NO *
006181*                LONGER RESUME SOMEBODY ELSE'S CHECKPOINT.             *
006185*****************************************************************
006189 IDENTIFICATION DIVISION.
006200 PROGRAM-ID. FIZZBUZZ.
006300 AUTHOR. BOB.
006400 INSTALLATION. DATA PROCESSING.
009130         ACCESS MODE IS RANDOM
009140         RECORD KEY IS LOCK-RUN-ID
009150         FILE STATUS IS WS-LOCK-STATUS.
009158     SELECT RREG-FILE ASSIGN TO RUNREG
009166         ORGANIZATION IS INDEXED
009174         ACCESS MODE IS RANDOM
009182         RECORD KEY IS RREG-RUN-ID
009190         FILE STATUS IS WS-RREG-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  CTL-FILE
010900     COPY FZBEXC.
010910 FD  LOCK-FILE.
010920     COPY FZBLOCK.
010930 FD  RREG-FILE.
010940     COPY FZBRREG.
011000 WORKING-STORAGE SECTION.
011100*****************************************************************
011200* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
012430     88  WS-LOCK-HELD            VALUE 'Y'.
012440 77  WS-RUN-VOID-SW          PIC X(01) VALUE 'N'.
012450     88  WS-RUN-VOID             VALUE 'Y'.
012460 77  WS-RREG-STATUS          PIC X(02) VALUE SPACES.
012470 77  WS-RUN-REFUSED-SW       PIC X(01) VALUE 'N'.
012480     88  WS-RUN-REFUSED          VALUE 'Y'.
012500 77  WS-NUM-TEXT             PIC Z(5)9.
012600 77  WS-RESUME-SW            PIC X(01) VALUE 'N'.
012700     88  WS-RESUMING             VALUE 'Y'.
013300 77  WS-RUN-TIME              PIC 9(08) VALUE 0.
013400 77  W-AUD-PTR                PIC 9(02) COMP VALUE 1.
013500 77  WS-IDX-DISP              PIC 9(01) VALUE 0.
013501 77  WS-RULE-HIT-SW           PIC X(01) VALUE 'N'.
013502     88  WS-RULE-HIT              VALUE 'Y'.
013503 77  WS-DIGIT-TEXT            PIC Z(5)9.
013504 77  W-DIGIT-TALLY            PIC 9(01) COMP VALUE 0.
013510 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
013520     88  WS-CTL-EOF               VALUE 'Y'.
013530 77  WS-VSAM-OPEN-SW          PIC X(01) VALUE 'N'.
019100     END-IF.
019200     PERFORM 1150-OPEN-CKPT-FILE THRU 1150-EXIT.
019210     PERFORM 1170-OPEN-LOCK-FILE THRU 1170-EXIT.
019220     PERFORM 1172-OPEN-RUN-REGISTRY THRU 1172-EXIT.
019400     ACCEPT WS-RUN-TIME FROM TIME.
019500     PERFORM 1160-CHECK-CHECKPOINT THRU 1160-EXIT.
019600     PERFORM 1200-OPEN-SEQ-FILES THRU 1200-EXIT.
021400 1050-EXIT.
021500     EXIT.
021600*****************************************************************
021604* 1172-OPEN-RUN-REGISTRY - OPEN THE RUN ID REGISTRY ONCE FOR THE *
021608*                          WHOLE EXECUTION.  ONLY THE ALLOCATOR  *
021612*                          (FZBALLOC) CREATES IT - WITH NO       *
021616*                          REGISTRY NO RUN ID WAS EVER ISSUED    *
021620*****************************************************************
021624 1172-OPEN-RUN-REGISTRY.
021628     OPEN I-O RREG-FILE.
021632     IF WS-RREG-STATUS NOT = '00'
021636         DISPLAY 'FIZZBUZZ-044E RREG-FILE OPEN FAILED, STATUS '
021640             WS-RREG-STATUS
021644         MOVE 'FIZZBUZZ-044E' TO WS-EVT-MSG-ID
021648         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
021652         MOVE 'RREG-FILE OPEN FAILED' TO WS-EVT-TEXT
021656         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
021660         MOVE 16 TO RETURN-CODE
021664         GOBACK
021668     END-IF.
021672 1172-EXIT.
021676     EXIT.
021680*****************************************************************
021700* 1150-OPEN-CKPT-FILE - OPEN THE CHECKPOINT FILE ONCE FOR THE    *
021800*                       WHOLE EXECUTION, CREATING IT IF THIS IS  *
021900*                       THE FIRST RUN EVER TO USE IT             *
028200 1110-EXIT.
028300     EXIT.
028400*****************************************************************
028401* 1185-CHECK-RUN-REGISTRY - REFUSE A RUN ID THE REGISTRY NEVER   *
028402*                           ISSUED, ONE ALREADY CONSUMED BY A    *
028403*                           COMPLETED RUN OR HANDED TO SUB-RUNS  *
028404*                           BY FZBSPLIT, OR ONE WHOSE CONTROL    *
028405*                           RECORD RANGE STRAYS OUTSIDE THE      *
028406*                           RANGE IT WAS ISSUED FOR.  CHECKED    *
028407*                           BEFORE THE LOCK, SO A MISTYPED RUN   *
028408*                           ID NEVER RESUMES SOMEBODY ELSE'S     *
028409*                           CHECKPOINT.  AN ISSUED ID THAT HAS   *
028410*                           NOT COMPLETED YET IS STILL GOOD - A  *
028411*                           RERUN AFTER AN ABEND RESUMES AS      *
028412*                           BEFORE                               *
028413*****************************************************************
028414 1185-CHECK-RUN-REGISTRY.
028415     MOVE 'N' TO WS-RUN-REFUSED-SW.
028416     MOVE CTL-RUN-ID TO RREG-RUN-ID.
028417     READ RREG-FILE
028418         INVALID KEY
028419             CONTINUE
028420     END-READ.
028421     IF WS-RREG-STATUS NOT = '00' AND WS-RREG-STATUS NOT = '23'
028422         DISPLAY 'FIZZBUZZ-042E RREG-FILE READ FAILED, STATUS '
028423             WS-RREG-STATUS
028424         MOVE 'FIZZBUZZ-042E' TO WS-EVT-MSG-ID
028425         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
028426         MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT
028427         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028428         MOVE 16 TO RETURN-CODE
028429         GOBACK
028430     END-IF.
028431     IF WS-RREG-STATUS = '23'
028432         DISPLAY 'FIZZBUZZ-045E RUN ID ' CTL-RUN-ID
028433             ' WAS NEVER ISSUED - RUN SKIPPED'
028434         MOVE 'FIZZBUZZ-045E' TO WS-EVT-MSG-ID
028435         MOVE 'RUN ID NOT ISSUED - SKIPPED' TO WS-EVT-TEXT
028436         GO TO 1185-REFUSE
028437     END-IF.
028438     IF NOT RREG-ISSUED
028439         DISPLAY 'FIZZBUZZ-046E RUN ID ' CTL-RUN-ID
028440             ' ALREADY CONSUMED BY ' RREG-CONSUMED-BY ' ON '
028441             RREG-CONSUMED-DATE ' - RUN SKIPPED'
028442         MOVE 'FIZZBUZZ-046E' TO WS-EVT-MSG-ID
028443         MOVE 'RUN ID ALREADY CONSUMED - SKIPPED' TO WS-EVT-TEXT
028444         GO TO 1185-REFUSE
028445     END-IF.
028446     IF CTL-START-NUM < RREG-START-NUM
028447             OR CTL-END-NUM > RREG-END-NUM
028448         DISPLAY 'FIZZBUZZ-047E RUN ID ' CTL-RUN-ID
028449             ' RANGE ' CTL-START-NUM '-' CTL-END-NUM
028450             ' OUTSIDE ISSUED RANGE ' RREG-START-NUM '-'
028451             RREG-END-NUM ' - RUN SKIPPED'
028452         MOVE 'FIZZBUZZ-047E' TO WS-EVT-MSG-ID
028453         MOVE 'RANGE OUTSIDE ISSUED RANGE - SKIPPED'
028454             TO WS-EVT-TEXT
028455         GO TO 1185-REFUSE
028456     END-IF.
028457     GO TO 1185-EXIT.
028458 1185-REFUSE.
028459     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
028460     MOVE 'Y' TO WS-RUN-REFUSED-SW.
028461     IF WS-HIGHEST-RC < 16
028462         MOVE 16 TO WS-HIGHEST-RC
028463     END-IF.
028464 1185-EXIT.
028465     EXIT.
028466*****************************************************************
028467* 1195-CONSUME-RUN-ID - MARK THE RUN ID CONSUMED ONCE THE RUN    *
028468*                       HAS COMPLETED AND ITS FINAL CHECKPOINT   *
028469*                       IS COMMITTED, SO IT CAN NEVER RUN AGAIN  *
028470*****************************************************************
028471 1195-CONSUME-RUN-ID.
028472     MOVE CTL-RUN-ID TO RREG-RUN-ID.
028473     READ RREG-FILE
028474         INVALID KEY
028475             CONTINUE
028476     END-READ.
028477     IF WS-RREG-STATUS = '00'
028478         MOVE 'C' TO RREG-STATUS
028479         MOVE 'FIZZBUZZ' TO RREG-CONSUMED-BY
028480         ACCEPT RREG-CONSUMED-DATE FROM DATE YYYYMMDD
028481         ACCEPT RREG-CONSUMED-TIME FROM TIME
028482         REWRITE FZB-RREG-RECORD
028483             INVALID KEY
028484                 CONTINUE
028485         END-REWRITE
028486     END-IF.
028487     IF WS-RREG-STATUS NOT = '00'
028488         DISPLAY 'FIZZBUZZ-043E RREG-FILE REWRITE FAILED, '
028489             'STATUS ' WS-RREG-STATUS
028490         MOVE 'FIZZBUZZ-043E' TO WS-EVT-MSG-ID
028491         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
028492         MOVE 'RREG-FILE REWRITE FAILED' TO WS-EVT-TEXT
028493         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
028494         MOVE 16 TO RETURN-CODE
028495         GOBACK
028496     END-IF.
028497 1195-EXIT.
028498     EXIT.
028499*****************************************************************
028500* 1200-OPEN-SEQ-FILES - OPEN OUT-FILE, AUD-FILE, AND EXC-FILE    *
028600*                       ONCE FOR THE WHOLE EXECUTION, IN EXTEND  *
028700*                       MODE IF THE FIRST EMBEDDED RUN IS        *
034900 1220-EXIT.
035000     EXIT.
035100*****************************************************************
035102* 2110-VALIDATE-RULE-TYPE - VALIDATE ONE RULE TABLE ENTRY'S TYPE *
035104*                           AND ITS TYPE-SPECIFIC OPERANDS       *
035106*****************************************************************
035108 2110-VALIDATE-RULE-TYPE.
035110     EVALUATE TRUE
035112         WHEN CTL-RULE-IS-DIVISIBLE (W-RULE-IDX)
035114             CONTINUE
035116         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
035118             IF CTL-RULE-MODULUS (W-RULE-IDX) IS NOT NUMERIC
035120                     OR CTL-RULE-MODULUS (W-RULE-IDX) = 0
035122                     OR CTL-RULE-REMAINDER (W-RULE-IDX)
035124                        IS NOT NUMERIC
035126                     OR CTL-RULE-REMAINDER (W-RULE-IDX)
035128                        NOT < CTL-RULE-MODULUS (W-RULE-IDX)
035130                 DISPLAY 'FIZZBUZZ-038E RULE ' WS-IDX-DISP
035132                     ' REMAINDER MUST BE LESS THAN A NON-ZERO '
035134                     'MODULUS'
035136                 MOVE 'N' TO WS-VALID-SW
035138             END-IF
035140         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
035142             IF CTL-RULE-DIGIT (W-RULE-IDX) IS NOT NUMERIC
035144                 DISPLAY 'FIZZBUZZ-039E RULE ' WS-IDX-DISP
035146                     ' DIGIT MUST BE 0-9'
035148                 MOVE 'N' TO WS-VALID-SW
035150             END-IF
035152         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
035154             IF CTL-RULE-BAND-LOW (W-RULE-IDX) IS NOT NUMERIC
035156                     OR CTL-RULE-BAND-HIGH (W-RULE-IDX)
035158                        IS NOT NUMERIC
035160                     OR CTL-RULE-BAND-LOW (W-RULE-IDX)
035162                        > CTL-RULE-BAND-HIGH (W-RULE-IDX)
035164                 DISPLAY 'FIZZBUZZ-040E RULE ' WS-IDX-DISP
035166                     ' BAND LOW MUST NOT EXCEED BAND HIGH'
035168                 MOVE 'N' TO WS-VALID-SW
035170             END-IF
035172         WHEN OTHER
035174             DISPLAY 'FIZZBUZZ-041E RULE ' WS-IDX-DISP
035176                 ' TYPE MUST BE D, R, G, OR B'
035178             MOVE 'N' TO WS-VALID-SW
035180     END-EVALUATE.
035182 2110-EXIT.
035184     EXIT.
035186*****************************************************************
035200* 1500-PROCESS-ONE-RUN - VALIDATE AND CLASSIFY ONE EMBEDDED      *
035300*                        CONTROL RECORD'S RANGE, THEN READ THE   *
035400*                        NEXT ONE.  A CONTROL RECORD THAT FAILS  *
036105         PERFORM 1175-CHECK-RUN-NOT-VOID THRU 1175-EXIT
036106     END-IF.
036107     IF WS-VALID AND NOT WS-RUN-VOID
036108         PERFORM 1185-CHECK-RUN-REGISTRY THRU 1185-EXIT
036109         IF NOT WS-RUN-REFUSED
036110             PERFORM 1180-ACQUIRE-RUN-LOCK THRU 1180-EXIT
036116         END-IF
036120     END-IF.
036130     IF WS-VALID AND NOT WS-RUN-VOID AND WS-LOCK-HELD
036140             AND NOT WS-RUN-REFUSED
036200         PERFORM 1160-CHECK-CHECKPOINT THRU 1160-EXIT
036300         PERFORM 1220-OPEN-VSAM-IF-NEEDED THRU 1220-EXIT
036400         PERFORM 3000-PROCESS-ONE-NUMBER THRU 3000-EXIT
036810             MOVE 'N' TO WS-FINAL-CKPT-SW
036900         END-IF
037000         PERFORM 8000-SUMMARY THRU 8000-EXIT
037005         PERFORM 1195-CONSUME-RUN-ID THRU 1195-EXIT
037010         PERFORM 1190-RELEASE-RUN-LOCK THRU 1190-EXIT
037050     END-IF.
037060     IF NOT WS-VALID
038430     EXIT.
038440*****************************************************************
038450* 2100-VALIDATE-ONE-RULE - VALIDATE ONE RULE TABLE ENTRY'S        *
038460*                          DIVISOR (RULE KEY), LABEL, TYPE, AND   *
038465*                          TYPE-SPECIFIC OPERANDS                 *
038470*****************************************************************
038480 2100-VALIDATE-ONE-RULE.
038490     MOVE W-RULE-IDX TO WS-IDX-DISP.
038570         DISPLAY 'FIZZBUZZ-005E RULE ' WS-IDX-DISP ' LABEL BLANK'
038580         MOVE 'N' TO WS-VALID-SW
038590     END-IF.
038595     PERFORM 2110-VALIDATE-RULE-TYPE THRU 2110-EXIT.
038600 2100-EXIT.
038610     EXIT.
038620*****************************************************************
044800*                       AND APPEND ITS LABEL WHEN IT MATCHES     *
044900*****************************************************************
045000 3100-CHECK-ONE-RULE.
045100     PERFORM 3110-TEST-ONE-RULE THRU 3110-EXIT.
045150     IF WS-RULE-HIT
045200         STRING CTL-LABEL (W-RULE-IDX) DELIMITED BY SPACE
045300             INTO OUT-TEXT
045400             WITH POINTER W-TEXT-PTR
047000 3100-EXIT.
047100     EXIT.
047200*****************************************************************
047202* 3110-TEST-ONE-RULE - APPLY ONE RULE TABLE ENTRY'S OWN TEST TO  *
047204*                      W-I BY RULE TYPE AND SET WS-RULE-HIT-SW - *
047206*                      DIVISIBLE BY THE DIVISOR, LEAVES THE      *
047208*                      REMAINDER UNDER THE MODULUS, CONTAINS THE *
047210*                      DIGIT AMONG ITS SIGNIFICANT DIGITS, OR    *
047212*                      LIES WITHIN THE BAND                      *
047214*****************************************************************
047216 3110-TEST-ONE-RULE.
047218     MOVE 'N' TO WS-RULE-HIT-SW.
047220     EVALUATE TRUE
047222         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
047224             IF FUNCTION MOD(W-I, CTL-RULE-MODULUS (W-RULE-IDX))
047226                     = CTL-RULE-REMAINDER (W-RULE-IDX)
047228                 MOVE 'Y' TO WS-RULE-HIT-SW
047230             END-IF
047232         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
047234             MOVE W-I TO WS-DIGIT-TEXT
047236             MOVE 0 TO W-DIGIT-TALLY
047238             INSPECT WS-DIGIT-TEXT TALLYING W-DIGIT-TALLY
047240                 FOR ALL CTL-RULE-OPERANDS (W-RULE-IDX) (1:1)
047242             IF W-DIGIT-TALLY > 0
047244                 MOVE 'Y' TO WS-RULE-HIT-SW
047246             END-IF
047248         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
047250             IF W-I NOT < CTL-RULE-BAND-LOW (W-RULE-IDX)
047252                     AND W-I NOT > CTL-RULE-BAND-HIGH (W-RULE-IDX)
047254                 MOVE 'Y' TO WS-RULE-HIT-SW
047256             END-IF
047258         WHEN OTHER
047260             IF FUNCTION MOD(W-I, CTL-DIVISOR (W-RULE-IDX)) = 0
047262                 MOVE 'Y' TO WS-RULE-HIT-SW
047264             END-IF
047266     END-EVALUATE.
047268 3110-EXIT.
047270     EXIT.
047272*****************************************************************
047300* 3200-WRITE-CHECKPOINT - COMMIT THE CURRENT POSITION SO THE RUN *
047400*                         CAN RESUME HERE AFTER AN ABEND          *
047500*****************************************************************
054100     CLOSE EXC-FILE.
054200     CLOSE CKPT-FILE.
054210     CLOSE LOCK-FILE.
054220     CLOSE RREG-FILE.
054250     CLOSE CTL-FILE.
054300     IF WS-VSAM-OPEN
054400         CLOSE VSAM-FILE
