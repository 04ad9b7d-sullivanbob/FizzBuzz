001150* OPERATOR-HELD SUSPENSE ITEM IS LEFT ALONE THE SAME WAY FZBMAINT     *
001160* LEAVES IT, SO THE PREVIEW NEITHER REJECTS APPROVALS NOR REPLAYS     *
001170* ITEMS MAINT01 ITSELF WILL NOT TOUCH.                                *
001171*                                                                     *
001172* THE PREVIEW APPLIES FZBMAINT'S RULE, OVERRIDE, AND COMBINATION      *
001173* EDITS ONLY.  IT DOES NOT CHECK LABELS AGAINST THE LABEL             *
001174* DICTIONARY (LBLDICT), THE SUBMITTER'S ROLE ON THE USER              *
001175* AUTHORIZATION MASTER (USRMAST), OR THE RUN ID AGAINST THE RUN       *
001176* ID REGISTRY (RUNREG), SO A CHANGE IT SHOWS AS APPLIED CAN STILL     *
001177* BE REJECTED BY MAINT01 ON ANY OF THOSE EDITS.                       *
001200*                                                                     *
001300* IF CTL-FILE CARRIES MORE THAN ONE EMBEDDED CONTROL RECORD, THE     *
001400* RUN ID PASSED IN VIA PARM SELECTS WHICH ONE TO SIMULATE AGAINST;   *
002327*                (SUSP-HOLD-SW) IS CARRIED PAST THE SAME WAY          *
002328*                FZBMAINT CARRIES IT, SO THE PREVIEW MATCHES WHAT     *
002330*                MAINT01 WILL ACTUALLY DO UNDER DUAL CONTROL.         *
002331*   10/14/26 BS  RULES NOW HAVE A TYPE - DIVISIBILITY, REMAINDER,     *
002332*                DIGIT, OR RANGE BAND.  THE SCRATCH TABLE CARRIES     *
002333*                EACH RULE'S TYPE AND OPERANDS, A RULE ADD OR A       *
002334*                TYPED RULE CHANGE IS EDITED AND APPLIED THE WAY      *
002335*                FZBMAINT NOW APPLIES IT, AND BOTH THE OLD AND NEW    *
002336*                CLASSIFICATIONS TEST EACH RULE BY ITS OWN TYPE.      *
002337*   10/15/26 BS  FZBMAINT'S LABEL DICTIONARY, ROLE, AND RUN ID        *
002338*                EDITS ARE NOT SIMULATED - SEE ABOVE.                 *
002339*****************************************************************
002340 IDENTIFICATION DIVISION.
002349 PROGRAM-ID. FZBSIMUL.
005842                   ==CTL-COMBO-TABLE== BY ==WPR-COMBO-TABLE==,
005843                   ==CTL-COMBO-IDX== BY ==WPR-COMBO-IDX==,
005844                   ==CTL-COMBO-MASK== BY ==WPR-COMBO-MASK==,
005845                   ==CTL-COMBO-LABEL== BY ==WPR-COMBO-LABEL==,
005851                   ==CTL-RULE-EXT-TABLE== BY
005857                   ==WPR-RULE-EXT-TABLE==,
005863                   ==CTL-RULE-TYPE== BY ==WPR-RULE-TYPE==,
005869                   ==CTL-RULE-IS-DIVISIBLE== BY
005875                   ==WPR-RULE-IS-DIVISIBLE==,
005881                   ==CTL-RULE-IS-REMAINDER== BY
005887                   ==WPR-RULE-IS-REMAINDER==,
005893                   ==CTL-RULE-IS-DIGIT== BY ==WPR-RULE-IS-DIGIT==,
005899                   ==CTL-RULE-IS-BAND== BY ==WPR-RULE-IS-BAND==,
005905                   ==CTL-RULE-OPERANDS== BY ==WPR-RULE-OPERANDS==,
005911                   ==CTL-RULE-REM-OPERANDS== BY
005917                   ==WPR-RULE-REM-OPERANDS==,
005923                   ==CTL-RULE-MODULUS== BY ==WPR-RULE-MODULUS==,
005929                   ==CTL-RULE-REMAINDER== BY
005935                   ==WPR-RULE-REMAINDER==,
005941                   ==CTL-RULE-DIGIT-OPERANDS== BY
005947                   ==WPR-RULE-DIGIT-OPERANDS==,
005953                   ==CTL-RULE-DIGIT== BY ==WPR-RULE-DIGIT==,
005959                   ==CTL-RULE-BAND-OPERANDS== BY
005965                   ==WPR-RULE-BAND-OPERANDS==,
005971                   ==CTL-RULE-BAND-LOW== BY ==WPR-RULE-BAND-LOW==,
005977                   ==CTL-RULE-BAND-HIGH== BY
005983                   ==WPR-RULE-BAND-HIGH==.
006000*****************************************************************
006100* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
006200*****************************************************************
007800 77  WS-OLD-TEXT              PIC X(40) VALUE SPACES.
007900 77  WS-NEW-TEXT              PIC X(40) VALUE SPACES.
008000 77  WS-NUM-TEXT              PIC Z(5)9.
008010 77  WS-RULE-HIT-SW           PIC X(01) VALUE 'N'.
008020     88  WS-RULE-HIT              VALUE 'Y'.
008030 77  W-DIGIT-TALLY            PIC 9(01) COMP VALUE 0.
008100 77  W-TRAN-COUNT             PIC 9(06) COMP VALUE 0.
008150 77  W-SUSP-COUNT             PIC 9(06) COMP VALUE 0.
008160 77  W-SUSP-SKIP-COUNT        PIC 9(06) COMP VALUE 0.
019016 1160-COPY-ONE-RULE.
019026     MOVE CTL-DIVISOR (W-RULE-IDX) TO WPR-DIVISOR (W-RULE-IDX).
019036     MOVE CTL-LABEL (W-RULE-IDX) TO WPR-LABEL (W-RULE-IDX).
019038     MOVE CTL-RULE-TYPE (W-RULE-IDX)
019040         TO WPR-RULE-TYPE (W-RULE-IDX).
019042     MOVE CTL-RULE-OPERANDS (W-RULE-IDX)
019044         TO WPR-RULE-OPERANDS (W-RULE-IDX).
019046 1160-EXIT.
019056     EXIT.
019066*****************************************************************
020615         VARYING W-DIV-IDX FROM 1 BY 1
020625         UNTIL W-DIV-IDX > 5.
020635     MOVE SUSP-OVERRIDE-NUMBER TO TRAN-OVERRIDE-NUMBER.
020638     MOVE SUSP-RULE-TYPE TO TRAN-RULE-TYPE.
020641     MOVE SUSP-RULE-OPERANDS TO TRAN-RULE-OPERANDS.
020645 2050-EXIT.
020655     EXIT.
020665*****************************************************************
024700             MOVE 'N' TO WS-TRAN-VALID-SW
024800         END-IF
024900     END-IF.
024910     IF WS-TRAN-VALID
024920         PERFORM 3120-VALIDATE-RULE-TYPE THRU 3120-EXIT
024930     END-IF.
025000     IF WS-TRAN-VALID
025100         ADD 1 TO WPR-RULE-COUNT
025200         MOVE TRAN-DIVISOR TO WPR-DIVISOR (WPR-RULE-COUNT)
025300         MOVE TRAN-LABEL TO WPR-LABEL (WPR-RULE-COUNT)
025310         MOVE WPR-RULE-COUNT TO W-FOUND-IDX
025320         PERFORM 3130-STORE-RULE-TYPE THRU 3130-EXIT
025400     END-IF.
025500 3100-EXIT.
025600     EXIT.
025602*****************************************************************
025604* 3120-VALIDATE-RULE-TYPE - EDIT THE TRANSACTION'S RULE TYPE AND *
025606*                           OPERANDS THE SAME WAY FZBMAINT DOES. *
025608*                           A BLANK TYPE IS PLAIN DIVISIBILITY   *
025610*****************************************************************
025612 3120-VALIDATE-RULE-TYPE.
025614     EVALUATE TRUE
025616         WHEN TRAN-RULE-TYPE = SPACE
025618         WHEN TRAN-RULE-IS-DIVISIBLE
025620             CONTINUE
025622         WHEN TRAN-RULE-IS-REMAINDER
025624             IF TRAN-RULE-MODULUS IS NOT NUMERIC
025626                     OR TRAN-RULE-MODULUS = 0
025628                     OR TRAN-RULE-REMAINDER IS NOT NUMERIC
025630                     OR TRAN-RULE-REMAINDER
025632                        NOT < TRAN-RULE-MODULUS
025634                 MOVE 'N' TO WS-TRAN-VALID-SW
025636             END-IF
025638         WHEN TRAN-RULE-IS-DIGIT
025640             IF TRAN-RULE-DIGIT IS NOT NUMERIC
025642                 MOVE 'N' TO WS-TRAN-VALID-SW
025644             END-IF
025646         WHEN TRAN-RULE-IS-BAND
025648             IF TRAN-RULE-BAND-LOW IS NOT NUMERIC
025650                     OR TRAN-RULE-BAND-HIGH IS NOT NUMERIC
025652                     OR TRAN-RULE-BAND-LOW > TRAN-RULE-BAND-HIGH
025654                 MOVE 'N' TO WS-TRAN-VALID-SW
025656             END-IF
025658         WHEN OTHER
025660             MOVE 'N' TO WS-TRAN-VALID-SW
025662     END-EVALUATE.
025664 3120-EXIT.
025666     EXIT.
025668*****************************************************************
025670* 3130-STORE-RULE-TYPE - SET THE TYPE AND OPERANDS OF SCRATCH    *
025672*                        RULE SLOT W-FOUND-IDX FROM THE          *
025674*                        TRANSACTION                             *
025676*****************************************************************
025678 3130-STORE-RULE-TYPE.
025680     IF TRAN-RULE-TYPE = SPACE OR TRAN-RULE-IS-DIVISIBLE
025682         MOVE 'D' TO WPR-RULE-TYPE (W-FOUND-IDX)
025684         MOVE SPACES TO WPR-RULE-OPERANDS (W-FOUND-IDX)
025686     ELSE
025688         MOVE TRAN-RULE-TYPE TO WPR-RULE-TYPE (W-FOUND-IDX)
025690         MOVE TRAN-RULE-OPERANDS
025692             TO WPR-RULE-OPERANDS (W-FOUND-IDX)
025694     END-IF.
025696 3130-EXIT.
025698     EXIT.
025700*****************************************************************
025800* 3200-CHANGE-RULE - CHANGE AN EXISTING SCRATCH RULE'S LABEL,    *
025810*                    AND ITS TYPE AND OPERANDS WHEN THE          *
025820*                    TRANSACTION CARRIES A RULE TYPE             *
025900*****************************************************************
026000 3200-CHANGE-RULE.
026100     IF TRAN-DIVISOR IS NOT NUMERIC OR TRAN-DIVISOR = 0
026800             IF TRAN-LABEL = SPACES
026900                 MOVE 'N' TO WS-TRAN-VALID-SW
027000             ELSE
027010                 PERFORM 3120-VALIDATE-RULE-TYPE THRU 3120-EXIT
027020             END-IF
027030             IF WS-TRAN-VALID
027100                 MOVE TRAN-LABEL TO WPR-LABEL (W-FOUND-IDX)
027110                 IF TRAN-RULE-TYPE NOT = SPACE
027120                     PERFORM 3130-STORE-RULE-TYPE THRU 3130-EXIT
027130                 END-IF
027200             END-IF
027300         END-IF
027400     END-IF.
032600         UNTIL W-SHIFT-IDX NOT < WPR-RULE-COUNT.
032700     MOVE 0 TO WPR-DIVISOR (WPR-RULE-COUNT).
032800     MOVE SPACES TO WPR-LABEL (WPR-RULE-COUNT).
032810     MOVE SPACES TO WPR-RULE-TYPE (WPR-RULE-COUNT).
032820     MOVE SPACES TO WPR-RULE-OPERANDS (WPR-RULE-COUNT).
032900 3500-EXIT.
033000     EXIT.
033100*****************************************************************
033710         TO WPR-DIVISOR (W-SHIFT-IDX).
033800     MOVE WPR-LABEL (W-SHIFT-IDX + 1)
033810         TO WPR-LABEL (W-SHIFT-IDX).
033820     MOVE WPR-RULE-TYPE (W-SHIFT-IDX + 1)
033830         TO WPR-RULE-TYPE (W-SHIFT-IDX).
033840     MOVE WPR-RULE-OPERANDS (W-SHIFT-IDX + 1)
033850         TO WPR-RULE-OPERANDS (W-SHIFT-IDX).
033900 3510-EXIT.
034000     EXIT.
034010*****************************************************************
038600*                       MATCHES                                  *
038700*****************************************************************
038800 5110-CHECK-OLD-RULE.
038810     PERFORM 5115-TEST-OLD-RULE THRU 5115-EXIT.
038820     IF WS-RULE-HIT
039000         STRING CTL-LABEL (W-RULE-IDX) DELIMITED BY SPACE
039100             INTO WS-OLD-TEXT
039200             WITH POINTER W-TEXT-PTR
039400         ADD 1 TO W-MATCH-COUNT
039500     END-IF.
039600 5110-EXIT.
039602     EXIT.
039604*****************************************************************
039606* 5115-TEST-OLD-RULE - APPLY ONE LIVE RULE'S OWN TEST TO W-SIM-I *
039608*                      BY RULE TYPE AND SET WS-RULE-HIT-SW       *
039610*****************************************************************
039612 5115-TEST-OLD-RULE.
039614     MOVE 'N' TO WS-RULE-HIT-SW.
039616     EVALUATE TRUE
039618         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
039620             IF FUNCTION MOD(W-SIM-I,
039622                     CTL-RULE-MODULUS (W-RULE-IDX))
039624                     = CTL-RULE-REMAINDER (W-RULE-IDX)
039626                 MOVE 'Y' TO WS-RULE-HIT-SW
039628             END-IF
039630         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
039632             MOVE W-SIM-I TO WS-NUM-TEXT
039634             MOVE 0 TO W-DIGIT-TALLY
039636             INSPECT WS-NUM-TEXT TALLYING W-DIGIT-TALLY
039638                 FOR ALL CTL-RULE-OPERANDS (W-RULE-IDX) (1:1)
039640             IF W-DIGIT-TALLY > 0
039642                 MOVE 'Y' TO WS-RULE-HIT-SW
039644             END-IF
039646         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
039648             IF W-SIM-I NOT < CTL-RULE-BAND-LOW (W-RULE-IDX)
039650                 AND W-SIM-I NOT > CTL-RULE-BAND-HIGH (W-RULE-IDX)
039652                 MOVE 'Y' TO WS-RULE-HIT-SW
039654             END-IF
039656         WHEN OTHER
039658             IF FUNCTION MOD(W-SIM-I, CTL-DIVISOR (W-RULE-IDX))
039660                     = 0
039662                 MOVE 'Y' TO WS-RULE-HIT-SW
039664             END-IF
039666     END-EVALUATE.
039668 5115-EXIT.
039670     EXIT.
039705*****************************************************************
039706* 5130-FIND-OLD-COMBO - LOCATE THE LIVE COMBO TABLE ENTRY WHOSE    *
039707*                       MASK MATCHES THE RULES THAT JUST MATCHED   *
041800*                       MATCHES                                  *
041900*****************************************************************
042000 5210-CHECK-NEW-RULE.
042010     PERFORM 5215-TEST-NEW-RULE THRU 5215-EXIT.
042020     IF WS-RULE-HIT
042200         STRING WPR-LABEL (W-RULE-IDX) DELIMITED BY SPACE
042300             INTO WS-NEW-TEXT
042400             WITH POINTER W-TEXT-PTR
042600         ADD 1 TO W-MATCH-COUNT
042700     END-IF.
042800 5210-EXIT.
042802     EXIT.
042804*****************************************************************
042806* 5215-TEST-NEW-RULE - APPLY ONE PROPOSED RULE'S OWN TEST TO     *
042808*                      W-SIM-I BY RULE TYPE AND SET              *
042810*                      WS-RULE-HIT-SW                            *
042812*****************************************************************
042814 5215-TEST-NEW-RULE.
042816     MOVE 'N' TO WS-RULE-HIT-SW.
042818     EVALUATE TRUE
042820         WHEN WPR-RULE-IS-REMAINDER (W-RULE-IDX)
042822             IF FUNCTION MOD(W-SIM-I,
042824                     WPR-RULE-MODULUS (W-RULE-IDX))
042826                     = WPR-RULE-REMAINDER (W-RULE-IDX)
042828                 MOVE 'Y' TO WS-RULE-HIT-SW
042830             END-IF
042832         WHEN WPR-RULE-IS-DIGIT (W-RULE-IDX)
042834             MOVE W-SIM-I TO WS-NUM-TEXT
042836             MOVE 0 TO W-DIGIT-TALLY
042838             INSPECT WS-NUM-TEXT TALLYING W-DIGIT-TALLY
042840                 FOR ALL WPR-RULE-OPERANDS (W-RULE-IDX) (1:1)
042842             IF W-DIGIT-TALLY > 0
042844                 MOVE 'Y' TO WS-RULE-HIT-SW
042846             END-IF
042848         WHEN WPR-RULE-IS-BAND (W-RULE-IDX)
042850             IF W-SIM-I NOT < WPR-RULE-BAND-LOW (W-RULE-IDX)
042852                 AND W-SIM-I NOT > WPR-RULE-BAND-HIGH (W-RULE-IDX)
042854                 MOVE 'Y' TO WS-RULE-HIT-SW
042856             END-IF
042858         WHEN OTHER
042860             IF FUNCTION MOD(W-SIM-I, WPR-DIVISOR (W-RULE-IDX))
042862                     = 0
042864                 MOVE 'Y' TO WS-RULE-HIT-SW
042866             END-IF
042868     END-EVALUATE.
042870 5215-EXIT.
042872     EXIT.
042905*****************************************************************
042906* 5230-FIND-NEW-COMBO - LOCATE THE PROPOSED COMBO TABLE ENTRY      *
042907*                       WHOSE MASK MATCHES THE RULES THAT JUST     *
