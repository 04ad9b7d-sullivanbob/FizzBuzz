002402*                THE COMMON EVENT LOG (EVTFILE, VIA FZBEVLOG) SO    *
002403*                SCHEDULER AUTOMATION KEYS OFF ONE DATASET INSTEAD  *
002404*                OF SCRAPING THIS PROGRAM'S SYSOUT.                 *
002414*   10/14/26 BS  EACH RULE'S TYPE AND OPERANDS (DIVISIBILITY,       *
002424*                REMAINDER, DIGIT, OR RANGE BAND) ARE PRINTED UNDER *
002434*                IT ON THE PROOF SHEET, AND AN UNKNOWN TYPE OR      *
002444*                OPERANDS THAT TYPE CANNOT TEST WITH ARE FLAGGED.   *
002453*   10/15/26 BS  THE PROOF SHEET NOW PRINTS THE LABEL DICTIONARY'S  *
002462*                (LBLDICT) LONG DESCRIPTION UNDER EVERY RULE,       *
002471*                OVERRIDE, AND COMBINATION LABEL, AND A LABEL THE   *
002480*                DICTIONARY DOES NOT HOLD, OR HOLDS AS RETIRED, IS  *
002489*                FLAGGED SO THE LOT NEVER REACHES THE ERP FEED.     *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. FZBPREED.
003500     SELECT CTL-FILE ASSIGN TO CTLFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-CTL-STATUS.
003710     SELECT LBLD-FILE ASSIGN TO LBLDICT
003720         ORGANIZATION IS INDEXED
003730         ACCESS MODE IS RANDOM
003740         RECORD KEY IS LBLD-LABEL
003750         FILE STATUS IS WS-LBLD-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  CTL-FILE
004100     RECORDING MODE IS F.
004200     COPY FZBCTL.
004210 FD  LBLD-FILE.
004220     COPY FZBLBLD.
004300 WORKING-STORAGE SECTION.
004400*****************************************************************
004500* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
004600*****************************************************************
004700 77  WS-CTL-STATUS            PIC X(02) VALUE SPACES.
004710 77  WS-LBLD-STATUS           PIC X(02) VALUE SPACES.
004800 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
004900     88  WS-CTL-EOF               VALUE 'Y'.
005000 77  WS-CLEAN-SW              PIC X(01) VALUE 'Y'.
005900 77  W-MASK-IDX               PIC 9(01) COMP.
006000 77  W-ERROR-COUNT            PIC 9(06) COMP VALUE 0.
006100 77  WS-IDX-DISP              PIC 9(01) VALUE 0.
006110*****************************************************************
006120* WORKING STORAGE - THE LABEL 3400-PRINT-LABEL-MEANING LOOKS UP  *
006130*                   AND THE TABLE ENTRY IT CAME FROM, FOR THE    *
006140*                   ERROR LINE                                   *
006150*****************************************************************
006160 77  WS-LOOKUP-LABEL          PIC X(08) VALUE SPACES.
006170 77  WS-LOOKUP-ENTRY          PIC X(08) VALUE SPACES.
006200*****************************************************************
006300* W-LOT-TABLE - THE RUN ID AND RANGE OF EVERY CONTROL RECORD     *
006400*               ALREADY READ, SO EACH NEW RECORD CAN BE EDITED   *
010700         MOVE 16 TO RETURN-CODE
010800         GOBACK
010900     END-IF.
010908     OPEN INPUT LBLD-FILE.
010916     IF WS-LBLD-STATUS NOT = '00'
010924         DISPLAY 'FZBPREED-011E LBLD-FILE OPEN FAILED, STATUS '
010932             WS-LBLD-STATUS
010940         MOVE 'FZBPREED-011E' TO WS-EVT-MSG-ID
010948         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
010956         MOVE 'LBLD-FILE OPEN FAILED' TO WS-EVT-TEXT
010964         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
010972         MOVE 16 TO RETURN-CODE
010980         GOBACK
010988     END-IF.
011000     PERFORM 1100-READ-CTL-RECORD THRU 1100-EXIT.
011100     IF WS-CTL-EOF
011200         DISPLAY 'FZBPREED-003E CTL-FILE IS EMPTY'
020900     DISPLAY 'RULE ' WS-IDX-DISP ' .............. DIVISOR '
021000         CTL-DIVISOR (W-RULE-IDX) ' LABEL '
021100         CTL-LABEL (W-RULE-IDX).
021110     PERFORM 3110-PRINT-RULE-TYPE THRU 3110-EXIT.
021120     MOVE CTL-LABEL (W-RULE-IDX) TO WS-LOOKUP-LABEL.
021130     MOVE 'RULE' TO WS-LOOKUP-ENTRY.
021140     PERFORM 3400-PRINT-LABEL-MEANING THRU 3400-EXIT.
021200 3100-EXIT.
021300     EXIT.
021301*****************************************************************
021302* 3110-PRINT-RULE-TYPE - PRINT THE TEST ONE RULE APPLIES, BY     *
021303*                        RULE TYPE, AND FLAG A TYPE OR OPERANDS  *
021304*                        THE RULE CANNOT BE TESTED WITH          *
021305*****************************************************************
021306 3110-PRINT-RULE-TYPE.
021307     EVALUATE TRUE
021308         WHEN CTL-RULE-IS-DIVISIBLE (W-RULE-IDX)
021309             DISPLAY '       TYPE ......... DIVISIBLE BY '
021310                 CTL-DIVISOR (W-RULE-IDX)
021311         WHEN CTL-RULE-IS-REMAINDER (W-RULE-IDX)
021312             DISPLAY '       TYPE ......... REMAINDER '
021313                 CTL-RULE-REMAINDER (W-RULE-IDX) ' MODULO '
021314                 CTL-RULE-MODULUS (W-RULE-IDX)
021315             IF CTL-RULE-MODULUS (W-RULE-IDX) IS NOT NUMERIC
021316                     OR CTL-RULE-MODULUS (W-RULE-IDX) = 0
021317                     OR CTL-RULE-REMAINDER (W-RULE-IDX)
021318                        IS NOT NUMERIC
021319                     OR CTL-RULE-REMAINDER (W-RULE-IDX)
021320                        NOT < CTL-RULE-MODULUS (W-RULE-IDX)
021321                 DISPLAY 'FZBPREED-010E RUN ID ' CTL-RUN-ID
021322                     ' RULE ' WS-IDX-DISP
021323                     ' REMAINDER NOT LESS THAN NON-ZERO MODULUS'
021324                 MOVE 'N' TO WS-CLEAN-SW
021325                 ADD 1 TO W-ERROR-COUNT
021326             END-IF
021327         WHEN CTL-RULE-IS-DIGIT (W-RULE-IDX)
021328             DISPLAY '       TYPE ......... CONTAINS DIGIT '
021329                 CTL-RULE-DIGIT (W-RULE-IDX)
021330             IF CTL-RULE-DIGIT (W-RULE-IDX) IS NOT NUMERIC
021331                 DISPLAY 'FZBPREED-010E RUN ID ' CTL-RUN-ID
021332                     ' RULE ' WS-IDX-DISP ' DIGIT NOT 0-9'
021333                 MOVE 'N' TO WS-CLEAN-SW
021334                 ADD 1 TO W-ERROR-COUNT
021335             END-IF
021336         WHEN CTL-RULE-IS-BAND (W-RULE-IDX)
021337             DISPLAY '       TYPE ......... BAND '
021338                 CTL-RULE-BAND-LOW (W-RULE-IDX) ' THRU '
021339                 CTL-RULE-BAND-HIGH (W-RULE-IDX)
021340             IF CTL-RULE-BAND-LOW (W-RULE-IDX) IS NOT NUMERIC
021341                     OR CTL-RULE-BAND-HIGH (W-RULE-IDX)
021342                        IS NOT NUMERIC
021343                     OR CTL-RULE-BAND-LOW (W-RULE-IDX)
021344                        > CTL-RULE-BAND-HIGH (W-RULE-IDX)
021345                 DISPLAY 'FZBPREED-010E RUN ID ' CTL-RUN-ID
021346                     ' RULE ' WS-IDX-DISP
021347                     ' BAND NOT NUMERIC OR LOW ABOVE HIGH'
021348                 MOVE 'N' TO WS-CLEAN-SW
021349                 ADD 1 TO W-ERROR-COUNT
021350             END-IF
021351         WHEN OTHER
021352             DISPLAY 'FZBPREED-010E RUN ID ' CTL-RUN-ID
021353                 ' RULE ' WS-IDX-DISP ' TYPE '
021354                 CTL-RULE-TYPE (W-RULE-IDX)
021355                 ' NOT D, R, G, OR B'
021356             MOVE 'N' TO WS-CLEAN-SW
021357             ADD 1 TO W-ERROR-COUNT
021358     END-EVALUATE.
021359 3110-EXIT.
021360     EXIT.
021400*****************************************************************
021500* 3200-PRINT-ONE-OVERRIDE - PRINT ONE RESERVED-NUMBER OVERRIDE   *
021600*                           TABLE ENTRY                          *
022000     DISPLAY 'OVERRIDE ' WS-IDX-DISP ' .......... NUMBER '
022100         CTL-OVERRIDE-NUMBER (W-OVERRIDE-IDX) ' LABEL '
022200         CTL-OVERRIDE-LABEL (W-OVERRIDE-IDX).
022210     MOVE CTL-OVERRIDE-LABEL (W-OVERRIDE-IDX) TO WS-LOOKUP-LABEL.
022220     MOVE 'OVERRIDE' TO WS-LOOKUP-ENTRY.
022230     PERFORM 3400-PRINT-LABEL-MEANING THRU 3400-EXIT.
022300 3200-EXIT.
022400     EXIT.
022500*****************************************************************
023000     DISPLAY 'COMBO ' WS-IDX-DISP ' ............. MASK '
023100         CTL-COMBO-MASK (W-COMBO-IDX) ' LABEL '
023200         CTL-COMBO-LABEL (W-COMBO-IDX).
023210     MOVE CTL-COMBO-LABEL (W-COMBO-IDX) TO WS-LOOKUP-LABEL.
023220     MOVE 'COMBO' TO WS-LOOKUP-ENTRY.
023230     PERFORM 3400-PRINT-LABEL-MEANING THRU 3400-EXIT.
023300 3300-EXIT.
023400     EXIT.
023402*****************************************************************
023404* 3400-PRINT-LABEL-MEANING - PRINT THE LABEL DICTIONARY'S LONG   *
023406*                            DESCRIPTION OF ONE LABEL, AND FLAG  *
023408*                            A LABEL THE DICTIONARY DOES NOT     *
023410*                            HOLD OR HOLDS AS RETIRED.  A BLANK  *
023412*                            LABEL IS LEFT TO FIZZBUZZ'S OWN     *
023414*                            VALIDATION                          *
023416*****************************************************************
023418 3400-PRINT-LABEL-MEANING.
023420     IF WS-LOOKUP-LABEL = SPACES
023422         GO TO 3400-EXIT
023424     END-IF.
023426     MOVE WS-LOOKUP-LABEL TO LBLD-LABEL.
023428     READ LBLD-FILE
023430         INVALID KEY
023432             CONTINUE
023434     END-READ.
023436     IF WS-LBLD-STATUS = '23'
023438         DISPLAY 'FZBPREED-012E RUN ID ' CTL-RUN-ID ' '
023440             WS-LOOKUP-ENTRY ' ' WS-IDX-DISP ' LABEL '
023442             WS-LOOKUP-LABEL ' NOT IN LABEL DICTIONARY'
023444         MOVE 'N' TO WS-CLEAN-SW
023446         ADD 1 TO W-ERROR-COUNT
023448         GO TO 3400-EXIT
023450     END-IF.
023452     IF WS-LBLD-STATUS NOT = '00'
023454         DISPLAY 'FZBPREED-013E LBLD-FILE READ FAILED, STATUS '
023456             WS-LBLD-STATUS
023458         MOVE 'FZBPREED-013E' TO WS-EVT-MSG-ID
023460         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
023462         MOVE 'LBLD-FILE READ FAILED' TO WS-EVT-TEXT
023464         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
023466         MOVE 16 TO RETURN-CODE
023468         GOBACK
023470     END-IF.
023472     DISPLAY '       MEANING ...... ' LBLD-DESCRIPTION.
023474     DISPLAY '       ERP CODE ..... ' LBLD-ERP-CODE.
023476     IF LBLD-RETIRED
023478         DISPLAY 'FZBPREED-012E RUN ID ' CTL-RUN-ID ' '
023480             WS-LOOKUP-ENTRY ' ' WS-IDX-DISP ' LABEL '
023482             WS-LOOKUP-LABEL ' IS RETIRED IN LABEL DICTIONARY'
023484         MOVE 'N' TO WS-CLEAN-SW
023486         ADD 1 TO W-ERROR-COUNT
023488     END-IF.
023490 3400-EXIT.
023492     EXIT.
023500*****************************************************************
023600* 4000-CHECK-AGAINST-PRIOR-LOTS - EDIT THIS RECORD'S RUN ID AND  *
023700*                                 RANGE AGAINST EVERY CONTROL    *
035200*****************************************************************
035300 9000-TERMINATE.
035400     CLOSE CTL-FILE.
035410     CLOSE LBLD-FILE.
035500 9000-EXIT.
035600     EXIT.
035601******************************************************************
