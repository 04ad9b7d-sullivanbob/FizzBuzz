001893*                THE COMMON EVENT LOG (EVTFILE, VIA FZBEVLOG) SO   *
001894*                SCHEDULER AUTOMATION KEYS OFF ONE DATASET INSTEAD *
001895*                OF SCRAPING THIS PROGRAM'S SYSOUT.                *
001904*   10/15/26 BS  EACH EXTRACT RECORD NOW CARRIES THE ERP PRODUCT/   *
001913*                CATEGORY CODE (XTR-ERP-CODE) THE LABEL DICTIONARY  *
001922*                (LBLDICT) MAPS ITS DECISION TEXT TO.  A PLAIN      *
001931*                NUMBER CARRIES NO CODE.  A DECISION THE DICTIONARY *
001940*                DOES NOT HOLD IS STILL EXTRACTED, WITH A BLANK     *
001949*                CODE, AND WARNED SO THE RUN ENDS RC 4.  A RETIRED  *
001958*                LABEL STILL MAPS, SO AN OLDER RUN CAN BE           *
001967*                RE-EXTRACTED.                                      *
001983*****************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. FZBXTR.
002200 AUTHOR. BOB.
003430         ACCESS MODE IS RANDOM
003440         RECORD KEY IS CKPT-RUN-ID
003450         FILE STATUS IS WS-CKPT-STATUS.
003458     SELECT LBLD-FILE ASSIGN TO LBLDICT
003466         ORGANIZATION IS INDEXED
003474         ACCESS MODE IS RANDOM
003482         RECORD KEY IS LBLD-LABEL
003490         FILE STATUS IS WS-LBLD-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  AUD-FILE
004200     COPY FZBXTR.
004210 FD  CKPT-FILE.
004220     COPY FZBCKPT.
004230 FD  LBLD-FILE.
004240     COPY FZBLBLD.
004300 WORKING-STORAGE SECTION.
004400*****************************************************************
004500* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
004700 77  WS-AUD-STATUS            PIC X(02) VALUE SPACES.
004800 77  WS-XTR-STATUS            PIC X(02) VALUE SPACES.
004810 77  WS-CKPT-STATUS           PIC X(02) VALUE SPACES.
004820 77  WS-LBLD-STATUS           PIC X(02) VALUE SPACES.
004900 77  WS-AUD-EOF-SW            PIC X(01) VALUE 'N'.
005000     88  WS-AUD-EOF               VALUE 'Y'.
005100 77  W-AUD-READ-COUNT         PIC 9(06) COMP VALUE 0.
005200 77  W-XTR-WRITE-COUNT        PIC 9(06) COMP VALUE 0.
005208 77  W-UNMAPPED-COUNT         PIC 9(06) COMP VALUE 0.
005216*****************************************************************
005224* WORKING STORAGE - LAST LABEL LOOKED UP ON THE LABEL DICTIONARY *
005232*                   AND THE ERP CODE IT MAPPED TO.  A RUN'S      *
005240*                   DECISIONS REPEAT A HANDFUL OF LABELS, SO A   *
005248*                   REPEAT OF THE LAST ONE SKIPS THE READ        *
005256*****************************************************************
005264 77  WS-LAST-LABEL            PIC X(08) VALUE SPACES.
005272 77  WS-LAST-ERP-CODE         PIC X(10) VALUE SPACES.
005280 77  WS-LAST-FOUND-SW         PIC X(01) VALUE 'N'.
005288     88  WS-LAST-FOUND            VALUE 'Y'.
005300*****************************************************************
005400* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
005500*****************************************************************
005600 77  WS-AUD-READ-DISP         PIC 9(06) VALUE 0.
005633 77  WS-XTR-WRITE-DISP        PIC 9(06) VALUE 0.
005666 77  WS-UNMAPPED-DISP         PIC 9(06) VALUE 0.
005701******************************************************************
005702* WORKING STORAGE - EVENT LOG STAGING.  EACH ERROR OR MILESTONE  *
005703*                   IS STAGED HERE AND WRITTEN TO THE COMMON     *
007100     PERFORM 2000-PROCESS-ONE-AUD-RECORD THRU 2000-EXIT
007200         UNTIL WS-AUD-EOF.
007300     PERFORM 8000-SUMMARY THRU 8000-EXIT.
007310     IF W-UNMAPPED-COUNT > 0
007320         MOVE 4 TO RETURN-CODE
007330     END-IF.
007400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007401     MOVE 'FZBXTR-901I' TO WS-EVT-MSG-ID.
007402     MOVE 'END OF RUN' TO WS-EVT-TEXT.
009300         MOVE 16 TO RETURN-CODE
009400         GOBACK
009500     END-IF.
009507     OPEN INPUT LBLD-FILE.
009514     IF WS-LBLD-STATUS NOT = '00'
009521         DISPLAY 'FZBXTR-008E LBLD-FILE OPEN FAILED, STATUS '
009528             WS-LBLD-STATUS
009535         MOVE 'FZBXTR-008E' TO WS-EVT-MSG-ID
009542         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
009549         MOVE 'LBLD-FILE OPEN FAILED' TO WS-EVT-TEXT
009556         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
009563         MOVE 16 TO RETURN-CODE
009570         GOBACK
009577     END-IF.
009584     PERFORM 1050-CHECK-RUN-NOT-VOID THRU 1050-EXIT.
009600     PERFORM 1100-READ-UNTIL-MATCH THRU 1100-EXIT.
009700 1000-EXIT.
009800     EXIT.
013900     MOVE AUD-RUN-ID TO XTR-RUN-ID.
014000     MOVE AUD-DATE TO XTR-CLASS-DATE.
014100     MOVE AUD-TIME TO XTR-CLASS-TIME.
014110     PERFORM 2050-MAP-ERP-CODE THRU 2050-EXIT.
014200     PERFORM 2100-WRITE-XTR-RECORD THRU 2100-EXIT.
014300     PERFORM 1100-READ-UNTIL-MATCH THRU 1100-EXIT.
014400 2000-EXIT.
014500     EXIT.
014501*****************************************************************
014502* 2050-MAP-ERP-CODE - SET XTR-ERP-CODE FROM THE LABEL DICTIONARY *
014503*                     ENTRY FOR THE DECISION TEXT.  A PLAIN      *
014504*                     NUMBER CARRIES NO CODE.  A DECISION LONGER *
014505*                     THAN A LABEL, OR ONE THE DICTIONARY DOES   *
014506*                     NOT HOLD, IS WARNED AND SENT WITH A BLANK  *
014507*                     CODE.  A RETIRED LABEL STILL MAPS          *
014508*****************************************************************
014509 2050-MAP-ERP-CODE.
014510     MOVE SPACES TO XTR-ERP-CODE.
014511     IF AUD-RULE-LIST = 'NONE'
014512         GO TO 2050-EXIT
014513     END-IF.
014514     IF AUD-DECISION (9:32) NOT = SPACES
014515         GO TO 2060-UNMAPPED
014516     END-IF.
014517     IF AUD-DECISION (1:8) NOT = WS-LAST-LABEL
014518         PERFORM 2070-READ-LABEL-DICTIONARY THRU 2070-EXIT
014519     END-IF.
014520     IF WS-LAST-FOUND
014521         MOVE WS-LAST-ERP-CODE TO XTR-ERP-CODE
014522         GO TO 2050-EXIT
014523     END-IF.
014524 2060-UNMAPPED.
014525     ADD 1 TO W-UNMAPPED-COUNT.
014526     DISPLAY 'FZBXTR-009W LOT ' AUD-NUMBER ' DECISION '
014527         AUD-DECISION ' NOT IN LABEL DICTIONARY'.
014528     MOVE 'FZBXTR-009W' TO WS-EVT-MSG-ID.
014529     MOVE SPACES TO WS-EVT-TEXT.
014530     STRING 'NO ERP CODE FOR LOT ' DELIMITED BY SIZE
014531         AUD-NUMBER DELIMITED BY SIZE
014532         INTO WS-EVT-TEXT.
014533     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
014534 2050-EXIT.
014535     EXIT.
014536*****************************************************************
014537* 2070-READ-LABEL-DICTIONARY - LOOK THE DECISION TEXT UP ON THE  *
014538*                              LABEL DICTIONARY AND REMEMBER THE *
014539*                              RESULT FOR THE NEXT RECORD        *
014540*****************************************************************
014541 2070-READ-LABEL-DICTIONARY.
014542     MOVE AUD-DECISION (1:8) TO WS-LAST-LABEL.
014543     MOVE SPACES TO WS-LAST-ERP-CODE.
014544     MOVE 'N' TO WS-LAST-FOUND-SW.
014545     MOVE WS-LAST-LABEL TO LBLD-LABEL.
014546     READ LBLD-FILE
014547         INVALID KEY
014548             CONTINUE
014549     END-READ.
014550     IF WS-LBLD-STATUS = '00'
014551         MOVE LBLD-ERP-CODE TO WS-LAST-ERP-CODE
014552         MOVE 'Y' TO WS-LAST-FOUND-SW
014553         GO TO 2070-EXIT
014554     END-IF.
014555     IF WS-LBLD-STATUS NOT = '23'
014556         DISPLAY 'FZBXTR-010E LBLD-FILE READ FAILED, STATUS '
014557             WS-LBLD-STATUS
014558         MOVE 'FZBXTR-010E' TO WS-EVT-MSG-ID
014559         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
014560         MOVE 'LBLD-FILE READ FAILED' TO WS-EVT-TEXT
014561         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
014562         MOVE 16 TO RETURN-CODE
014563         GOBACK
014564     END-IF.
014565 2070-EXIT.
014566     EXIT.
014600*****************************************************************
014700* 2100-WRITE-XTR-RECORD - WRITE THE EXTRACT RECORD JUST BUILT    *
014800*****************************************************************
016300 8000-SUMMARY.
016400     MOVE W-AUD-READ-COUNT TO WS-AUD-READ-DISP.
016500     MOVE W-XTR-WRITE-COUNT TO WS-XTR-WRITE-DISP.
016510     MOVE W-UNMAPPED-COUNT TO WS-UNMAPPED-DISP.
016600     DISPLAY '===== FZBXTR RUN SUMMARY ====='.
016700     DISPLAY 'RUN ID ................ ' LS-PARM-TARGET-RUN-ID.
016800     DISPLAY 'AUDIT RECORDS READ ..... ' WS-AUD-READ-DISP.
016900     DISPLAY 'EXTRACT RECORDS WRITTEN  ' WS-XTR-WRITE-DISP.
016910     DISPLAY 'NO ERP CODE (WARNED) ... ' WS-UNMAPPED-DISP.
017000     DISPLAY '==============================='.
017100 8000-EXIT.
017200     EXIT.
017700     CLOSE AUD-FILE.
017800     CLOSE XTR-FILE.
017850     CLOSE CKPT-FILE.
017860     CLOSE LBLD-FILE.
017900 9000-EXIT.
018000     EXIT.
018001******************************************************************
