001900* REPORTED AND THE RUN ENDS RC 8 SO THE OPERATOR FINDS OUT THE       *
002000* SAME NIGHT.  EACH DISPOSITION IS APPLIED TO THE FIRST ITEM IT      *
002100* MATCHES.                                                           *
002110*                                                                    *
002120* A DISPOSITION IS ONLY ACCEPTED FROM AN OPERATOR HOLDING THE        *
002130* OPERATOR ROLE TODAY; ONE FROM ANY OTHER ID IS IGNORED AND          *
002140* LOGGED TO THE EVENT LOG FOR SECURITY REVIEW.                       *
002200*                                                                    *
002300* MODIFICATION HISTORY                                              *
002400*   09/01/26 BS  ORIGINAL PROGRAM.                                  *
002402*                THE COMMON EVENT LOG (EVTFILE, VIA FZBEVLOG) SO    *
002403*                SCHEDULER AUTOMATION KEYS OFF ONE DATASET INSTEAD  *
002404*                OF SCRAPING THIS PROGRAM'S SYSOUT.                 *
002405*   10/14/26 BS  SUSPENSE RECORDS NOW CARRY A RULE TYPE AND         *
002406*                OPERANDS; THEY ARE CARRIED THROUGH TO NSUSFILE     *
002407*                UNCHANGED WITH THE REST OF THE RECORD.             *
002417*   10/15/26 BS  EVERY DISPOSITION NOW NAMES THE OPERATOR ENTERING  *
002427*                IT, WHO MUST HOLD THE OPERATOR ROLE ON THE USER    *
002437*                AUTHORIZATION MASTER (USRMAST, CHECKED THROUGH     *
002447*                FZBAUTH) TODAY.  A REFUSED DISPOSITION IS IGNORED, *
002457*                LOGGED, AND ENDS THE RUN RC 8 LIKE ANY OTHER BAD   *
002467*                DISPOSITION; AN UNREADABLE MASTER ENDS IT RC 16.   *
002500*****************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. FZBSUSRP.
006800                   ==SUSP-PEND-ACTION== BY ==NSUS-PEND-ACTION==,
006900                   ==SUSP-RETRY-COUNT== BY ==NSUS-RETRY-COUNT==,
007000                   ==SUSP-HOLD-SW==     BY ==NSUS-HOLD-SW==,
007100                   ==SUSP-HELD==        BY ==NSUS-HELD==,
007101                   ==SUSP-RULE-TYPE==   BY ==NSUS-RULE-TYPE==,
007102                   ==SUSP-RULE-OPERANDS== BY
007103                   ==NSUS-RULE-OPERANDS==.
007200 WORKING-STORAGE SECTION.
007300*****************************************************************
007400* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
011000         10  W-DISP-COMBO-DIVISORS    PIC 9(02) OCCURS 5 TIMES.
011100         10  W-DISP-OVERRIDE-NUMBER   PIC 9(06).
011200         10  W-DISP-TARGET-RUN-ID     PIC X(08).
011210         10  W-DISP-OPERATOR-ID       PIC X(08).
011300         10  W-DISP-USED-SW           PIC X(01).
011400*****************************************************************
011500* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
012210 77  WS-EVT-RUN-ID           PIC X(08) VALUE SPACES.
012211 77  WS-EVT-FILE-STATUS      PIC X(02) VALUE SPACES.
012212 77  WS-EVT-TEXT             PIC X(40) VALUE SPACES.
012220*****************************************************************
012228* WORKING STORAGE - OPERATOR ROLE CHECK STAGING FOR FZBAUTH      *
012236*****************************************************************
012244 77  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
012252 77  WS-AUTH-ROLE             PIC X(01) VALUE 'O'.
012260 77  WS-AUTH-RESULT           PIC X(01) VALUE SPACES.
012268     88  WS-AUTH-GRANTED          VALUE 'Y'.
012276     88  WS-AUTH-MASTER-DOWN      VALUE 'E'.
012284 77  WS-AUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
012292 77  WS-AUTH-REASON           PIC X(30) VALUE SPACES.
012300 PROCEDURE DIVISION.
012400*****************************************************************
012500* 0000-MAIN-PROCEDURE - CONTROLS THE OVERALL FLOW OF THE RUN     *
019900         PERFORM 1100-READ-DISPOSITION THRU 1100-EXIT
020000         GO TO 1200-EXIT
020100     END-IF.
020110     PERFORM 1210-CHECK-OPERATOR THRU 1210-EXIT.
020120     IF NOT WS-AUTH-GRANTED
020130         MOVE 'Y' TO WS-UNMATCHED-SW
020140         PERFORM 1100-READ-DISPOSITION THRU 1100-EXIT
020150         GO TO 1200-EXIT
020160     END-IF.
020200     IF W-DISP-COUNT NOT < 20
020300         DISPLAY 'FZBSUSRP-006E MORE THAN 20 DISPOSITIONS - '
020400             'RECORD IGNORED'
021900         TO W-DISP-OVERRIDE-NUMBER (W-DISP-COUNT).
022000     MOVE DISP-TARGET-RUN-ID
022100         TO W-DISP-TARGET-RUN-ID (W-DISP-COUNT).
022110     MOVE DISP-OPERATOR-ID
022120         TO W-DISP-OPERATOR-ID (W-DISP-COUNT).
022200     MOVE 'N' TO W-DISP-USED-SW (W-DISP-COUNT).
022300     PERFORM 1100-READ-DISPOSITION THRU 1100-EXIT.
022400 1200-EXIT.
022500     EXIT.
022502*****************************************************************
022504* 1210-CHECK-OPERATOR - THE OPERATOR ENTERING THE DISPOSITION    *
022506*                       MUST HOLD THE OPERATOR ROLE TODAY.  A    *
022508*                       REFUSAL IS LOGGED FOR SECURITY REVIEW; AN*
022510*                       UNREADABLE USER MASTER ENDS THE RUN      *
022512*****************************************************************
022514 1210-CHECK-OPERATOR.
022516     MOVE DISP-OPERATOR-ID TO WS-AUTH-USER-ID.
022518     CALL 'FZBAUTH' USING WS-AUTH-USER-ID WS-AUTH-ROLE
022520         WS-AUTH-RESULT WS-AUTH-FILE-STATUS WS-AUTH-REASON.
022522     IF WS-AUTH-GRANTED
022524         GO TO 1210-EXIT
022526     END-IF.
022528     MOVE SPACES TO WS-EVT-TEXT.
022530     MOVE WS-AUTH-FILE-STATUS TO WS-EVT-FILE-STATUS.
022532     MOVE DISP-TARGET-RUN-ID TO WS-EVT-RUN-ID.
022534     STRING WS-AUTH-USER-ID ' O ' WS-AUTH-REASON
022536         DELIMITED BY SIZE
022538         INTO WS-EVT-TEXT
022540     END-STRING.
022542     IF WS-AUTH-MASTER-DOWN
022544         DISPLAY 'FZBSUSRP-011E USER MASTER UNAVAILABLE, STATUS '
022546             WS-AUTH-FILE-STATUS
022548         MOVE 'FZBSUSRP-011E' TO WS-EVT-MSG-ID
022550         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
022552         MOVE 16 TO RETURN-CODE
022554         GOBACK
022556     END-IF.
022558     DISPLAY 'FZBSUSRP-010W DISPOSITION FROM ' WS-AUTH-USER-ID
022560         ' REFUSED - ' WS-AUTH-REASON.
022562     MOVE 'FZBSUSRP-010W' TO WS-EVT-MSG-ID.
022564     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
022566 1210-EXIT.
022568     EXIT.
022600*****************************************************************
022700* 1250-STORE-ONE-DISP-DIVISOR - COPY ONE DISPOSITION COMBO       *
022800*                               DIVISOR INTO THE TABLE ENTRY     *
027500                 PERFORM 4000-WRITE-DISPOSED-SUSPENSE
027600                     THRU 4000-EXIT
027700                 ADD 1 TO W-FORCED-COUNT
027800                 DISPLAY '  ... FORCED FOR RETRY BY OPERATOR '
027810                     W-DISP-OPERATOR-ID (W-DISP-FOUND-IDX)
027900             WHEN 'H'
028000                 MOVE 'Y' TO SUSP-HOLD-SW
028100                 PERFORM 4000-WRITE-DISPOSED-SUSPENSE
028200                     THRU 4000-EXIT
028300                 ADD 1 TO W-HELD-COUNT
028400                 DISPLAY '  ... HELD BY OPERATOR '
028410                     W-DISP-OPERATOR-ID (W-DISP-FOUND-IDX)
028500             WHEN 'P'
028600                 ADD 1 TO W-PURGED-COUNT
028700                 DISPLAY '  ... PURGED BY OPERATOR '
028710                     W-DISP-OPERATOR-ID (W-DISP-FOUND-IDX)
028800         END-EVALUATE
028900     END-IF.
029000     PERFORM 1300-READ-SUSPENSE THRU 1300-EXIT.
