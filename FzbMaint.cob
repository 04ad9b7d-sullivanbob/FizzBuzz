003057*                BAD COMMIT WAS JOURNALING A BEFORE-IMAGE THAT        *
003058*                ALREADY HELD THE BAD TABLES, SO A LATER BACKOUT      *
003059*                RESTORED THE BAD STATE AND UNDID NOTHING.            *
003060*   10/14/26 BS  A RULE ADD ('A') NOW CARRIES A RULE TYPE AND ITS      *
003061*                OPERANDS (TRAN-RULE-TYPE/TRAN-RULE-OPERANDS) -        *
003062*                DIVISIBILITY, REMAINDER (MOD M LEAVES R), DIGIT       *
003063*                (CONTAINS N), OR RANGE BAND (LOW THROUGH HIGH) - AND  *
003064*                A RULE CHANGE ('C') WITH A NON-BLANK TYPE RETYPES     *
003065*                THE RULE AS WELL AS RELABELLING IT.  THE OPERANDS     *
003066*                ARE EDITED BEFORE THE CHANGE IS APPLIED, TRAVEL       *
003067*                WITH THE TRANSACTION THROUGH PENDING, SUSPENSE, AND   *
003068*                EXCEPTION RECORDS, MUST BE RE-KEYED ON THE APPROVAL,  *
003069*                AND ARE WRITTEN TO THE MAINTENANCE AUDIT.  TRAN-      *
003070*                DIVISOR REMAINS THE KEY A RULE IS NAMED BY FOR EVERY  *
003071*                TYPE.  CONTROL AND JOURNAL IMAGES ARE NOW 300 BYTES.  *
003072*   10/15/26 BS  THE RUN ID THE BATCH APPLIES TO - AFTER ANY PARM      *
003073*                STAMP - MUST NOW BE ONE THE RUN ID REGISTRY (RUNREG,  *
003074*                FZBRREG) ISSUED AND HAS NOT SEEN CONSUMED OR SPLIT.   *
003075*                A MISTYPED OR REUSED RUN ID IS REFUSED (RC 16) BEFORE *
003076*                ANY TRANSACTION IS READ OR THE CONTROL RECORD IS      *
003077*                TOUCHED, SO IT CAN NEVER BE STAMPED ONTO A LOT.       *
003078*   10/15/26 BS  EVERY LABEL AN ADD OR CHANGE OF A RULE, OVERRIDE, OR  *
003079*                COMBINATION CARRIES MUST NOW BE ON THE LABEL          *
003080*                DICTIONARY (LBLDICT, FZBLBLD) AND ACTIVE.  AN UNKNOWN *
003081*                OR RETIRED LABEL IS REJECTED WHEN THE CHANGE IS       *
003082*                STAGED, AND AGAIN AT APPROVAL IN CASE THE LABEL WAS   *
003083*                RETIRED IN BETWEEN, SO A MISSPELLED LABEL CAN NEVER   *
003084*                REACH THE ERP FEED.                                   *
003085*   10/15/26 BS  THE SUBMITTER OF EVERY STAGED CHANGE MUST HOLD THE    *
003086*                SUBMITTER ROLE, AND THE APPROVER OF EVERY APPROVAL    *
003087*                THE APPROVER ROLE, ON THE USER AUTHORIZATION MASTER   *
003088*                (USRMAST, CHECKED THROUGH FZBAUTH), ACTIVE AND IN     *
003089*                FORCE TODAY.  THE SUBMITTER IS CHECKED AGAIN AT       *
003090*                APPROVAL.  A REFUSAL IS REJECTED LIKE ANY OTHER EDIT  *
003091*                AND ALSO LOGGED TO THE EVENT LOG FOR SECURITY REVIEW. *
003092*****************************************************************
003093 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. FZBMAINT.
003200 AUTHOR. BOB.
003300 INSTALLATION. DATA PROCESSING.
004200     SELECT TRAN-FILE ASSIGN TO TRANFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-TRAN-STATUS.
004405     SELECT RREG-FILE ASSIGN TO RUNREG
004410         ORGANIZATION IS INDEXED
004415         ACCESS MODE IS RANDOM
004420         RECORD KEY IS RREG-RUN-ID
004425         FILE STATUS IS WS-RREG-STATUS.
004430     SELECT LBLD-FILE ASSIGN TO LBLDICT
004435         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS RANDOM
004445         RECORD KEY IS LBLD-LABEL
004450         FILE STATUS IS WS-LBLD-STATUS.
004500     SELECT MEXC-FILE ASSIGN TO MEXCFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-MEXC-STATUS.
005600 FD  MEXC-FILE
005700     RECORDING MODE IS F.
005800     COPY FZBMEXC.
005802 FD  RREG-FILE.
005804     COPY FZBRREG.
005806 FD  LBLD-FILE.
005808     COPY FZBLBLD.
005810 FD  SUSP-FILE
005820     RECORDING MODE IS F.
005830     COPY FZBSUSP.
005920                   ==SUSP-COMBO-DIVISORS== BY
005930                   ==NSUS-COMBO-DIVISORS==,
005940                   ==SUSP-COMBO-IDX==   BY ==NSUS-COMBO-IDX==,
005941                   ==SUSP-RULE-TYPE==   BY ==NSUS-RULE-TYPE==,
005942                   ==SUSP-RULE-OPERANDS== BY
005943                   ==NSUS-RULE-OPERANDS==,
005945                   ==SUSP-OVERRIDE-NUMBER== BY
005946                   ==NSUS-OVERRIDE-NUMBER==,
005947                   ==SUSP-TARGET-RUN-ID== BY
005971                   ==NPND-SUBMITTER-ID==,
005972                   ==PEND-TARGET-RUN-ID== BY
005973                   ==NPND-TARGET-RUN-ID==,
005974                   ==PEND-AGE-COUNT==   BY ==NPND-AGE-COUNT==,
005975                   ==PEND-RULE-TYPE==   BY ==NPND-RULE-TYPE==,
005976                   ==PEND-RULE-OPERANDS== BY
005977                   ==NPND-RULE-OPERANDS==.
005978 FD  MAUD-FILE
005979     RECORDING MODE IS F.
005980     COPY FZBMAUD.
005981 FD  JRNL-FILE
005982     RECORDING MODE IS F.
005983     COPY FZBJRNL.
005984 FD  LOCK-FILE.
005985     COPY FZBLOCK.
005990 WORKING-STORAGE SECTION.
006000*****************************************************************
006100* WORKING STORAGE - STANDALONE COUNTERS AND SWITCHES             *
006200*****************************************************************
006550 77  WS-MAUD-STATUS           PIC X(02) VALUE SPACES.
006560 77  WS-JRNL-STATUS           PIC X(02) VALUE SPACES.
006570 77  WS-LOCK-STATUS           PIC X(02) VALUE SPACES.
006572 77  WS-RREG-STATUS           PIC X(02) VALUE SPACES.
006574 77  WS-LBLD-STATUS           PIC X(02) VALUE SPACES.
006580 77  W-ONFILE-RUN-ID          PIC X(08) VALUE SPACES.
006590 77  W-SAVED-CTL-IMAGE        PIC X(300) VALUE SPACES.
006600 77  W-JRNL-IMAGE             PIC X(300) VALUE SPACES.
006601 77  WS-TRAN-EOF-SW           PIC X(01) VALUE 'N'.
006700     88  WS-TRAN-EOF              VALUE 'Y'.
006705 77  WS-CTL-EOF-SW            PIC X(01) VALUE 'N'.
006708     88  WS-CTL-STAMPED           VALUE 'Y'.
006710 77  WS-SUSP-EOF-SW           PIC X(01) VALUE 'N'.
006720     88  WS-SUSP-EOF              VALUE 'Y'.
006725*****************************************************************
006730* WORKING STORAGE - ROLE CHECK STAGING FOR FZBAUTH.  THE ROLE    *
006735*                   NAME PREFIXES THE REFUSAL REASON SO THE      *
006740*                   EXCEPTION SAYS WHICH ID WAS REFUSED          *
006745*****************************************************************
006750 77  WS-AUTH-USER-ID          PIC X(08) VALUE SPACES.
006755 77  WS-AUTH-ROLE             PIC X(01) VALUE SPACES.
006760 77  WS-AUTH-ROLE-NAME        PIC X(09) VALUE SPACES.
006765 77  WS-AUTH-RESULT           PIC X(01) VALUE SPACES.
006770     88  WS-AUTH-GRANTED          VALUE 'Y'.
006775     88  WS-AUTH-MASTER-DOWN      VALUE 'E'.
006780 77  WS-AUTH-FILE-STATUS      PIC X(02) VALUE SPACES.
006785 77  WS-AUTH-REASON           PIC X(30) VALUE SPACES.
006800 77  WS-TRAN-VALID-SW         PIC X(01) VALUE 'Y'.
006900     88  WS-TRAN-VALID            VALUE 'Y'.
007000     88  WS-TRAN-INVALID           VALUE 'N'.
007631         10  W-PEND-SUBMITTER-ID      PIC X(08).
007632         10  W-PEND-AGE-COUNT         PIC 9(02).
007633         10  W-PEND-USED-SW           PIC X(01).
007634         10  W-PEND-RULE-TYPE         PIC X(01).
007636         10  W-PEND-RULE-OPERANDS     PIC X(12).
007650*****************************************************************
007700* WORKING STORAGE - DISPLAY-USAGE MIRRORS OF THE COMP COUNTERS   *
007800*                   ABOVE.  UNDER THIS DIALECT A COMP ITEM       *
007900*                   DISPLAYS WIDER THAN ITS PICTURE, SO EACH ONE *
011600     PERFORM 1050-FIND-TARGET-CTL-RECORD THRU 1050-EXIT.
011601     MOVE CTL-RUN-ID TO WS-EVT-RUN-ID.
011602     PERFORM 1080-CHECK-RUN-LOCK THRU 1080-EXIT.
011612     PERFORM 1090-CHECK-RUN-REGISTRY THRU 1090-EXIT.
013100     OPEN INPUT TRAN-FILE.
013200     IF WS-TRAN-STATUS NOT = '00'
013300         DISPLAY 'FZBMAINT-003E TRAN-FILE OPEN FAILED, STATUS '
013500         MOVE 16 TO RETURN-CODE
013600         GOBACK
013700     END-IF.
013705     OPEN INPUT LBLD-FILE.
013710     IF WS-LBLD-STATUS NOT = '00'
013715         DISPLAY 'FZBMAINT-029E LBLD-FILE OPEN FAILED, STATUS '
013720             WS-LBLD-STATUS
013725         MOVE 'FZBMAINT-029E' TO WS-EVT-MSG-ID
013730         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
013735         MOVE 'LBLD-FILE OPEN FAILED' TO WS-EVT-TEXT
013740         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
013745         MOVE 16 TO RETURN-CODE
013750         GOBACK
013755     END-IF.
013800     OPEN OUTPUT MEXC-FILE.
013900     IF WS-MEXC-STATUS NOT = '00'
014000         DISPLAY 'FZBMAINT-004E MEXC-FILE OPEN FAILED, STATUS '
015176 1080-EXIT.
015177     EXIT.
015178*****************************************************************
015179* 1090-CHECK-RUN-REGISTRY - REFUSE TO APPLY MAINTENANCE UNDER A  *
015180*                           RUN ID THE REGISTRY NEVER ISSUED, OR *
015181*                           ONE ALREADY CONSUMED BY A COMPLETED  *
015182*                           RUN OR HANDED TO SUB-RUNS BY         *
015183*                           FZBSPLIT.  THE CHECK USES THE RUN ID *
015184*                           THE BATCH APPLIES TO - THE PARM RUN  *
015185*                           ID WHEN IT WAS STAMPED OVER THE      *
015186*                           RECORD - SINCE THAT IS THE ID THE    *
015187*                           CLASSIFY WILL RUN UNDER              *
015188*****************************************************************
015189 1090-CHECK-RUN-REGISTRY.
015190     OPEN INPUT RREG-FILE.
015191     IF WS-RREG-STATUS NOT = '00'
015192         DISPLAY 'FZBMAINT-025E RREG-FILE OPEN FAILED, STATUS '
015193             WS-RREG-STATUS
015194         MOVE 'FZBMAINT-025E' TO WS-EVT-MSG-ID
015195         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
015196         MOVE 'RREG-FILE OPEN FAILED' TO WS-EVT-TEXT
015197         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015198         MOVE 16 TO RETURN-CODE
015199         GOBACK
015200     END-IF.
015201     MOVE CTL-RUN-ID TO RREG-RUN-ID.
015202     READ RREG-FILE
015203         INVALID KEY
015204             CONTINUE
015205     END-READ.
015206     IF WS-RREG-STATUS = '23'
015207         DISPLAY 'FZBMAINT-026E RUN ID ' CTL-RUN-ID
015208             ' WAS NEVER ISSUED - MAINTENANCE NOT APPLIED'
015209         MOVE 'FZBMAINT-026E' TO WS-EVT-MSG-ID
015210         MOVE 'RUN ID NOT ISSUED - MAINT NOT APPLIED'
015211             TO WS-EVT-TEXT
015212         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015213         MOVE 16 TO RETURN-CODE
015214         GOBACK
015215     END-IF.
015216     IF WS-RREG-STATUS NOT = '00'
015217         DISPLAY 'FZBMAINT-028E RREG-FILE READ FAILED, STATUS '
015218             WS-RREG-STATUS
015219         MOVE 'FZBMAINT-028E' TO WS-EVT-MSG-ID
015220         MOVE WS-RREG-STATUS TO WS-EVT-FILE-STATUS
015221         MOVE 'RREG-FILE READ FAILED' TO WS-EVT-TEXT
015222         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015223         MOVE 16 TO RETURN-CODE
015224         GOBACK
015225     END-IF.
015226     IF NOT RREG-ISSUED
015227         DISPLAY 'FZBMAINT-027E RUN ID ' CTL-RUN-ID
015228             ' ALREADY CONSUMED BY ' RREG-CONSUMED-BY ' ON '
015229             RREG-CONSUMED-DATE ' - MAINTENANCE NOT APPLIED'
015230         MOVE 'FZBMAINT-027E' TO WS-EVT-MSG-ID
015231         MOVE 'RUN ID CONSUMED - MAINT NOT APPLIED'
015232             TO WS-EVT-TEXT
015233         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
015234         MOVE 16 TO RETURN-CODE
015235         GOBACK
015236     END-IF.
015237     CLOSE RREG-FILE.
015238 1090-EXIT.
015239     EXIT.
015240*****************************************************************
015241* 1100-READ-TRANSACTION - READ THE NEXT MAINTENANCE TRANSACTION  *
015242*****************************************************************
015243 1100-READ-TRANSACTION.
015244     READ TRAN-FILE
015300         AT END
015400             MOVE 'Y' TO WS-TRAN-EOF-SW
015500     END-READ.
015960     MOVE PEND-OVERRIDE-NUMBER TO TRAN-OVERRIDE-NUMBER.
015961     MOVE PEND-SUBMITTER-ID TO TRAN-USER-ID.
015962     MOVE SPACE TO TRAN-PEND-ACTION.
015963     MOVE PEND-RULE-TYPE TO TRAN-RULE-TYPE.
015964     MOVE PEND-RULE-OPERANDS TO TRAN-RULE-OPERANDS.
015965     MOVE 'PENDING CHANGE AGED OUT UNAPPROVED' TO MEXC-REASON.
015966     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT.
015967     ADD 1 TO W-PEND-AGED-COUNT.
015968 1270-EXIT.
015969     EXIT.
015970*****************************************************************
015971* 1275-COPY-ONE-PEND-DIVISOR-IN - COPY ONE PENDING COMBO DIVISOR  *
015972*                                 INTO THE TRANSACTION RECORD     *
015973*****************************************************************
015974 1275-COPY-ONE-PEND-DIVISOR-IN.
015975     MOVE PEND-COMBO-DIVISORS (W-DIV-IDX)
015976         TO TRAN-COMBO-DIVISORS (W-DIV-IDX).
015977 1275-EXIT.
015978     EXIT.
015979*****************************************************************
015980* 1280-STORE-ONE-PENDING - HOLD ONE PENDING CHANGE IN THE TABLE   *
015981*                          FOR THIS RUN'S APPROVALS TO MATCH      *
015982*****************************************************************
015983 1280-STORE-ONE-PENDING.
015984     ADD 1 TO W-PEND-COUNT.
015985     MOVE PEND-ACTION TO W-PEND-ACTION (W-PEND-COUNT).
015986     MOVE PEND-DIVISOR TO W-PEND-DIVISOR (W-PEND-COUNT).
015987     MOVE PEND-LABEL TO W-PEND-LABEL (W-PEND-COUNT).
015988     MOVE PEND-COMBO-COUNT TO W-PEND-COMBO-COUNT (W-PEND-COUNT).
015989     PERFORM 1285-STORE-ONE-PEND-DIVISOR THRU 1285-EXIT
015990         VARYING W-DIV-IDX FROM 1 BY 1
015991         UNTIL W-DIV-IDX > 5.
015992     MOVE PEND-OVERRIDE-NUMBER
015993         TO W-PEND-OVERRIDE-NUMBER (W-PEND-COUNT).
015994     MOVE PEND-SUBMITTER-ID TO W-PEND-SUBMITTER-ID (W-PEND-COUNT).
015995     MOVE PEND-AGE-COUNT TO W-PEND-AGE-COUNT (W-PEND-COUNT).
015996     MOVE PEND-RULE-TYPE TO W-PEND-RULE-TYPE (W-PEND-COUNT).
015997     MOVE PEND-RULE-OPERANDS
015998         TO W-PEND-RULE-OPERANDS (W-PEND-COUNT).
015999     MOVE 'N' TO W-PEND-USED-SW (W-PEND-COUNT).
016000 1280-EXIT.
016001     EXIT.
016002*****************************************************************
016003* 1285-STORE-ONE-PEND-DIVISOR - COPY ONE PENDING COMBO DIVISOR    *
016004*                               INTO THE PENDING TABLE ENTRY      *
016005*****************************************************************
016006 1285-STORE-ONE-PEND-DIVISOR.
016007     MOVE PEND-COMBO-DIVISORS (W-DIV-IDX)
016008         TO W-PEND-COMBO-DIVISORS (W-PEND-COUNT, W-DIV-IDX).
016009 1285-EXIT.
016010     EXIT.
016011*****************************************************************
016012* 2000-PROCESS-ONE-SUSPENSE - RETRY ONE TRANSACTION CARRIED       *
016013*                             FORWARD FROM A PRIOR RUN'S          *
016014*                             SUSPENSE FILE, AND RE-SUSPEND IT IF *
016015*                             IT STILL FAILS AND HASN'T REACHED   *
016016*                             WS-MAX-RETRY.  AN 'X' APPROVAL IS   *
016017*                             RETRIED AGAINST THE PENDING TABLE;  *
016018*                             ANY OTHER ACTION IS RE-STAGED TO    *
016019*                             THE PENDING FILE SO IT GOES BACK    *
016020*                             THROUGH DUAL-CONTROL APPROVAL -     *
016021*                             NOTHING OUT OF SUSPENSE IS EVER     *
016022*                             APPLIED WITHOUT A SECOND PERSON     *
016023*****************************************************************
016024 2000-PROCESS-ONE-SUSPENSE.
016025     IF SUSP-TARGET-RUN-ID NOT = CTL-RUN-ID
016026             AND SUSP-TARGET-RUN-ID NOT = SPACES
016027             AND NOT WS-CTL-STAMPED
016028         PERFORM 2070-CARRY-FORWARD-SUSPENSE THRU 2070-EXIT
016029         ADD 1 TO W-SUSP-FWD-COUNT
016030         ADD 1 TO W-SUSP-COUNT
016031         PERFORM 1150-READ-SUSPENSE THRU 1150-EXIT
016032         GO TO 2000-EXIT
016033     END-IF.
016034     IF SUSP-HELD
016035         PERFORM 2070-CARRY-FORWARD-SUSPENSE THRU 2070-EXIT
016036         ADD 1 TO W-SUSP-HELD-COUNT
016037         ADD 1 TO W-SUSP-COUNT
016038         PERFORM 1150-READ-SUSPENSE THRU 1150-EXIT
016039         GO TO 2000-EXIT
016040     END-IF.
016041     PERFORM 2050-LOAD-TRAN-FROM-SUSPENSE THRU 2050-EXIT.
016042     IF TRAN-APPROVE
016043         PERFORM 3020-APPROVE-PENDING THRU 3020-EXIT
016044     ELSE
016045         PERFORM 3080-STAGE-CHANGE THRU 3080-EXIT
016046     END-IF.
016047     IF WS-TRAN-INVALID
016048         ADD 1 TO W-SUSP-RETRY-COUNT
016049         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
016050         IF W-SUSP-RETRY-COUNT < WS-MAX-RETRY
016051             PERFORM 3950-WRITE-SUSPENSE THRU 3950-EXIT
016060         ELSE
016070             ADD 1 TO W-SUSP-DROPPED-COUNT
016080         END-IF
016305     MOVE SUSP-OVERRIDE-NUMBER TO TRAN-OVERRIDE-NUMBER.
016306     MOVE SUSP-USER-ID TO TRAN-USER-ID.
016307     MOVE SUSP-PEND-ACTION TO TRAN-PEND-ACTION.
016308     MOVE SUSP-RULE-TYPE TO TRAN-RULE-TYPE.
016309     MOVE SUSP-RULE-OPERANDS TO TRAN-RULE-OPERANDS.
016310     MOVE SUSP-RETRY-COUNT TO W-SUSP-RETRY-COUNT.
016320 2050-EXIT.
016330     EXIT.
016484*                                VALID ACTION IS STAGED TO THE   *
016485*                                PENDING FILE RATHER THAN        *
016486*                                APPLIED.  A REJECTED STAGING IS *
016487*                                NOT SUSPENDED - A MISSING OR    *
016488*                                UNAUTHORIZED SUBMITTER ID, OR A *
016489*                                LABEL NOT ACTIVE IN THE LABEL   *
016490*                                DICTIONARY, NEEDS A CORRECTED   *
016491*                                RESUBMISSION, NOT A RETRY       *
016492*****************************************************************
016502 3000-PROCESS-ONE-TRANSACTION.
016512     MOVE 0 TO W-SUSP-RETRY-COUNT.
018000     ADD 1 TO W-TRAN-COUNT.
018100     PERFORM 1100-READ-TRANSACTION THRU 1100-EXIT.
018200 3000-EXIT.
018202     EXIT.
018204*****************************************************************
018206* 3020-APPROVE-PENDING - COMMIT THE PENDING CHANGE AN 'X'         *
018208*                        APPROVAL NAMES.  THE APPROVAL MUST       *
018210*                        CARRY AN APPROVER ID, MATCH A PENDING    *
018212*                        CHANGE FIELD FOR FIELD, AND COME FROM    *
018214*                        SOMEONE OTHER THAN THE SUBMITTER WHO     *
018216*                        STAGED IT.  THE COMMITTED CHANGE RUNS    *
018218*                        THROUGH THE SAME VALIDATION AS ALWAYS    *
018220*                        AND, WHEN APPLIED, IS RECORDED IN THE    *
018222*                        MAINTENANCE AUDIT WITH BOTH IDS.  THE    *
018224*                        PENDING ENTRY IS MARKED USED ONLY AFTER  *
018226*                        A CLEAN APPLY - A CHANGE THAT FAILS FOR  *
018228*                        A TRANSIENT REASON STAYS PENDING, SO     *
018230*                        THE SUSPENDED APPROVAL CAN MATCH IT      *
018232*                        AGAIN ON THE NEXT RUN                    *
018234*****************************************************************
018236 3020-APPROVE-PENDING.
018238     MOVE SPACES TO MEXC-REASON.
018240     MOVE 'Y' TO WS-TRAN-VALID-SW.
018242     IF TRAN-USER-ID = SPACES
018244         MOVE 'APPROVER ID MISSING' TO MEXC-REASON
018246         MOVE 'N' TO WS-TRAN-VALID-SW
018248         GO TO 3020-EXIT
018250     END-IF.
018251     MOVE TRAN-USER-ID TO WS-AUTH-USER-ID.
018252     MOVE 'A' TO WS-AUTH-ROLE.
018253     MOVE 'APPROVER' TO WS-AUTH-ROLE-NAME.
018254     PERFORM 3070-CHECK-USER-ROLE THRU 3070-EXIT.
018255     IF WS-TRAN-INVALID
018256         GO TO 3020-EXIT
018257     END-IF.
018258     PERFORM 3025-FIND-PENDING THRU 3025-EXIT.
018259     IF W-PEND-FOUND-IDX = 0
018260         MOVE 'NO MATCHING PENDING CHANGE' TO MEXC-REASON
018261         MOVE 'N' TO WS-TRAN-VALID-SW
018262         GO TO 3020-EXIT
018263     END-IF.
018264     IF TRAN-USER-ID = W-PEND-SUBMITTER-ID (W-PEND-FOUND-IDX)
018266         MOVE 'APPROVER MATCHES SUBMITTER' TO MEXC-REASON
018268         MOVE 'N' TO WS-TRAN-VALID-SW
018270         GO TO 3020-EXIT
018271     END-IF.
018272     MOVE W-PEND-SUBMITTER-ID (W-PEND-FOUND-IDX)
018273         TO WS-AUTH-USER-ID.
018274     MOVE 'S' TO WS-AUTH-ROLE.
018275     MOVE 'SUBMITTER' TO WS-AUTH-ROLE-NAME.
018276     PERFORM 3070-CHECK-USER-ROLE THRU 3070-EXIT.
018277     IF WS-TRAN-INVALID
018278         GO TO 3020-EXIT
018279     END-IF.
018280     PERFORM 3028-LOAD-TRAN-FROM-PENDING THRU 3028-EXIT.
018281     PERFORM 3050-APPLY-ONE-ACTION THRU 3050-EXIT.
018282     IF WS-TRAN-VALID
018283         MOVE 'Y' TO W-PEND-USED-SW (W-PEND-FOUND-IDX)
018284         PERFORM 3035-WRITE-MAINT-AUDIT THRU 3035-EXIT
018285         ADD 1 TO W-PEND-APPROVED-COUNT
018286     END-IF.
018288 3020-EXIT.
018290     EXIT.
018292*****************************************************************
018294* 3025-FIND-PENDING - LOCATE THE UNUSED PENDING TABLE ENTRY THE   *
018296*                     APPROVAL RE-KEYS                            *
018298*****************************************************************
018300 3025-FIND-PENDING.
018302     MOVE 0 TO W-PEND-FOUND-IDX.
018304     PERFORM 3026-CHECK-ONE-PENDING THRU 3026-EXIT
018306         VARYING W-PEND-IDX FROM 1 BY 1
018308         UNTIL W-PEND-IDX > W-PEND-COUNT.
018310 3025-EXIT.
018312     EXIT.
018314*****************************************************************
018316* 3026-CHECK-ONE-PENDING - COMPARE ONE PENDING TABLE ENTRY        *
018318*                          AGAINST THE APPROVAL'S RE-KEYED        *
018320*                          FIELDS                                 *
018322*****************************************************************
018324 3026-CHECK-ONE-PENDING.
018326     IF W-PEND-USED-SW (W-PEND-IDX) = 'N'
018328             AND W-PEND-ACTION (W-PEND-IDX) = TRAN-PEND-ACTION
018330             AND W-PEND-DIVISOR (W-PEND-IDX) = TRAN-DIVISOR
018332             AND W-PEND-LABEL (W-PEND-IDX) = TRAN-LABEL
018334             AND W-PEND-COMBO-COUNT (W-PEND-IDX)
018336                 = TRAN-COMBO-COUNT
018338             AND W-PEND-OVERRIDE-NUMBER (W-PEND-IDX)
018340                 = TRAN-OVERRIDE-NUMBER
018342             AND W-PEND-RULE-TYPE (W-PEND-IDX) = TRAN-RULE-TYPE
018344             AND W-PEND-RULE-OPERANDS (W-PEND-IDX)
018346                 = TRAN-RULE-OPERANDS
018370         MOVE 'Y' TO WS-PEND-MATCH-SW
018371         PERFORM 3027-CHECK-ONE-PEND-DIVISOR THRU 3027-EXIT
018372             VARYING W-DIV-IDX FROM 1 BY 1
018408         UNTIL W-DIV-IDX > 5.
018409     MOVE W-PEND-OVERRIDE-NUMBER (W-PEND-FOUND-IDX)
018410         TO TRAN-OVERRIDE-NUMBER.
018411     MOVE W-PEND-RULE-TYPE (W-PEND-FOUND-IDX) TO TRAN-RULE-TYPE.
018412     MOVE W-PEND-RULE-OPERANDS (W-PEND-FOUND-IDX)
018413         TO TRAN-RULE-OPERANDS.
018414 3028-EXIT.
018415     EXIT.
018416*****************************************************************
018417* 3029-COPY-ONE-APPROVED-DIVISOR - COPY ONE COMBO DIVISOR OF THE  *
018418*                                  APPROVED PENDING CHANGE INTO   *
018419*                                  THE TRANSACTION RECORD         *
018420*****************************************************************
018421 3029-COPY-ONE-APPROVED-DIVISOR.
018422     MOVE W-PEND-COMBO-DIVISORS (W-PEND-FOUND-IDX, W-DIV-IDX)
018423         TO TRAN-COMBO-DIVISORS (W-DIV-IDX).
018424 3029-EXIT.
018425     EXIT.
018426*****************************************************************
018427* 3035-WRITE-MAINT-AUDIT - RECORD ONE COMMITTED CHANGE IN THE     *
018428*                          MAINTENANCE AUDIT, NAMING THE          *
018429*                          SUBMITTER WHO STAGED IT AND THE        *
018430*                          APPROVER WHO COMMITTED IT              *
018431*****************************************************************
018432 3035-WRITE-MAINT-AUDIT.
018433     MOVE WS-RUN-DATE TO MAUD-DATE.
018434     MOVE WS-RUN-TIME TO MAUD-TIME.
018435     MOVE CTL-RUN-ID TO MAUD-RUN-ID.
018436     MOVE TRAN-ACTION TO MAUD-ACTION.
018437     MOVE TRAN-DIVISOR TO MAUD-DIVISOR.
018438     MOVE TRAN-LABEL TO MAUD-LABEL.
018439     MOVE TRAN-OVERRIDE-NUMBER TO MAUD-OVERRIDE-NUMBER.
018440     MOVE TRAN-COMBO-COUNT TO MAUD-COMBO-COUNT.
018441     PERFORM 3036-COPY-ONE-MAUD-DIVISOR THRU 3036-EXIT
018442         VARYING W-DIV-IDX FROM 1 BY 1
018443         UNTIL W-DIV-IDX > 5.
018444     MOVE W-PEND-SUBMITTER-ID (W-PEND-FOUND-IDX)
018445         TO MAUD-SUBMITTER-ID.
018446     MOVE TRAN-USER-ID TO MAUD-APPROVER-ID.
018447     MOVE TRAN-RULE-TYPE TO MAUD-RULE-TYPE.
018448     MOVE TRAN-RULE-OPERANDS TO MAUD-RULE-OPERANDS.
018449     WRITE FZB-MAUD-RECORD.
018450     IF WS-MAUD-STATUS NOT = '00'
018451         DISPLAY 'FZBMAINT-019E MAUD-FILE WRITE FAILED, STATUS '
018452             WS-MAUD-STATUS
018453         MOVE 'FZBMAINT-019E' TO WS-EVT-MSG-ID
018454         MOVE WS-MAUD-STATUS TO WS-EVT-FILE-STATUS
018455         MOVE 'MAUD-FILE WRITE FAILED' TO WS-EVT-TEXT
018456         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
018457         MOVE 16 TO RETURN-CODE
018458         GOBACK
018459     END-IF.
018460 3035-EXIT.
018461     EXIT.
018462*****************************************************************
018463* 3036-COPY-ONE-MAUD-DIVISOR - COPY ONE TRANSACTION COMBO         *
018464*                              DIVISOR INTO THE MAINTENANCE       *
018465*                              AUDIT RECORD                       *
018466*****************************************************************
018467 3036-COPY-ONE-MAUD-DIVISOR.
018468     MOVE TRAN-COMBO-DIVISORS (W-DIV-IDX)
018469         TO MAUD-COMBO-DIVISORS (W-DIV-IDX).
018470 3036-EXIT.
018471     EXIT.
018472*****************************************************************
018473* 3080-STAGE-CHANGE - STAGE ONE RULE/OVERRIDE/COMBO TRANSACTION   *
018474*                     TO NPNDFILE TO AWAIT A SECOND PERSON'S      *
018475*                     APPROVAL INSTEAD OF APPLYING IT.  FULL      *
018476*                     VALIDATION STILL HAPPENS AT COMMIT TIME,    *
018477*                     AGAINST THE TABLES AS THEY STAND THEN       *
018478*****************************************************************
018479 3080-STAGE-CHANGE.
018480     MOVE SPACES TO MEXC-REASON.
018481     MOVE 'Y' TO WS-TRAN-VALID-SW.
018482     IF TRAN-USER-ID = SPACES
018483         MOVE 'SUBMITTER ID MISSING' TO MEXC-REASON
018484         MOVE 'N' TO WS-TRAN-VALID-SW
018485         GO TO 3080-EXIT
018486     END-IF.
018487     MOVE TRAN-USER-ID TO WS-AUTH-USER-ID.
018488     MOVE 'S' TO WS-AUTH-ROLE.
018489     MOVE 'SUBMITTER' TO WS-AUTH-ROLE-NAME.
018490     PERFORM 3070-CHECK-USER-ROLE THRU 3070-EXIT.
018491     IF WS-TRAN-INVALID
018492         GO TO 3080-EXIT
018493     END-IF.
018494     PERFORM 3060-CHECK-LABEL-DICTIONARY THRU 3060-EXIT.
018495     IF WS-TRAN-INVALID
018496         GO TO 3080-EXIT
018497     END-IF.
018498     MOVE TRAN-ACTION TO NPND-ACTION.
018499     MOVE TRAN-DIVISOR TO NPND-DIVISOR.
018500     MOVE TRAN-LABEL TO NPND-LABEL.
018501     MOVE TRAN-COMBO-COUNT TO NPND-COMBO-COUNT.
018502     PERFORM 3085-COPY-ONE-STAGED-DIVISOR THRU 3085-EXIT
018503         VARYING W-DIV-IDX FROM 1 BY 1
018504         UNTIL W-DIV-IDX > 5.
018505     MOVE TRAN-OVERRIDE-NUMBER TO NPND-OVERRIDE-NUMBER.
018506     MOVE TRAN-USER-ID TO NPND-SUBMITTER-ID.
018507     MOVE CTL-RUN-ID TO NPND-TARGET-RUN-ID.
018508     MOVE 0 TO NPND-AGE-COUNT.
018509     MOVE TRAN-RULE-TYPE TO NPND-RULE-TYPE.
018510     MOVE TRAN-RULE-OPERANDS TO NPND-RULE-OPERANDS.
018511     WRITE FZB-NPND-RECORD.
018512     IF WS-NPND-STATUS NOT = '00'
018513         DISPLAY 'FZBMAINT-018E NPND-FILE WRITE FAILED, STATUS '
018514             WS-NPND-STATUS
018515         MOVE 'FZBMAINT-018E' TO WS-EVT-MSG-ID
018516         MOVE WS-NPND-STATUS TO WS-EVT-FILE-STATUS
018517         MOVE 'NPND-FILE WRITE FAILED' TO WS-EVT-TEXT
018518         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
018519         MOVE 16 TO RETURN-CODE
018520         GOBACK
018521     END-IF.
018522     ADD 1 TO W-PEND-STAGED-COUNT.
018523 3080-EXIT.
018524     EXIT.
018525*****************************************************************
018526* 3085-COPY-ONE-STAGED-DIVISOR - COPY ONE TRANSACTION COMBO       *
018527*                                DIVISOR INTO THE STAGED PENDING  *
018528*                                RECORD                           *
018529*****************************************************************
018530 3085-COPY-ONE-STAGED-DIVISOR.
018531     MOVE TRAN-COMBO-DIVISORS (W-DIV-IDX)
018532         TO NPND-COMBO-DIVISORS (W-DIV-IDX).
018533 3085-EXIT.
018534     EXIT.
018535*****************************************************************
018536* 3050-APPLY-ONE-ACTION - DISPATCH ONE TRANSACTION (WHETHER READ  *
018537*                         FRESH FROM TRANFILE OR RELOADED FROM    *
018538*                         SUSPFILE) TO ITS ADD/CHANGE/DELETE      *
018539*                         PARAGRAPH                               *
018540*****************************************************************
018541 3050-APPLY-ONE-ACTION.
018542     MOVE SPACES TO MEXC-REASON.
018543     MOVE 'Y' TO WS-TRAN-VALID-SW.
018544     PERFORM 3060-CHECK-LABEL-DICTIONARY THRU 3060-EXIT.
018545     IF WS-TRAN-INVALID
018546         GO TO 3050-EXIT
018547     END-IF.
018548     EVALUATE TRUE
018549         WHEN TRAN-ADD
018550             PERFORM 3100-ADD-RULE THRU 3100-EXIT
018551         WHEN TRAN-CHANGE
018552             PERFORM 3200-CHANGE-RULE THRU 3200-EXIT
018553         WHEN TRAN-DELETE
018554             PERFORM 3300-DELETE-RULE THRU 3300-EXIT
018555         WHEN TRAN-ADD-COMBO
018556             PERFORM 3150-ADD-COMBO THRU 3150-EXIT
018557         WHEN TRAN-CHANGE-COMBO
018558             PERFORM 3250-CHANGE-COMBO THRU 3250-EXIT
018559         WHEN TRAN-DELETE-COMBO
018560             PERFORM 3350-DELETE-COMBO THRU 3350-EXIT
018561         WHEN TRAN-ADD-OVERRIDE
018562             PERFORM 3170-ADD-OVERRIDE THRU 3170-EXIT
018563         WHEN TRAN-CHANGE-OVERRIDE
018564             PERFORM 3270-CHANGE-OVERRIDE THRU 3270-EXIT
018565         WHEN TRAN-DELETE-OVERRIDE
018566             PERFORM 3370-DELETE-OVERRIDE THRU 3370-EXIT
018567         WHEN OTHER
018568             MOVE 'INVALID ACTION CODE' TO MEXC-REASON
018569             MOVE 'N' TO WS-TRAN-VALID-SW
018570     END-EVALUATE.
018571 3050-EXIT.
018580     EXIT.
018590*****************************************************************
018600* 3060-CHECK-LABEL-DICTIONARY - AN ADD OR CHANGE OF A RULE,      *
018601*                               OVERRIDE, OR COMBINATION MUST    *
018602*                               CARRY A LABEL THE LABEL          *
018603*                               DICTIONARY HOLDS AS ACTIVE.  A   *
018604*                               BLANK LABEL IS LEFT TO THE       *
018605*                               ACTION'S OWN EDIT                *
018606*****************************************************************
018607 3060-CHECK-LABEL-DICTIONARY.
018608     IF NOT TRAN-ADD AND NOT TRAN-CHANGE
018609             AND NOT TRAN-ADD-COMBO AND NOT TRAN-CHANGE-COMBO
018610             AND NOT TRAN-ADD-OVERRIDE
018611             AND NOT TRAN-CHANGE-OVERRIDE
018612         GO TO 3060-EXIT
018613     END-IF.
018614     IF TRAN-LABEL = SPACES
018615         GO TO 3060-EXIT
018616     END-IF.
018617     MOVE TRAN-LABEL TO LBLD-LABEL.
018618     READ LBLD-FILE
018619         INVALID KEY
018620             CONTINUE
018621     END-READ.
018622     IF WS-LBLD-STATUS = '23'
018623         MOVE 'LABEL NOT IN LABEL DICTIONARY' TO MEXC-REASON
018624         MOVE 'N' TO WS-TRAN-VALID-SW
018625         GO TO 3060-EXIT
018626     END-IF.
018627     IF WS-LBLD-STATUS NOT = '00'
018628         DISPLAY 'FZBMAINT-030E LBLD-FILE READ FAILED, STATUS '
018629             WS-LBLD-STATUS
018630         MOVE 'FZBMAINT-030E' TO WS-EVT-MSG-ID
018631         MOVE WS-LBLD-STATUS TO WS-EVT-FILE-STATUS
018632         MOVE 'LBLD-FILE READ FAILED' TO WS-EVT-TEXT
018633         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
018634         MOVE 16 TO RETURN-CODE
018635         GOBACK
018636     END-IF.
018637     IF NOT LBLD-ACTIVE
018638         MOVE 'LABEL RETIRED IN LABEL DICTIONARY' TO MEXC-REASON
018639         MOVE 'N' TO WS-TRAN-VALID-SW
018640     END-IF.
018641 3060-EXIT.
018642     EXIT.
018643*****************************************************************
018644* 3070-CHECK-USER-ROLE - ASK FZBAUTH WHETHER THE STAGED USER ID  *
018645*                        HOLDS THE STAGED ROLE TODAY.  A REFUSAL *
018646*                        INVALIDATES THE TRANSACTION AND IS      *
018647*                        LOGGED FOR SECURITY REVIEW; AN          *
018648*                        UNREADABLE MASTER STOPS THE RUN         *
018649*****************************************************************
018650 3070-CHECK-USER-ROLE.
018651     CALL 'FZBAUTH' USING WS-AUTH-USER-ID WS-AUTH-ROLE
018652         WS-AUTH-RESULT WS-AUTH-FILE-STATUS WS-AUTH-REASON.
018653     IF WS-AUTH-GRANTED
018654         GO TO 3070-EXIT
018655     END-IF.
018656     IF WS-AUTH-MASTER-DOWN
018657         DISPLAY 'FZBMAINT-032E USER MASTER UNAVAILABLE, STATUS '
018658             WS-AUTH-FILE-STATUS
018659         MOVE 'FZBMAINT-032E' TO WS-EVT-MSG-ID
018660         MOVE WS-AUTH-FILE-STATUS TO WS-EVT-FILE-STATUS
018661         MOVE 'USER MASTER UNAVAILABLE' TO WS-EVT-TEXT
018662         PERFORM 9500-WRITE-EVENT THRU 9500-EXIT
018663         MOVE 16 TO RETURN-CODE
018664         GOBACK
018665     END-IF.
018666     MOVE SPACES TO MEXC-REASON.
018667     STRING WS-AUTH-ROLE-NAME DELIMITED BY SPACE
018668         ' ' WS-AUTH-REASON DELIMITED BY SIZE
018669         INTO MEXC-REASON
018670     END-STRING.
018671     MOVE 'N' TO WS-TRAN-VALID-SW.
018672     DISPLAY 'FZBMAINT-031W ' WS-AUTH-ROLE-NAME ' '
018673         WS-AUTH-USER-ID ' REFUSED - ' WS-AUTH-REASON.
018674     MOVE 'FZBMAINT-031W' TO WS-EVT-MSG-ID.
018675     MOVE SPACES TO WS-EVT-TEXT.
018676     STRING WS-AUTH-USER-ID ' ' WS-AUTH-ROLE ' ' WS-AUTH-REASON
018677         DELIMITED BY SIZE
018678         INTO WS-EVT-TEXT
018679     END-STRING.
018680     PERFORM 9500-WRITE-EVENT THRU 9500-EXIT.
018681 3070-EXIT.
018682     EXIT.
018683*****************************************************************
018684* 3100-ADD-RULE - ADD A NEW RULE TO THE TABLE UNDER ITS DIVISOR  *
018685*                 KEY, WITH ITS LABEL, TYPE, AND OPERANDS        *
018686*****************************************************************
018700 3100-ADD-RULE.
018800     IF TRAN-DIVISOR IS NOT NUMERIC OR TRAN-DIVISOR = 0
018900         MOVE 'DIVISOR NOT NUMERIC OR ZERO' TO MEXC-REASON
019300         MOVE 'LABEL BLANK' TO MEXC-REASON
019400         MOVE 'N' TO WS-TRAN-VALID-SW
019500     END-IF.
019510     IF WS-TRAN-VALID
019520         PERFORM 3120-VALIDATE-RULE-TYPE THRU 3120-EXIT
019530     END-IF.
019600     IF WS-TRAN-VALID AND CTL-RULE-COUNT NOT < 5
019700         MOVE 'RULE TABLE FULL' TO MEXC-REASON
019800         MOVE 'N' TO WS-TRAN-VALID-SW
020800         ADD 1 TO CTL-RULE-COUNT
020900         MOVE TRAN-DIVISOR TO CTL-DIVISOR (CTL-RULE-COUNT)
021000         MOVE TRAN-LABEL TO CTL-LABEL (CTL-RULE-COUNT)
021010         MOVE CTL-RULE-COUNT TO W-FOUND-IDX
021020         PERFORM 3130-STORE-RULE-TYPE THRU 3130-EXIT
021100     END-IF.
021200 3100-EXIT.
021300     EXIT.
021400*****************************************************************
021500* 3120-VALIDATE-RULE-TYPE - EDIT THE TRANSACTION'S RULE TYPE AND *
021501*                           THE OPERANDS THAT TYPE TESTS WITH.   *
021502*                           A BLANK TYPE IS PLAIN DIVISIBILITY   *
021503*                           BY TRAN-DIVISOR AND NEEDS NO         *
021504*                           OPERANDS                             *
021505*****************************************************************
021506 3120-VALIDATE-RULE-TYPE.
021507     EVALUATE TRUE
021508         WHEN TRAN-RULE-TYPE = SPACE
021509         WHEN TRAN-RULE-IS-DIVISIBLE
021510             CONTINUE
021511         WHEN TRAN-RULE-IS-REMAINDER
021512             IF TRAN-RULE-MODULUS IS NOT NUMERIC
021513                     OR TRAN-RULE-MODULUS = 0
021514                     OR TRAN-RULE-REMAINDER IS NOT NUMERIC
021515                     OR TRAN-RULE-REMAINDER
021516                        NOT < TRAN-RULE-MODULUS
021517                 MOVE 'REMAINDER NOT LESS THAN NON-ZERO MODULUS'
021518                     TO MEXC-REASON
021519                 MOVE 'N' TO WS-TRAN-VALID-SW
021520             END-IF
021521         WHEN TRAN-RULE-IS-DIGIT
021522             IF TRAN-RULE-DIGIT IS NOT NUMERIC
021523                 MOVE 'DIGIT NOT 0-9' TO MEXC-REASON
021524                 MOVE 'N' TO WS-TRAN-VALID-SW
021525             END-IF
021526         WHEN TRAN-RULE-IS-BAND
021527             IF TRAN-RULE-BAND-LOW IS NOT NUMERIC
021528                     OR TRAN-RULE-BAND-HIGH IS NOT NUMERIC
021529                     OR TRAN-RULE-BAND-LOW > TRAN-RULE-BAND-HIGH
021530                 MOVE 'BAND NOT NUMERIC OR LOW ABOVE HIGH'
021531                     TO MEXC-REASON
021532                 MOVE 'N' TO WS-TRAN-VALID-SW
021533             END-IF
021534         WHEN OTHER
021535             MOVE 'RULE TYPE NOT D, R, G, OR B' TO MEXC-REASON
021536             MOVE 'N' TO WS-TRAN-VALID-SW
021537     END-EVALUATE.
021538 3120-EXIT.
021539     EXIT.
021540*****************************************************************
021541* 3130-STORE-RULE-TYPE - SET THE TYPE AND OPERANDS OF RULE SLOT  *
021542*                        W-FOUND-IDX FROM THE TRANSACTION.  A    *
021543*                        DIVISIBILITY RULE IS STORED AS 'D' WITH *
021544*                        BLANK OPERANDS                          *
021545*****************************************************************
021546 3130-STORE-RULE-TYPE.
021547     IF TRAN-RULE-TYPE = SPACE OR TRAN-RULE-IS-DIVISIBLE
021548         MOVE 'D' TO CTL-RULE-TYPE (W-FOUND-IDX)
021549         MOVE SPACES TO CTL-RULE-OPERANDS (W-FOUND-IDX)
021550     ELSE
021551         MOVE TRAN-RULE-TYPE TO CTL-RULE-TYPE (W-FOUND-IDX)
021552         MOVE TRAN-RULE-OPERANDS
021553             TO CTL-RULE-OPERANDS (W-FOUND-IDX)
021554     END-IF.
021555 3130-EXIT.
021556     EXIT.
021557*****************************************************************
021558* 3200-CHANGE-RULE - CHANGE AN EXISTING RULE'S LABEL, AND ITS    *
021559*                    TYPE AND OPERANDS WHEN THE TRANSACTION       *
021560*                    CARRIES A RULE TYPE                          *
021600*****************************************************************
021700 3200-CHANGE-RULE.
021800     IF TRAN-DIVISOR IS NOT NUMERIC OR TRAN-DIVISOR = 0
022800                 MOVE 'LABEL BLANK' TO MEXC-REASON
022900                 MOVE 'N' TO WS-TRAN-VALID-SW
023000             ELSE
023010                 PERFORM 3120-VALIDATE-RULE-TYPE THRU 3120-EXIT
023020             END-IF
023030             IF WS-TRAN-VALID
023100                 MOVE TRAN-LABEL TO CTL-LABEL (W-FOUND-IDX)
023110                 IF TRAN-RULE-TYPE NOT = SPACE
023120                     PERFORM 3130-STORE-RULE-TYPE THRU 3130-EXIT
023130                 END-IF
023200             END-IF
023300         END-IF
023400     END-IF.
028500         UNTIL W-SHIFT-IDX NOT < CTL-RULE-COUNT.
028600     MOVE 0 TO CTL-DIVISOR (CTL-RULE-COUNT).
028700     MOVE SPACES TO CTL-LABEL (CTL-RULE-COUNT).
028710     MOVE SPACE TO CTL-RULE-TYPE (CTL-RULE-COUNT).
028720     MOVE SPACES TO CTL-RULE-OPERANDS (CTL-RULE-COUNT).
028800 3500-EXIT.
028900     EXIT.
029000*****************************************************************
029600         TO CTL-DIVISOR (W-SHIFT-IDX).
029700     MOVE CTL-LABEL (W-SHIFT-IDX + 1)
029800         TO CTL-LABEL (W-SHIFT-IDX).
029810     MOVE CTL-RULE-TYPE (W-SHIFT-IDX + 1)
029820         TO CTL-RULE-TYPE (W-SHIFT-IDX).
029830     MOVE CTL-RULE-OPERANDS (W-SHIFT-IDX + 1)
029840         TO CTL-RULE-OPERANDS (W-SHIFT-IDX).
029900 3510-EXIT.
030000     EXIT.
030010*****************************************************************
031674     MOVE TRAN-OVERRIDE-NUMBER TO MEXC-OVERRIDE-NUMBER.
031675     MOVE TRAN-USER-ID TO MEXC-USER-ID.
031676     MOVE TRAN-PEND-ACTION TO MEXC-PEND-ACTION.
031678     MOVE TRAN-RULE-TYPE TO MEXC-RULE-TYPE.
031680     MOVE TRAN-RULE-OPERANDS TO MEXC-RULE-OPERANDS.
031684     MOVE CTL-RUN-ID TO MEXC-TARGET-RUN-ID.
031694     MOVE TRAN-COMBO-COUNT TO MEXC-COMBO-COUNT.
031704     PERFORM 3910-COPY-ONE-MEXC-DIVISOR THRU 3910-EXIT
032074     MOVE TRAN-OVERRIDE-NUMBER TO NSUS-OVERRIDE-NUMBER.
032076     MOVE TRAN-USER-ID TO NSUS-USER-ID.
032078     MOVE TRAN-PEND-ACTION TO NSUS-PEND-ACTION.
032080     MOVE TRAN-RULE-TYPE TO NSUS-RULE-TYPE.
032082     MOVE TRAN-RULE-OPERANDS TO NSUS-RULE-OPERANDS.
032084     MOVE CTL-RUN-ID TO NSUS-TARGET-RUN-ID.
032094     MOVE W-SUSP-RETRY-COUNT TO NSUS-RETRY-COUNT.
032095     MOVE 'N' TO NSUS-HOLD-SW.
032624     CLOSE NPND-FILE.
032626     CLOSE MAUD-FILE.
032628     CLOSE JRNL-FILE.
032638     CLOSE LBLD-FILE.
032700     MOVE W-TRAN-COUNT TO WS-TRAN-DISP.
032800     MOVE W-EXC-COUNT TO WS-EXC-DISP.
032810     MOVE W-SUSP-COUNT TO WS-SUSP-DISP.
033620         TO NPND-SUBMITTER-ID.
033630     MOVE CTL-RUN-ID TO NPND-TARGET-RUN-ID.
033640     MOVE W-PEND-AGE-COUNT (W-PEND-IDX) TO NPND-AGE-COUNT.
033642     MOVE W-PEND-RULE-TYPE (W-PEND-IDX) TO NPND-RULE-TYPE.
033644     MOVE W-PEND-RULE-OPERANDS (W-PEND-IDX)
033646         TO NPND-RULE-OPERANDS.
033650     WRITE FZB-NPND-RECORD.
033660     IF WS-NPND-STATUS NOT = '00'
033670         DISPLAY 'FZBMAINT-018E NPND-FILE WRITE FAILED, STATUS '
