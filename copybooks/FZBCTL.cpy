001842*                SEQUENTIAL OUTPUTS BACK TO THE LAST COMMITTED      *
001843*                CHECKPOINT (FZBRSTRT) SO THEY CAN NO LONGER GET    *
001844*                AHEAD OF IT.                                       *
001845*   10/14/26 BS  ADDED CTL-RULE-EXT-TABLE - A RULE TYPE AND TYPE-  *
001846*                SPECIFIC OPERANDS PER RULE SLOT, APPENDED AFTER   *
001847*                CTL-BUSINESS-DATE SO NO EXISTING FIELD MOVES.     *
001848*                RECORD LENGTH IS NOW 300.  BESIDES PLAIN          *
001849*                DIVISIBILITY A RULE CAN NOW BE A REMAINDER TEST   *
001850*                (MOD M LEAVES REMAINDER R), A DIGIT TEST (THE     *
001851*                NUMBER CONTAINS DIGIT N), OR A RANGE BAND (THE    *
001852*                NUMBER LIES FROM LOW THROUGH HIGH).  A SPACE TYPE *
001853*                IS PLAIN DIVISIBILITY, SO A RECORD WRITTEN BEFORE *
001854*                THIS CHANGE AND PADDED WITH SPACES CLASSIFIES     *
001855*                EXACTLY AS IT ALWAYS DID.  CTL-DIVISOR STAYS THE  *
001856*                KEY EVERY TRANSACTION AND COMBO NAMES A RULE BY - *
001857*                FOR A DIVISIBILITY RULE IT IS ALSO THE DIVISOR;   *
001858*                FOR ANY OTHER TYPE IT IS ONLY THE RULE'S KEY AND  *
001859*                THE TEST IS TAKEN FROM THE OPERANDS ALONE.        *
001860******************************************************************
001861 01  FZB-CTL-RECORD.
001900     05  CTL-RUN-ID              PIC X(08).
002000     05  CTL-START-NUM           PIC 9(06).
002100     05  CTL-END-NUM             PIC 9(06).
002797         10  CTL-COMBO-LABEL     PIC X(08).
002798     05  CTL-BUSINESS-DATE       PIC 9(08).
002800     05  FILLER                  PIC X(05).
002810     05  CTL-RULE-EXT-TABLE OCCURS 5 TIMES.
002820         10  CTL-RULE-TYPE       PIC X(01).
002830             88  CTL-RULE-IS-DIVISIBLE   VALUE 'D' ' '.
002840             88  CTL-RULE-IS-REMAINDER   VALUE 'R'.
002850             88  CTL-RULE-IS-DIGIT       VALUE 'G'.
002860             88  CTL-RULE-IS-BAND        VALUE 'B'.
002870         10  CTL-RULE-OPERANDS   PIC X(12).
002880         10  CTL-RULE-REM-OPERANDS REDEFINES CTL-RULE-OPERANDS.
002890             15  CTL-RULE-MODULUS    PIC 9(02).
002900             15  CTL-RULE-REMAINDER  PIC 9(02).
002910             15  FILLER              PIC X(08).
002920         10  CTL-RULE-DIGIT-OPERANDS REDEFINES CTL-RULE-OPERANDS.
002930             15  CTL-RULE-DIGIT      PIC 9(01).
002940             15  FILLER              PIC X(11).
002950         10  CTL-RULE-BAND-OPERANDS REDEFINES CTL-RULE-OPERANDS.
002960             15  CTL-RULE-BAND-LOW   PIC 9(06).
002970             15  CTL-RULE-BAND-HIGH  PIC 9(06).
002980     05  FILLER                  PIC X(07).
