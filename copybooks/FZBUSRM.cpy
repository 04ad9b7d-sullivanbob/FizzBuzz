000100******************************************************************
000200* FZBUSRM.CPY                                                    *
000300*                                                                *
000400* USER AUTHORIZATION MASTER RECORD (INDEXED USRMAST, KEYED BY    *
000500* USER ID AND ROLE).  ONE ENTRY PER ROLE A USER HOLDS -          *
000600*     'S' = SUBMITTER - MAY STAGE A FZBMAINT TRANSACTION         *
000700*     'A' = APPROVER  - MAY APPROVE A STAGED FZBMAINT CHANGE     *
000800*     'O' = OPERATOR  - MAY RUN FZBVOID, FZBUNLCK, FZBBKOUT, AND *
000900*                       FZBSUSRP DISPOSITIONS                    *
001000* A ROLE IS IN FORCE FROM USRM-EFFECTIVE-DATE THROUGH            *
001100* USRM-EXPIRY-DATE (BOTH INCLUSIVE; 99999999 = NO EXPIRY) WHILE  *
001200* USRM-STATUS IS ACTIVE.  A ROLE IS REVOKED, NOT DELETED, SO     *
001300* THE GRANT STAYS ON FILE FOR THE AUDITORS.  CHECKED THROUGH     *
001400* FZBAUTH; MAINTAINED BY FZBUSRMT.                               *
001500*                                                                *
001600* MODIFICATION HISTORY                                           *
001700*   10/15/26 BS  ORIGINAL USER AUTHORIZATION RECORD.             *
001800******************************************************************
001900 01  FZB-USRM-RECORD.
002000     05  USRM-KEY.
002100         10  USRM-USER-ID         PIC X(08).
002200         10  USRM-ROLE            PIC X(01).
002300             88  USRM-SUBMITTER       VALUE 'S'.
002400             88  USRM-APPROVER        VALUE 'A'.
002500             88  USRM-OPERATOR        VALUE 'O'.
002600     05  USRM-USER-NAME           PIC X(30).
002700     05  USRM-EFFECTIVE-DATE      PIC 9(08).
002800     05  USRM-EXPIRY-DATE         PIC 9(08).
002900     05  USRM-STATUS              PIC X(01).
003000         88  USRM-ACTIVE              VALUE 'A'.
003100         88  USRM-REVOKED             VALUE 'R'.
003200     05  USRM-GRANTED-BY          PIC X(08).
003300     05  USRM-GRANTED-DATE        PIC 9(08).
003400     05  USRM-CHANGED-BY          PIC X(08).
003500     05  USRM-CHANGED-DATE        PIC 9(08).
003600     05  USRM-REVOKED-DATE        PIC 9(08).
003700     05  FILLER                   PIC X(04).
