000100******************************************************************
000200* FZBLREQ.CPY                                                    *
000300*                                                                *
000400* LOT REQUEST FROM PRODUCTION PLANNING (LREQFILE).  ONE RECORD   *
000500* PER LOT RANGE PLANNING WANTS CLASSIFIED - THE PRODUCT FAMILY   *
000600* NAMES THE RULE PROFILE (FZBPROF) THE RANGE IS RUN UNDER.       *
000700* FZBLRBLD BUILDS ONE CONTROL RECORD PER ACCEPTED REQUEST AND    *
000800* RETURNS EVERY OTHER TO PLANNING ON THE REJECT FILE (FZBLREJ).  *
000900*                                                                *
001000* LREQ-REQUEST-ID IS PLANNING'S OWN REFERENCE AND COMES BACK ON  *
001100* ANY REJECT.  THE RANGE AND DATE ARE CARRIED AS CHARACTERS SO   *
001200* A BADLY KEYED REQUEST CAN BE EDITED AND SENT BACK RATHER THAN  *
001300* STOPPING THE BUILD.                                            *
001400*                                                                *
001500* MODIFICATION HISTORY                                           *
001600*   10/15/26 BS  ORIGINAL LOT REQUEST RECORD.                    *
001700******************************************************************
001800 01  FZB-LREQ-RECORD.
001900     05  LREQ-REQUEST-ID          PIC X(10).
002000     05  LREQ-FAMILY              PIC X(08).
002100     05  LREQ-START-NUM           PIC X(06).
002200     05  LREQ-START-NUM-N REDEFINES LREQ-START-NUM
002300                                  PIC 9(06).
002400     05  LREQ-END-NUM             PIC X(06).
002500     05  LREQ-END-NUM-N REDEFINES LREQ-END-NUM
002600                                  PIC 9(06).
002700     05  LREQ-BUSINESS-DATE       PIC X(08).
002800     05  LREQ-BUSINESS-DATE-N REDEFINES LREQ-BUSINESS-DATE.
002900         10  LREQ-BUS-YEAR            PIC 9(04).
003000         10  LREQ-BUS-MONTH           PIC 9(02).
003100         10  LREQ-BUS-DAY             PIC 9(02).
003200     05  LREQ-REQUESTER           PIC X(08).
003300     05  FILLER                   PIC X(34).
