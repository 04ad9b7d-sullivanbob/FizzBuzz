000100******************************************************************
000200* FZBLREJ.CPY                                                    *
000300*                                                                *
000400* LOT REQUEST REJECT (LREJFILE), RETURNED TO PRODUCTION          *
000500* PLANNING.  FZBLRBLD WRITES ONE RECORD PER LOT REQUEST          *
000600* (FZBLREQ) IT COULD NOT BUILD A CONTROL RECORD FOR - THE        *
000700* REQUEST EXACTLY AS RECEIVED, WITH THE REASON - SO PLANNING     *
000800* CORRECTS AND RESUBMITS IT INSTEAD OF ANYONE KEYING IT.         *
000900*                                                                *
001000* LREJ-REASON-CODE VALUES -                                      *
001100*     '01' = PRODUCT FAMILY HAS NO RULE PROFILE                  *
001200*     '02' = PRODUCT FAMILY'S PROFILE IS RETIRED                 *
001300*     '03' = LOT RANGE NOT NUMERIC                               *
001400*     '04' = LOT RANGE ENDS BEFORE IT STARTS                     *
001500*     '05' = LOT RANGE OUTSIDE THE FAMILY'S LOT BLOCK            *
001600*     '06' = LOT RANGE OVERLAPS ANOTHER REQUEST BUILT TONIGHT    *
001700*     '07' = BUSINESS DATE NOT A VALID DATE                      *
001800*     '08' = BUSINESS DATE IS NOT TONIGHT'S                      *
001900*                                                                *
002000* MODIFICATION HISTORY                                           *
002100*   10/15/26 BS  ORIGINAL LOT REQUEST REJECT RECORD.             *
002200******************************************************************
002300 01  FZB-LREJ-RECORD.
002400     05  LREJ-REQUEST             PIC X(80).
002500     05  LREJ-REASON-CODE         PIC X(02).
002600     05  LREJ-REASON-TEXT         PIC X(30).
002700     05  LREJ-BUILD-DATE          PIC 9(08).
