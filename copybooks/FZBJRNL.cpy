001700*                                                                *
001800* MODIFICATION HISTORY                                          *
001900*   09/01/26 BS  ORIGINAL MAINTENANCE JOURNAL RECORD.            *
001910*   10/14/26 BS  JRNL-CTL-IMAGE RESIZED TO 300 FOR THE RULE TYPE *
001920*                EXTENSION TABLE ADDED TO FZBCTL.                *
002000******************************************************************
002100 01  FZB-JRNL-RECORD.
002200     05  JRNL-BATCH-ID            PIC X(08).
002500     05  JRNL-IMAGE-TYPE          PIC X(01).
002600         88  JRNL-BEFORE-IMAGE        VALUE 'B'.
002700         88  JRNL-AFTER-IMAGE         VALUE 'A'.
002800     05  JRNL-CTL-IMAGE           PIC X(300).
