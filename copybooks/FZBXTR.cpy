001100*                                                                *
001200* MODIFICATION HISTORY                                          *
001300*   08/21/26 BS  ORIGINAL EXTRACT RECORD.                       *
001310*   10/15/26 BS  XTR-ERP-CODE ADDED AT THE END OF THE RECORD -  *
001320*                THE ERP PRODUCT/CATEGORY CODE THE LABEL        *
001330*                DICTIONARY (FZBLBLD) MAPS THE DECISION TEXT    *
001340*                TO. APPENDED SO EVERY EXISTING OFFSET IS       *
001350*                UNCHANGED.                                     *
001400******************************************************************
001500 01  FZB-XTR-RECORD.
001600     05  XTR-LOT-NUMBER           PIC 9(06).
002400     05  XTR-CLASS-DATE           PIC 9(08).
002500     05  FILLER                   PIC X(01).
002600     05  XTR-CLASS-TIME           PIC 9(08).
002610     05  FILLER                   PIC X(01).
002620     05  XTR-ERP-CODE             PIC X(10).
