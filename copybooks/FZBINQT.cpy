001210*   09/01/26 BS  ADDED INQ-RUN-ID.  VSAMOUT NOW HOLDS EVERY      *
001220*                RUN'S RESULTS SIDE BY SIDE, SO AN INQUIRY MUST  *
001230*                NAME WHICH RUN'S CLASSIFICATION IT WANTS.       *
001240*   10/14/26 BS  A BLANK INQ-RUN-ID ASKS FOR THE LOT'S CURRENT   *
001250*                CLASSIFICATION OF RECORD (LOT MASTER).          *
001300******************************************************************
001400 01  FZB-INQ-RECORD.
001450     05  INQ-RUN-ID               PIC X(08).
