000190*                     OPERATOR, ALONGSIDE THE TERMINAL, SO THE
000200*                     TRAIL NAMES THE PERSON AND NOT ONLY THE
000210*                     DESK.  SPACES FOR BATCH AND UNATTENDED.
000211*    10/15/2026  DF   AUDIT-DATE-1 / AUDIT-DATE-2 AND THE
000212*                     DAY-COUNT CONVENTION (AUDIT-DAY-BASIS)
000213*                     ADDED FOR THE DATE OPERATION GROUP 80-84,
000214*                     SO A DATE CALCULATION CAN BE REPLAYED.
000215*                     SPACES FOR ALL OTHER OPERATIONS.
000216*    10/15/2026  DF   AUDIT-VALUE-DATE (THE DATE THE TABLES WERE
000217*                     RESOLVED AS OF) AND AUDIT-RUN-DATE ADDED;
000218*                     THEY DIFFER FOR A BACK-DATED TRANSACTION.
000219*    10/15/2026  DF   AUDIT-HOLD-FLAG ADDED - "H" WHEN THE RESULT
000220*                     BROKE A PLAUSIBILITY LIMIT AND WAS PUT ON
000221*                     HOLDFILE INSTEAD OF THE FEEDS.
000222*    10/15/2026  DF   AUDIT-RATE-CODE (THE RATE CODE, UNIT PAIR
000223*                     OR FORMULA NAME THE CALCULATION USED) AND
000224*                     AUDIT-FORMULA (THE FORMULA A STEP RECORD
000225*                     BELONGS TO) ADDED, SO THE CALCULATIONS A
000226*                     RATE PRICED CAN BE FOUND AGAIN.
000227*                     AUDIT-LINK-TIMESTAMP / AUDIT-LINK-TERM-ID
000228*                     ADDED - ON A RATE CORRECTION (ELMOCOR) THE
000229*                     KEY OF THE CALCULATION IT CORRECTS; SPACES
000230*                     FOR ORDINARY WORK.
000231*    10/15/2026  DF   AUDIT-ORIGIN ADDED - "S" WHEN THE
000232*                     CALCULATION ANSWERED AN INTRADAY SERVICE
000233*                     REQUEST (ELMOSVC); SPACE FOR BATCH, PANEL
000234*                     AND CORRECTION WORK.
000235*****************************************************************
000236 01  AUDIT-RECORD.
000240     05  AUDIT-TIMESTAMP          PIC X(26).
000250     05  AUDIT-OP-CODE            PIC 9(02).
000260     05  AUDIT-OPERAND-1          PIC S9(07)V9(07).
000290     05  AUDIT-TERM-ID            PIC X(08).
000300     05  AUDIT-SOURCE-ID          PIC X(03).
000310     05  AUDIT-OPER-ID            PIC X(08).
000320     05  AUDIT-DATE-1             PIC X(08).
000330     05  AUDIT-DATE-2             PIC X(08).
000340     05  AUDIT-DAY-BASIS          PIC X(07).
000350     05  AUDIT-VALUE-DATE         PIC X(08).
000360     05  AUDIT-RUN-DATE           PIC X(08).
000370     05  AUDIT-HOLD-FLAG          PIC X(01).
000380     05  AUDIT-RATE-CODE          PIC X(08).
000390     05  AUDIT-FORMULA            PIC X(08).
000400     05  AUDIT-LINK-TIMESTAMP     PIC X(26).
000410     05  AUDIT-LINK-TERM-ID       PIC X(08).
000420     05  AUDIT-ORIGIN             PIC X(01).
000430
