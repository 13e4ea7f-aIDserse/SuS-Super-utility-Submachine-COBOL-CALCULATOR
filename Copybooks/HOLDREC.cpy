000010*****************************************************************
000020*
000030*    COPYBOOK:    HOLDREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     HELD-RESULT RECORD (FILE HOLDFILE).  A BATCH OR
000070*                 INTRADAY RESULT OUTSIDE ITS PLAUSIBILITY LIMITS
000080*                 (COPYBOOK LIMREC) IS NOT WRITTEN TO THE CSV
000090*                 FEEDS; THE TRANSACTION IMAGE, RESULT INCLUDED,
000100*                 IS WRITTEN HERE WITH STATUS "H" UNDER THE NEXT
000110*                 HOLD NUMBER.  A SUPERVISOR RELEASES ("R") OR
000120*                 CANCELS ("C") IT ON THE PANEL (OPTION 39), AND
000130*                 THE NEXT BATCH RUN WRITES EVERY RELEASED RESULT
000140*                 TO THE FEED OF ITS SOURCE AND MARKS IT
000150*                 DELIVERED ("D").  THE FILE IS MAINTAINED LIKE
000160*                 CHGFILE - APPENDED, NEVER OVERWRITTEN; EVERY
000170*                 STEP IS A FURTHER RECORD FOR THE SAME HOLD
000180*                 NUMBER AND THE LAST RECORD FOR A NUMBER WINS.
000183*                 THE DELIVERY RECORD CARRIES THE DATE OF THE RUN
000186*                 THAT DELIVERED IT IN HLD-DELIVER-DATE.
000187*                 THE STREAMS OF THE PARALLEL CYCLE WRITE SLICES
000188*                 OF THEIR OWN (HOLDFIL1-4), APPENDED TO HOLDFILE
000189*                 ONCE THE STREAMS ARE DONE.
000190*                 HLD-TRX-IMAGE IS THE TRXREC LAYOUT.
000191*                 HLD-AUDIT-TIMESTAMP / HLD-AUDIT-TERM-ID ARE THE
000192*                 KEY OF THE CALCULATION'S AUDIT RECORD (THE ONE
000193*                 FLAGGED "H"), SO THE BILLING, VAT AND RATE
000194*                 CORRECTION RUNS CAN TELL A RELEASED OR
000195*                 DELIVERED HOLD FROM ONE STILL OPEN.
000196*
000197*    HOLD NUMBERS:  THE FIRST DIGIT IS THE WRITER'S OWN RANGE AND
000198*                   THE OTHER SEVEN ITS SEQUENCE WITHIN IT, SO NO
000199*                   TWO WRITERS CAN HAND OUT THE SAME NUMBER.
000200*                   0    SINGLE-STREAM BATCH (SUSBATCH, SUSRESUB)
000201*                   1-4  STREAMS OF THE PARALLEL CYCLE (SUSPARA)
000202*                   9    INTRADAY SERVICE (ELMOSVC)
000203*
000210*    HOLD REASONS:  L  RESULT BELOW LIM-MIN-RESULT
000220*                   H  RESULT ABOVE LIM-MAX-RESULT
000230*                   O  FIRST OPERAND ABOVE LIM-MAX-OPERAND
000240*    HLD-LIMIT-VALUE IS THE LIMIT THAT WAS BROKEN.
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------------------------------------------
000280*    10/15/2026  DF   INITIAL VERSION.
000290*****************************************************************
000300 01  HLD-RECORD.
000310     05  HLD-NUMBER              PIC 9(08).
000312     05  HLD-NUMBER-PARTS REDEFINES HLD-NUMBER.
000314         10  HLD-NUMBER-RANGE        PIC 9(01).
000316         10  HLD-NUMBER-SEQ          PIC 9(07).
000320     05  HLD-STATUS              PIC X(01).
000330         88  HLD-HELD                VALUE "H".
000340         88  HLD-RELEASED            VALUE "R".
000350         88  HLD-DELIVERED           VALUE "D".
000360         88  HLD-CANCELLED           VALUE "C".
000370     05  HLD-ORIGIN              PIC X(01).
000380         88  HLD-FROM-BATCH          VALUE "B".
000390         88  HLD-FROM-SERVICE        VALUE "S".
000400     05  HLD-RUN-DATE            PIC X(08).
000410     05  HLD-RECNO               PIC 9(09).
000420     05  HLD-REASON              PIC X(01).
000430         88  HLD-BELOW-MIN           VALUE "L".
000440         88  HLD-ABOVE-MAX           VALUE "H".
000450         88  HLD-OPERAND-OVER        VALUE "O".
000460     05  HLD-LIMIT-VALUE         PIC S9(07)V9(07).
000470     05  HLD-SUPER-ID            PIC X(08).
000480     05  HLD-SUPER-STAMP         PIC X(14).
000490     05  HLD-TRX-IMAGE           PIC X(108).
000495     05  HLD-DELIVER-DATE        PIC X(08).
000500     05  HLD-AUDIT-TIMESTAMP     PIC X(26).
000510     05  HLD-AUDIT-TERM-ID       PIC X(08).
000520     05  FILLER                  PIC X(06).
