000140*                 ABENDS BEFORE ITS CLOSE-OUT SIMPLY HAS NO
000150*                 RECORD - A GAP ON THE REPORT.
000160*
000161*                 THE INTRADAY SERVICE (ELMOSVC) ALSO APPENDS A
000162*                 SERVICE-LEVEL RECORD AT SHUTDOWN, RUN MODE
000163*                 "SVCLEVEL", WHICH USES THE LDG-SLA VIEWS OF THE
000164*                 COUNT AND SPARE AREAS: REQUESTS ANSWERED, TOTAL
000165*                 AND WORST TURNAROUND IN SECONDS (QUEUED TO
000166*                 ANSWERED), DEEPEST QUEUE FOUND AT A POLL AND
000167*                 ALERTS RAISED (FILE SVCALRT).
000168*
000170*    MODIFICATION HISTORY
000180*    --------------------------------------------------------
000190*    09/02/2026  DF   INITIAL VERSION.
000192*    10/15/2026  DF   SERVICE-LEVEL VIEW (LDG-SLA-FIGURES,
000194*                     LDG-SLA-TAIL) FOR THE ELMOSVC "SVCLEVEL"
000196*                     RECORD.
000200*****************************************************************
000210 01  LDG-RECORD.
000220     05  LDG-PROGRAM             PIC X(08).
000230     05  LDG-RUN-DATE            PIC X(08).
000240     05  LDG-TIMESTAMP           PIC X(26).
000250     05  LDG-RUN-MODE            PIC X(08).
000260     05  LDG-COUNTS.
000270         10  LDG-RECORDS-IN          PIC 9(09).
000280         10  LDG-RECORDS-OUT         PIC 9(09).
000281         10  LDG-REJECTS             PIC 9(09).
000282     05  LDG-SLA-FIGURES REDEFINES LDG-COUNTS.
000283         10  LDG-SLA-REQUESTS        PIC 9(07).
000284         10  LDG-SLA-TOTAL-SECS      PIC 9(09).
000285         10  LDG-SLA-WORST-SECS      PIC 9(05).
000286         10  LDG-SLA-MAX-DEPTH       PIC 9(06).
000290     05  LDG-RETURN-CODE         PIC 9(02).
000300     05  LDG-RECON-STATUS        PIC X(01).
000310         88  LDG-RECON-BALANCED      VALUE "B".
000320         88  LDG-RECON-UNBALANCED    VALUE "S".
000330     05  LDG-SPARE               PIC X(08).
000340     05  LDG-SLA-TAIL REDEFINES LDG-SPARE.
000350         10  LDG-SLA-ALERTS          PIC 9(05).
000360         10  FILLER                  PIC X(03).
