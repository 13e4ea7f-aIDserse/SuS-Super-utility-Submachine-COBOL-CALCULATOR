000010*****************************************************************
000020*
000030*    COPYBOOK:    SVTREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     INTRADAY SERVICE TIMING LOG (FILE SVCTIME).
000070*                 THE SERVICE (ELMOSVC) APPENDS ONE RECORD PER
000080*                 REQUEST AND ONE PER POLL THAT FOUND WORK, AND
000090*                 THE SERVICE-LEVEL REPORT (ELMOSLA) READS THEM
000100*                 BACK BY SOURCE AND BY HOUR.  TIMESTAMPS ARE IN
000110*                 CURRENT-DATE FORMAT (YYYYMMDDHHMMSSCC...).
000120*
000130*    REQUEST RECORD ("R"):
000140*        SVT-QUEUED-TS    WHEN THE SOURCE QUEUED IT - THE
000150*                         REQUEST'S OWN TIMESTAMP, OR THE START
000160*                         OF THE POLL THAT FOUND IT WHEN THE
000170*                         SOURCE LEFT IT BLANK (ORIGIN "P")
000180*        SVT-PICKED-TS    WHEN THE SERVICE PICKED IT UP
000190*        SVT-ANSWERED-TS  WHEN THE RESPONSE WAS WRITTEN
000200*        SVT-TURNAROUND   SECONDS FROM QUEUED TO ANSWERED
000210*        SVT-WAIT         SECONDS FROM QUEUED TO PICKED UP
000220*        SVT-OUTCOME      A ANSWERED, R REFUSED (SUSPENSE),
000230*                         H HELD (HOLDFILE)
000240*        SVT-QUEUE-DEPTH  NOT USED (ZERO)
000250*
000260*    POLL RECORD ("P") - A POLL THAT FOUND NEW REQUESTS, AND THE
000270*    FIRST EMPTY POLL AFTER ONE (DEPTH ZERO, THE QUEUE CLEARED):
000280*        SVT-PICKED-TS    START OF THE POLL
000290*        SVT-ANSWERED-TS  END OF THE DRAIN
000300*        SVT-QUEUE-DEPTH  NEW REQUESTS FOUND WAITING
000310*        SVT-TURNAROUND   SECONDS THE DRAIN TOOK
000320*    THE REQUEST FIELDS ARE SPACES OR ZERO.
000330*
000340*    MODIFICATION HISTORY
000350*    --------------------------------------------------------
000360*    10/15/2026  DF   INITIAL VERSION.
000370*****************************************************************
000380 01  SVT-RECORD.
000390     05  SVT-REC-TYPE            PIC X(01).
000400         88  SVT-REQUEST             VALUE "R".
000410         88  SVT-POLL                VALUE "P".
000420     05  SVT-RUN-DATE            PIC X(08).
000430     05  SVT-TERM-ID             PIC X(08).
000440     05  SVT-POLL-CYCLE          PIC 9(09).
000450     05  SVT-QUEUE-POS           PIC 9(09).
000460     05  SVT-SOURCE-ID           PIC X(03).
000470     05  SVT-OP-CODE             PIC 9(02).
000480     05  SVT-QUEUED-TS           PIC X(26).
000490     05  SVT-QUEUED-ORIGIN       PIC X(01).
000500         88  SVT-QUEUED-BY-SOURCE    VALUE "S".
000510         88  SVT-QUEUED-AT-POLL      VALUE "P".
000520     05  SVT-PICKED-TS           PIC X(26).
000530     05  SVT-ANSWERED-TS         PIC X(26).
000540     05  SVT-TURNAROUND          PIC 9(07).
000550     05  SVT-WAIT                PIC 9(07).
000560     05  SVT-OUTCOME             PIC X(01).
000570         88  SVT-ANSWERED            VALUE "A".
000580         88  SVT-REFUSED             VALUE "R".
000590         88  SVT-HELD                VALUE "H".
000600     05  SVT-QUEUE-DEPTH         PIC 9(07).
000610     05  FILLER                  PIC X(10).
