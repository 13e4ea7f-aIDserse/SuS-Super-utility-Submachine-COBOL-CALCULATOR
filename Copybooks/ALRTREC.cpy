000010*****************************************************************
000020*
000030*    COPYBOOK:    ALRTREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     SERVICE ALERT RECORD (FILE SVCALRT) FOR THE
000070*                 OPERATIONS WATCH.  THE INTRADAY SERVICE
000080*                 (ELMOSVC) APPENDS AN "A" RECORD WHEN THE QUEUE
000090*                 FOUND AT A POLL IS DEEPER THAN ITS MAXDEPTH
000100*                 CARD, OR A REQUEST TOOK LONGER THAN ITS MAXWAIT
000110*                 CARD FROM QUEUED TO ANSWERED, AND A "C" RECORD
000120*                 WHEN THE CONDITION HAS CLEARED.  AN ALERT IS
000130*                 RAISED ONCE PER BREACH, NOT ONCE PER POLL OR
000140*                 REQUEST, SO EVERY "A" RECORD NEEDS ATTENTION.
000150*
000160*    ALERT TYPES:   Q  BACKLOG - ALR-VALUE IS THE QUEUE DEPTH
000170*                   T  TURNAROUND - ALR-VALUE IS IN SECONDS,
000180*                      ALR-SOURCE-ID AND ALR-QUEUE-POS NAME THE
000190*                      REQUEST
000200*    ALR-THRESHOLD IS THE CARD VALUE IN FORCE.
000210*
000220*    MODIFICATION HISTORY
000230*    --------------------------------------------------------
000240*    10/15/2026  DF   INITIAL VERSION.
000250*****************************************************************
000260 01  ALR-RECORD.
000270     05  ALR-TIMESTAMP           PIC X(26).
000280     05  ALR-PROGRAM             PIC X(08).
000290     05  ALR-TERM-ID             PIC X(08).
000300     05  ALR-STATE               PIC X(01).
000310         88  ALR-RAISED              VALUE "A".
000320         88  ALR-CLEARED             VALUE "C".
000330     05  ALR-TYPE                PIC X(01).
000340         88  ALR-BACKLOG             VALUE "Q".
000350         88  ALR-TURNAROUND          VALUE "T".
000360     05  ALR-SOURCE-ID           PIC X(03).
000370     05  ALR-QUEUE-POS           PIC 9(09).
000380     05  ALR-VALUE               PIC 9(07).
000390     05  ALR-THRESHOLD           PIC 9(07).
000400     05  ALR-TEXT                PIC X(60).
000410     05  FILLER                  PIC X(10).
