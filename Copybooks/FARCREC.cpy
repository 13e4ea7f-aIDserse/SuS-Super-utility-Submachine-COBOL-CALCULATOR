000010*****************************************************************
000020*
000030*    COPYBOOK:    FARCREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     FEED ARCHIVE RECORD (FILE FEEDARC, ONE
000070*                 GENERATION PER BATCH RUN).  ELMO COPIES EVERY
000080*                 LINE IT WRITES TO A PER-SOURCE CSV FEED
000090*                 (CSVSRCNN) OR ACKNOWLEDGMENT FEED (ACKSRCNN)
000100*                 UNDER THE SOURCE IT WAS WRITTEN FOR.  A NEW RUN
000120*                 OPENS THE GENERATION WITH A START RECORD AND A
000130*                 REGISTERED RUN CLOSES IT WITH ONE IDENTITY
000140*                 RECORD THAT REPEATS THE FILEREG ENTRY OF THE RUN
000150*                 (SOURCE SYSTEM, CREATION DATE, RECORD COUNT AND
000152*                 RUN TIMESTAMP).  A GENERATION WITHOUT AN
000154*                 IDENTITY RECORD BELONGS TO A RUN THAT WAS NOT
000156*                 REGISTERED.
000160*                 READ BY ELMORDL TO RE-DELIVER A RUN'S FEEDS.
000170*
000180*    RECORD TYPE:
000185*        S  GENERATION START - FIRST RECORD OF A NEW RUN
000190*        C  LINE OF THE SOURCE'S CSV FEED
000200*        A  LINE OF THE SOURCE'S ACKNOWLEDGMENT FEED
000210*        I  RUN IDENTITY - LAST RECORD OF THE GENERATION
000220*
000230*    MODIFICATION HISTORY
000240*    --------------------------------------------------------
000250*    10/15/2026  DF   INITIAL VERSION.
000252*    10/15/2026  DF   GENERATION START RECORD (TYPE S), SO THE
000254*                     LINES OF A RUN THAT ENDED UNREGISTERED ARE
000256*                     NOT TAKEN FOR THE NEXT RUN'S.
000260*****************************************************************
000270 01  FARC-RECORD.
000280     05  FARC-RECORD-TYPE        PIC X(01).
000285         88  FARC-RUN-START          VALUE "S".
000290         88  FARC-CSV-LINE           VALUE "C".
000300         88  FARC-ACK-LINE           VALUE "A".
000310         88  FARC-RUN-IDENTITY       VALUE "I".
000320     05  FARC-SRC-ID             PIC X(03).
000330     05  FARC-SLOT               PIC 9(02).
000340     05  FARC-RUN-DATE           PIC X(08).
000350     05  FARC-LINE               PIC X(100).
000360     05  FARC-IDENTITY REDEFINES FARC-LINE.
000370         10  FARC-SOURCE-SYSTEM      PIC X(08).
000380         10  FARC-CREATE-DATE        PIC X(08).
000390         10  FARC-RECORD-COUNT       PIC 9(09).
000400         10  FARC-RUN-TIMESTAMP      PIC X(26).
000410         10  FILLER                  PIC X(49).
000420     05  FILLER                  PIC X(06).
