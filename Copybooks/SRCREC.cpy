000010*****************************************************************
000020*
000030*    COPYBOOK:    SRCREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     EFFECTIVE-DATED SOURCE REGISTRY RECORD (FILE
000070*                 SRCFILE).  ONE RECORD NAMES AN UPSTREAM SYSTEM
000080*                 (PRC, WHS, LAB ...), THE DATE FROM WHICH THE
000090*                 ENTRY IS IN FORCE, THE DD NAMES OF ITS CSV
000100*                 FEED AND OF ITS ACKNOWLEDGMENT FEED, WHETHER IT
000110*                 IS ACTIVE AND THE OPERATION CODES IT MAY SUBMIT
000120*                 (UP TO TEN FROM-TO RANGES, 00-00 = UNUSED).
000130*                 THE ENTRY IN FORCE ON A GIVEN DATE IS THE ONE
000140*                 WITH THE LATEST EFFECTIVE DATE NOT AFTER THAT
000150*                 DATE, LATER APPENDS WINNING TIES - THE SAME
000160*                 RULE AS RATEFILE.  STATUS "I" KEEPS A SOURCE ON
000170*                 THE REGISTER BUT REFUSES ITS TRANSACTIONS (A
000180*                 FEED BEING SET UP, OR ONE SUSPENDED); STATUS
000190*                 "E" RETIRES IT.  RECORDS ARE APPENDED, NEVER
000200*                 OVERWRITTEN, SO THE FILE IS ITS OWN HISTORY.
000210*
000220*    THE FEED DD NAMES MUST BE ONE OF THE FEED POSITIONS THE
000230*    PROGRAMS ALLOCATE: CSVSRC01-CSVSRC08 FOR THE CSV FEEDS AND
000240*    ACKSRC01-ACKSRC08 FOR THE ACKNOWLEDGMENT FEEDS (SEE THE
000250*    REGISTRY MODULE ELMOREG).
000260*
000270*    MODIFICATION HISTORY
000280*    --------------------------------------------------------
000290*    10/15/2026  DF   INITIAL VERSION.
000300*****************************************************************
000310 01  SRC-RECORD.
000320     05  SRC-ID                  PIC X(03).
000330     05  SRC-EFF-DATE            PIC X(08).
000340     05  SRC-NAME                PIC X(20).
000350     05  SRC-CSV-FEED            PIC X(08).
000360     05  SRC-ACK-FEED            PIC X(08).
000370     05  SRC-STATUS              PIC X(01).
000380         88  SRC-ACTIVE              VALUE "A".
000390         88  SRC-INACTIVE            VALUE "I".
000400         88  SRC-EXPIRED             VALUE "E".
000410     05  SRC-OP-RANGES.
000420         10  SRC-OP-RANGE OCCURS 10 TIMES.
000430             15  SRC-OP-FROM         PIC 9(02).
000440             15  SRC-OP-TO           PIC 9(02).
000450     05  FILLER                  PIC X(12).
