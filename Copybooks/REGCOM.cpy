000010*****************************************************************
000020*
000030*    COPYBOOK:    REGCOM
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     COMMUNICATION AREA FOR THE CALLABLE SOURCE
000070*                 REGISTRY MODULE ELMOREG.  FUNCTION "L" LOADS
000080*                 THE REGISTRY (FILE SRCFILE, COPYBOOK SRCREC)
000090*                 AS OF REG-AS-OF-DATE AND RETURNS THE SOURCES
000100*                 IN FORCE IN REG-TABLE - ONE ENTRY PER SOURCE,
000110*                 WITH THE FEED POSITIONS ITS CSV AND ACK FEEDS
000120*                 ARE WRITTEN TO AND A MAP OF THE OPERATIONS IT
000130*                 MAY SUBMIT ("Y" IN THE OPERATION'S POSITION).
000140*                 FUNCTION "V" CHECKS REG-SOURCE-ID AND
000150*                 REG-OP-CODE AGAINST THE LOADED TABLE (LOADING
000160*                 IT FIRST IF NEED BE) AND RETURNS THE OUTCOME IN
000170*                 REG-STATUS-SW / REG-REASON-CODE / REG-MSG-NO,
000180*                 AND THE SOURCE'S ENTRY IN REG-ENTRY-IX (ZERO
000190*                 FOR A BLANK OR UNREGISTERED SOURCE).  A BLANK
000200*                 SOURCE (PANEL AND UNATTENDED WORK) IS ALWAYS
000210*                 ACCEPTED.  WHEN SRCFILE IS NOT ALLOCATED
000220*                 REG-AVAILABLE IS OFF, EVERY SOURCE IS ACCEPTED
000230*                 AND ALL OUTPUT GOES TO THE COMBINED FEED.
000240*
000250*    REASON CODES MATCH COPYBOOK REJREC (11, 12).
000260*
000270*    MODIFICATION HISTORY
000280*    --------------------------------------------------------
000290*    10/15/2026  DF   INITIAL VERSION.
000300*****************************************************************
000310 01  REG-COMMAREA.
000320     05  REG-FUNCTION-CODE        PIC X(01).
000330         88  REG-FUNC-LOAD            VALUE "L".
000340         88  REG-FUNC-VALIDATE        VALUE "V".
000350     05  REG-AS-OF-DATE           PIC X(08).
000360     05  REG-SOURCE-ID            PIC X(03).
000370     05  REG-OP-CODE              PIC 9(02).
000380     05  REG-STATUS-SW            PIC X(01).
000390         88  REG-SOURCE-OK            VALUE "0".
000400         88  REG-SOURCE-REFUSED       VALUE "1".
000410     05  REG-REASON-CODE          PIC X(02).
000420     05  REG-MSG-NO               PIC 9(03).
000430     05  REG-ENTRY-IX             PIC 9(02).
000440     05  REG-AVAIL-SW             PIC X(01).
000450         88  REG-AVAILABLE            VALUE "Y".
000460     05  FILLER                   PIC X(10).
000470     05  REG-TABLE.
000480         10  REG-USED                 PIC 9(02).
000490         10  REG-ENTRY OCCURS 20 TIMES.
000500             15  REG-SRC-ID               PIC X(03).
000510             15  REG-SRC-NAME             PIC X(20).
000520             15  REG-CSV-FEED             PIC X(08).
000530             15  REG-ACK-FEED             PIC X(08).
000540             15  REG-CSV-SLOT             PIC 9(02).
000550             15  REG-ACK-SLOT             PIC 9(02).
000560             15  REG-SRC-STATUS           PIC X(01).
000570                 88  REG-SRC-ACTIVE           VALUE "A".
000580             15  REG-OP-MAP               PIC X(99).
