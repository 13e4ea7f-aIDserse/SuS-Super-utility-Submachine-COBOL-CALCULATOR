000010*****************************************************************
000020*
000030*    COPYBOOK:    LIMREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     EFFECTIVE-DATED PLAUSIBILITY LIMIT RECORD (FILE
000070*                 LIMFILE).  ONE RECORD GIVES, FOR A SOURCE SYSTEM
000080*                 AND AN OPERATION CODE, THE LOWEST AND HIGHEST
000090*                 RESULT THAT MAY BE PUBLISHED WITHOUT A SECOND
000100*                 LOOK AND THE LARGEST FIRST OPERAND ACCEPTED.  A
000110*                 RESULT OUTSIDE THE LIMITS IS NOT AN ERROR - THE
000120*                 ENGINE (ELMOCLC) CALCULATES AND AUDITS IT, BUT
000130*                 A CALLER THAT ASKS FOR THE CHECK PUTS IT ON THE
000140*                 HOLD FILE (COPYBOOK HOLDREC) INSTEAD OF THE
000150*                 FEEDS UNTIL A SUPERVISOR RELEASES IT.
000160*                 LIM-SOURCE-ID SPACES IS THE GENERIC ENTRY FOR
000170*                 THE OPERATION; AN ENTRY FOR THE TRANSACTION'S
000180*                 OWN SOURCE TAKES PRECEDENCE OVER IT.
000190*                 LIM-MAX-OPERAND ZERO MEANS THE OPERAND IS NOT
000200*                 CHECKED.  THE ENTRY IN FORCE ON A DATE IS THE
000210*                 ONE WITH THE LATEST EFFECTIVE DATE NOT AFTER IT,
000220*                 LATER APPENDS WINNING TIES - THE SAME RULE AS
000230*                 RATEFILE - AND STATUS "E" WITHDRAWS THE LIMIT.
000240*                 RECORDS ARE APPENDED, NEVER OVERWRITTEN.
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------------------------------------------
000280*    10/15/2026  DF   INITIAL VERSION.
000290*****************************************************************
000300 01  LIM-RECORD.
000310     05  LIM-SOURCE-ID           PIC X(03).
000320     05  LIM-OP-CODE             PIC 9(02).
000330     05  LIM-EFF-DATE            PIC X(08).
000340     05  LIM-MIN-RESULT          PIC S9(07)V9(07).
000350     05  LIM-MAX-RESULT          PIC S9(07)V9(07).
000360     05  LIM-MAX-OPERAND         PIC S9(07)V9(07).
000370     05  LIM-STATUS              PIC X(01).
000380         88  LIM-ACTIVE              VALUE "A".
000390         88  LIM-EXPIRED             VALUE "E".
000400     05  FILLER                  PIC X(14).
