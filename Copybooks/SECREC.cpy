000010*****************************************************************
000020*
000030*    COPYBOOK:    SECREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     SECURITY EVENT RECORD (FILE SECLOG), APPENDED
000070*                 BY MODULE ELMOSEC AND NEVER REWRITTEN.  ONE
000080*                 RECORD PER SIGN-ON, SIGN-ON FAILURE, SESSION
000090*                 ENDED AFTER THE LAST FAILED ATTEMPT,
000100*                 AUTHORIZATION REFUSAL AND MAINTENANCE ACTION,
000110*                 WITH THE OPERATOR (AS KEYED, FOR A FAILURE),
000120*                 THE TERMINAL, THE TIME AND THE PANEL OPTION
000130*                 ATTEMPTED (ZERO OUTSIDE THE PANEL).  REPORTED
000140*                 BY ELMOACC.
000150*
000160*    EVENT TYPE:
000170*        S  SIGN-ON ACCEPTED
000180*        F  SIGN-ON FAILED
000190*        L  SESSION ENDED AFTER THE LAST FAILED SIGN-ON
000200*        R  AUTHORIZATION REFUSED
000210*        M  MAINTENANCE ACTION (DETAIL SAYS WHAT AND ON WHICH
000220*           KEY)
000230*
000240*    MODIFICATION HISTORY
000250*    --------------------------------------------------------
000260*    10/15/2026  DF   INITIAL VERSION.
000270*****************************************************************
000280 01  SECL-RECORD.
000290     05  SECL-TIMESTAMP          PIC X(14).
000300     05  SECL-EVENT-TYPE         PIC X(01).
000310         88  SECL-SIGNON-OK          VALUE "S".
000320         88  SECL-SIGNON-FAILED      VALUE "F".
000330         88  SECL-LOCKED-OUT         VALUE "L".
000340         88  SECL-REFUSED            VALUE "R".
000350         88  SECL-MAINTENANCE        VALUE "M".
000360     05  SECL-PROGRAM            PIC X(08).
000370     05  SECL-OPER-ID            PIC X(08).
000380     05  SECL-TERM-ID            PIC X(08).
000390     05  SECL-OPER-LEVEL         PIC 9(01).
000400     05  SECL-OPTION             PIC 9(02).
000410     05  SECL-DETAIL             PIC X(40).
000420     05  FILLER                  PIC X(18).
