000010*****************************************************************
000020*
000030*    COPYBOOK:    SECCOM
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     COMMUNICATION AREA FOR THE CALLABLE SECURITY
000070*                 EVENT MODULE ELMOSEC, WHICH APPENDS TO THE
000080*                 SECURITY EVENT FILE SECLOG (COPYBOOK SECREC).
000090*                   "W"  WRITE ONE EVENT - SEC-EVENT-TYPE (SEE
000100*                        SECREC), PROGRAM, OPERATOR, TERMINAL,
000110*                        LEVEL, PANEL OPTION AND DETAIL
000120*                 THE MODULE STAMPS THE TIME.  A BLANK TERMINAL
000130*                 IS TAKEN FROM THE USER OF THE SESSION OR JOB.
000140*                 IF SECLOG CANNOT BE WRITTEN THE RUN SAYS SO
000150*                 ONCE, SEC-FILE-ERROR COMES BACK AND THE CALLER
000160*                 CARRIES ON.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------------------------------------------
000200*    10/15/2026  DF   INITIAL VERSION.
000210*****************************************************************
000220 01  SEC-COMMAREA.
000230     05  SEC-FUNCTION-CODE        PIC X(01).
000240         88  SEC-FUNC-WRITE           VALUE "W".
000250     05  SEC-EVENT-TYPE           PIC X(01).
000260         88  SEC-EVT-SIGNON-OK        VALUE "S".
000270         88  SEC-EVT-SIGNON-FAILED    VALUE "F".
000280         88  SEC-EVT-LOCKED-OUT       VALUE "L".
000290         88  SEC-EVT-REFUSED          VALUE "R".
000300         88  SEC-EVT-MAINTENANCE      VALUE "M".
000310     05  SEC-PROGRAM              PIC X(08).
000320     05  SEC-OPER-ID              PIC X(08).
000330     05  SEC-TERM-ID              PIC X(08).
000340     05  SEC-OPER-LEVEL           PIC 9(01).
000350     05  SEC-OPTION               PIC 9(02).
000360     05  SEC-DETAIL               PIC X(40).
000370     05  SEC-STATUS-SW            PIC X(01).
000380         88  SEC-LOGGED               VALUE "0".
000390         88  SEC-FILE-ERROR           VALUE "9".
000400     05  FILLER                   PIC X(10).
