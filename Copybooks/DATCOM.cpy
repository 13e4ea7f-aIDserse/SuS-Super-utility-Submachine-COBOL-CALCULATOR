000010*****************************************************************
000020*
000030*    COPYBOOK:    DATCOM
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     COMMUNICATION AREA FOR THE CALLABLE DATE
000070*                 SERVICES MODULE ELMODAT, WHICH OWNS THE COMPANY
000080*                 CALENDAR (FILE CALFILE, COPYBOOK CALREC).  THE
000090*                 CALENDAR IS LOADED ON THE FIRST CALL; FUNCTION
000100*                 "L" RELOADS IT AFTER A MAINTENANCE CHANGE.
000110*                   "T"  TEST DAT-DATE-1 - DAT-DAY-TYPE SAYS
000120*                        BUSINESS DAY, WEEKEND OR HOLIDAY, WITH
000130*                        THE CALENDAR DESCRIPTION AND WEEKDAY
000140*                   "A"  ADD DAT-DAYS BUSINESS DAYS (NEGATIVE TO
000150*                        SUBTRACT) TO DAT-DATE-1, RESULT IN
000160*                        DAT-DATE-2
000170*                   "C"  COUNT THE BUSINESS DAYS AFTER DAT-DATE-1
000180*                        UP TO AND INCLUDING DAT-DATE-2, RESULT IN
000190*                        DAT-DAYS (NEGATIVE IF DATE-2 IS EARLIER)
000191*                   "D"  DAY COUNT FROM DAT-DATE-1 TO DAT-DATE-2
000192*                        UNDER THE CONVENTION IN DAT-BASIS -
000193*                        "A" (OR SPACE) ACTUAL CALENDAR DAYS,
000194*                        "3" 30/360 BOND BASIS - RESULT IN
000195*                        DAT-DAYS (NEGATIVE IF DATE-2 IS EARLIER)
000200*                 DATES ARE YYYYMMDD.  AN INVALID DATE OR A
000210*                 RESULT OUTSIDE THE GREGORIAN RANGE COMES BACK
000220*                 WITH DAT-DATE-INVALID SET.  WHEN CALFILE IS NOT
000230*                 ALLOCATED DAT-AVAILABLE IS OFF AND ONLY THE
000240*                 MONDAY-TO-FRIDAY RULE APPLIES.
000250*
000260*    MODIFICATION HISTORY
000270*    --------------------------------------------------------
000280*    10/15/2026  DF   INITIAL VERSION.
000283*    10/15/2026  DF   FUNCTION "D" AND DAT-BASIS ADDED FOR THE
000286*                     DATE OPERATION GROUP OF ELMOCLC.
000290*****************************************************************
000300 01  DAT-COMMAREA.
000310     05  DAT-FUNCTION-CODE        PIC X(01).
000320         88  DAT-FUNC-LOAD            VALUE "L".
000330         88  DAT-FUNC-TEST-DAY        VALUE "T".
000340         88  DAT-FUNC-ADD-BUS-DAYS    VALUE "A".
000350         88  DAT-FUNC-COUNT-BUS-DAYS  VALUE "C".
000355         88  DAT-FUNC-DAY-COUNT       VALUE "D".
000360     05  DAT-DATE-1               PIC X(08).
000370     05  DAT-DATE-2               PIC X(08).
000380     05  DAT-DAYS                 PIC S9(05).
000390     05  DAT-STATUS-SW            PIC X(01).
000400         88  DAT-DATE-OK              VALUE "0".
000410         88  DAT-DATE-INVALID         VALUE "1".
000420     05  DAT-DAY-TYPE             PIC X(01).
000430         88  DAT-BUSINESS-DAY         VALUE "B".
000440         88  DAT-WEEKEND              VALUE "W".
000450         88  DAT-HOLIDAY              VALUE "H".
000460     05  DAT-WEEKDAY              PIC 9(01).
000470     05  DAT-DESCRIPTION          PIC X(30).
000480     05  DAT-AVAIL-SW             PIC X(01).
000490         88  DAT-AVAILABLE            VALUE "Y".
000492     05  DAT-BASIS                PIC X(01).
000494         88  DAT-BASIS-ACTUAL         VALUE "A" " ".
000496         88  DAT-BASIS-30-360         VALUE "3".
000500     05  FILLER                   PIC X(19).
