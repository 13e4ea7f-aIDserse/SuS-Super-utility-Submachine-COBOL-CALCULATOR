000180*                 SUPPRESSION; CLC-AUDIT-WRITTEN-SW REPORTS
000190*                 WHETHER A RECORD WAS APPENDED.
000200*
000210*    REASON CODES MATCH COPYBOOK REJREC (01-14, 99).
000220*
000230*    MODIFICATION HISTORY
000240*    --------------------------------------------------------
000400*                     CALLER ASKS FOR THE PROPOSED RATE TABLE
000410*                     (FILE RATEPRO) INSTEAD OF THE ONE IN
000420*                     FORCE; SPACES OR "C" MEANS CURRENT.
000421*    10/15/2026  DF   CLC-VALUE-DAYS-MAX ADDED - THE BACK-VALUE
000422*                     LIMIT IN CALENDAR DAYS FOR TRX-VALUE-DATE
000423*                     (ZERO = NO AGE LIMIT; A FUTURE VALUE DATE
000424*                     IS ALWAYS REFUSED).  CLC-VALUE-DATE COMES
000425*                     BACK WITH THE DATE THE TABLES WERE RESOLVED
000426*                     AS OF.  A REPLAY (CLC-RATE-PRERESOLVED) IS
000427*                     NOT HELD TO THE LIMIT.
000428*    10/15/2026  DF   CLC-LIMITS-SW ADDED - A CALLER THAT
000429*                     PUBLISHES TO THE FEEDS ASKS THE ENGINE TO
000430*                     TEST A GOOD RESULT AGAINST THE PLAUSIBILITY
000431*                     LIMITS (FILE LIMFILE, COPYBOOK LIMREC).
000432*                     CLC-HOLD-SW COMES BACK "Y" WHEN A LIMIT IS
000433*                     BROKEN, WITH THE REASON (HOLDREC CODES) AND
000434*                     THE LIMIT; THE CALCULATION ITSELF STAYS
000435*                     GOOD AND THE CALLER HOLDS THE RESULT.
000436*    10/15/2026  DF   CLC-RATE-OVR-CODE / CLC-RATE-OVR-VALUE
000437*                     ADDED - A RATE CORRECTION CALLER (ELMOCOR)
000438*                     NAMES A RATE CODE AND THE VALUE IT SHOULD
000439*                     HAVE HAD; WHEREVER THE CODE IS RESOLVED,
000440*                     DIRECTLY OR IN A FORMULA STEP, THE ENGINE
000441*                     USES THAT VALUE INSTEAD OF THE TABLE.
000442*                     CLC-LINK-TIMESTAMP / CLC-LINK-TERM-ID ARE
000443*                     THE KEY OF THE CALCULATION BEING CORRECTED
000444*                     AND GO ONTO THE AUDIT TRAIL WITH THE NEW
000445*                     ONE.  SPACES FOR ORDINARY WORK.
000446*    10/15/2026  DF   CLC-ORIGIN ADDED - THE CALLER SETS "S" FOR
000447*                     AN INTRADAY SERVICE REQUEST; IT IS CARRIED
000448*                     ONTO THE AUDIT TRAIL (AUDIT-ORIGIN).  SPACE
000449*                     FOR EVERY OTHER CALLER.
000450*    10/15/2026  DF   CLC-AUDIT-TIMESTAMP / CLC-AUDIT-TERM-ID
000451*                     ADDED - THE KEY OF THE AUDIT RECORD WRITTEN
000452*                     FOR THE CALCULATION (SPACES IF NONE WAS
000453*                     WRITTEN), SO A CALLER THAT HOLDS THE
000454*                     RESULT CAN LINK THE HOLD TO IT (HOLDREC).
000455*****************************************************************
000456 01  CLC-COMMAREA.
000457     05  CLC-FUNCTION-CODE        PIC X(01).
000460         88  CLC-FUNC-CALCULATE       VALUE "C".
000470         88  CLC-FUNC-RELOAD-TABLES   VALUE "R".
000480         88  CLC-FUNC-TERMINATE       VALUE "T".
000660     05  CLC-OPER-ID              PIC X(08).
000670     05  CLC-RATE-SET-SW          PIC X(01).
000680         88  CLC-RATES-PROPOSED       VALUE "P".
000681     05  CLC-VALUE-DAYS-MAX       PIC 9(03).
000682     05  CLC-VALUE-DATE           PIC X(08).
000683     05  CLC-LIMITS-SW            PIC X(01).
000684         88  CLC-LIMITS-WANTED        VALUE "Y".
000685     05  CLC-HOLD-SW              PIC X(01).
000686         88  CLC-RESULT-HELD          VALUE "Y".
000687     05  CLC-HOLD-REASON          PIC X(01).
000688     05  CLC-HOLD-LIMIT           PIC S9(07)V9(07).
000689     05  CLC-RATE-OVR-CODE        PIC X(08).
000690     05  CLC-RATE-OVR-VALUE       PIC S9(07)V9(07).
000691     05  CLC-LINK-TIMESTAMP       PIC X(26).
000692     05  CLC-LINK-TERM-ID         PIC X(08).
000693     05  CLC-ORIGIN               PIC X(01).
000694         88  CLC-ORIGIN-SERVICE       VALUE "S".
000696     05  CLC-AUDIT-TIMESTAMP      PIC X(26).
000698     05  CLC-AUDIT-TERM-ID        PIC X(08).
000700     05  CLC-SERIES.
000710         10  CLC-SERIES-COUNT         PIC 9(03).
000720         10  CLC-SERIES-VALUE OCCURS 50 TIMES
