000010*****************************************************************
000020*
000030*    PROGRAM:      ELMODAT  (SuS - DATE SERVICES MODULE)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      THE ONE PLACE THAT KNOWS WHICH DAYS ARE
000090*                  BUSINESS DAYS.  MONDAY TO FRIDAY ARE, SATURDAY
000100*                  AND SUNDAY ARE NOT, AND THE COMPANY CALENDAR
000110*                  (FILE CALFILE, COPYBOOK CALREC) CARRIES THE
000120*                  EXCEPTIONS - HOLIDAYS AND CLOSURES ON WEEKDAYS,
000130*                  WORKING WEEKEND DAYS.  THE STALE-FILE CHECK OF
000140*                  THE BATCH DRIVER (ELMO) AND OF THE SPLITTER
000150*                  (ELMOSPL), THE DAILY CONTROL REPORT (ELMOCTL)
000160*                  AND THE YEARLY CALENDAR LISTING (ELMOCAL) ALL
000170*                  ASK THIS MODULE, SO THE RULE LIVES ONCE.
000180*
000190*                  FUNCTIONS (COPYBOOK DATCOM):
000200*                    "L"  (RE)LOAD THE CALENDAR
000210*                    "T"  CLASSIFY ONE DATE
000220*                    "A"  ADD / SUBTRACT N BUSINESS DAYS
000230*                    "C"  COUNT BUSINESS DAYS BETWEEN TWO DATES
000233*                    "D"  DAY COUNT BETWEEN TWO DATES, ACTUAL OR
000236*                         30/360 (ACCRUED-INTEREST CONVENTIONS)
000240*                  THE CALENDAR IS LOADED ON THE FIRST CALL OF
000250*                  ANY FUNCTION.  IF CALFILE IS NOT ALLOCATED THE
000260*                  RUN SAYS SO ONCE AND ONLY THE WEEKDAY RULE
000270*                  APPLIES.
000280*
000290*    MODIFICATION HISTORY
000300*    --------------------------------------------------------
000310*    10/15/2026  DF   INITIAL VERSION.
000312*    10/15/2026  DF   FUNCTION "D" - DAY COUNT BETWEEN TWO DATES
000314*                     ON THE ACTUAL OR THE 30/360 CONVENTION, FOR
000316*                     THE DATE OPERATION GROUP OF ELMOCLC.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.   ELMODAT.
000350 AUTHOR.       D. FERRANTE.
000360 INSTALLATION. OFFICINA CALCOLO.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390*****************************************************************
000400*    ENVIRONMENT DIVISION
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT CALFILE ASSIGN TO "CALFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-CALFILE-FS.
000480*****************************************************************
000490*    DATA DIVISION
000500*****************************************************************
000510 DATA DIVISION.
000520 FILE SECTION.
000530*----------------------------------------------------------------
000540*    COMPANY CALENDAR - READ WHOLE AT EVERY LOAD.
000550*----------------------------------------------------------------
000560 FD  CALFILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD.
000590 COPY CALREC.
000600*****************************************************************
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630*    FILE STATUS SWITCHES.
000640*----------------------------------------------------------------
000650 01  WS-FILE-STATUSES.
000660     05  WS-CALFILE-FS            PIC X(02) VALUE SPACES.
000670*----------------------------------------------------------------
000680*    MODULE STATE SWITCHES.
000690*----------------------------------------------------------------
000700 01  WS-SWITCHES.
000710     05  WS-CAL-LOADED-SW         PIC X(01) VALUE "N".
000720         88  WS-CAL-LOADED            VALUE "Y".
000730     05  WS-CALFILE-EOF-SW        PIC X(01) VALUE "N".
000740         88  WS-CALFILE-EOF           VALUE "Y".
000750     05  WS-CAL-WARNED-SW         PIC X(01) VALUE "N".
000760         88  WS-CAL-WARNED            VALUE "Y".
000770     05  WS-DATE-VALID-SW         PIC X(01) VALUE "N".
000780         88  WS-DATE-VALID            VALUE "Y".
000790*----------------------------------------------------------------
000800*    IN-CORE CALENDAR - ONE ENTRY PER DATE, THE LAST RECORD READ
000810*    FOR A DATE OVERWRITING ANY EARLIER ONE.
000820*----------------------------------------------------------------
000830 01  WS-CAL-TABLE.
000840     05  WS-CAL-USED              PIC 9(04) COMP VALUE ZERO.
000850     05  WS-CAL-ENTRY OCCURS 1000 TIMES.
000860         10  WS-CAL-KEY               PIC X(08).
000870         10  WS-CAL-TYPE              PIC X(01).
000880         10  WS-CAL-DESC              PIC X(30).
000890         10  WS-CAL-STAT              PIC X(01).
000900 01  WS-CAL-IX                    PIC 9(04) COMP VALUE ZERO.
000910 01  WS-CAL-HIT-IX                PIC 9(04) COMP VALUE ZERO.
000920*----------------------------------------------------------------
000930*    DATE VALIDATION - YYYYMMDD SPLIT, AND THE DAYS PER MONTH.
000940*----------------------------------------------------------------
000950 01  WS-DATE-WORK                 PIC X(08) VALUE SPACES.
000960 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
000970     05  WS-DATE-YYYY             PIC 9(04).
000980     05  WS-DATE-MM               PIC 9(02).
000990     05  WS-DATE-DD               PIC 9(02).
001000 01  WS-DATE-NUM REDEFINES WS-DATE-WORK
001010                                  PIC 9(08).
001020 01  WS-MONTH-DAYS-INIT.
001030     05  FILLER                   PIC X(24)
001035         VALUE "312831303130313130313031".
001040 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-INIT.
001050     05  WS-MONTH-DAYS OCCURS 12 TIMES
001060                                  PIC 9(02).
001070 01  WS-MONTH-LIMIT               PIC 9(02) VALUE ZERO.
001080 01  WS-LEAP-Q                    PIC 9(04) COMP VALUE ZERO.
001090 01  WS-LEAP-R4                   PIC 9(04) COMP VALUE ZERO.
001100 01  WS-LEAP-R100                 PIC 9(04) COMP VALUE ZERO.
001110 01  WS-LEAP-R400                 PIC 9(04) COMP VALUE ZERO.
001120*----------------------------------------------------------------
001130*    DAY ARITHMETIC - INTEGER DAY NUMBERS (1 = 01/01/1601, A
001140*    MONDAY) AND THE CLASSIFICATION OF THE CURRENT DAY.
001150*----------------------------------------------------------------
001160 01  WS-INT-1                     PIC S9(09) COMP VALUE ZERO.
001170 01  WS-INT-2                     PIC S9(09) COMP VALUE ZERO.
001180 01  WS-INT-CUR                   PIC S9(09) COMP VALUE ZERO.
001190 01  WS-INT-LAST                  PIC S9(09) COMP VALUE ZERO.
001200 01  WS-INT-MAX                   PIC S9(09) COMP
001210                                  VALUE 3067671.
001220 01  WS-STEP                      PIC S9(01) COMP VALUE ZERO.
001230 01  WS-REMAIN                    PIC 9(05) COMP VALUE ZERO.
001240 01  WS-COUNT                     PIC 9(05) COMP VALUE ZERO.
001250 01  WS-CUR-DATE-NUM              PIC 9(08) VALUE ZERO.
001260 01  WS-CUR-DATE REDEFINES WS-CUR-DATE-NUM
001270                                  PIC X(08).
001280 01  WS-CUR-WEEKDAY               PIC 9(01) VALUE ZERO.
001290 01  WS-CUR-TYPE                  PIC X(01) VALUE SPACE.
001300     88  WS-CUR-BUSINESS              VALUE "B".
001301 01  WS-CUR-DESC                  PIC X(30) VALUE SPACES.
001302*----------------------------------------------------------------
001303*    DAY-COUNT WORK - THE TWO DATES SPLIT FOR THE 30/360 RULE.
001304*----------------------------------------------------------------
001305 01  WS-DCB-DATE-1                PIC X(08) VALUE SPACES.
001306 01  WS-DCB-PARTS-1 REDEFINES WS-DCB-DATE-1.
001307     05  WS-DCB-YYYY-1            PIC 9(04).
001308     05  WS-DCB-MM-1              PIC 9(02).
001309     05  WS-DCB-DD-1              PIC 9(02).
001310 01  WS-DCB-DATE-2                PIC X(08) VALUE SPACES.
001311 01  WS-DCB-PARTS-2 REDEFINES WS-DCB-DATE-2.
001312     05  WS-DCB-YYYY-2            PIC 9(04).
001313     05  WS-DCB-MM-2              PIC 9(02).
001314     05  WS-DCB-DD-2              PIC 9(02).
001315 01  WS-DCB-DAYS                  PIC S9(09) COMP VALUE ZERO.
001320*****************************************************************
001330 LINKAGE SECTION.
001340 COPY DATCOM.
001350*****************************************************************
001360*    PROCEDURE DIVISION
001370*****************************************************************
001380 PROCEDURE DIVISION USING DAT-COMMAREA.
001390*-----------------------------------------------------------------
001400 0000-DISPATCH.
001410     SET DAT-DATE-OK TO TRUE
001420     IF NOT WS-CAL-LOADED AND NOT DAT-FUNC-LOAD
001430         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001440     END-IF
001450     EVALUATE TRUE
001460         WHEN DAT-FUNC-LOAD
001470             PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
001480         WHEN DAT-FUNC-TEST-DAY
001490             PERFORM 2000-TEST-DAY THRU 2000-EXIT
001500         WHEN DAT-FUNC-ADD-BUS-DAYS
001510             PERFORM 3000-ADD-BUSINESS-DAYS THRU 3000-EXIT
001520         WHEN DAT-FUNC-COUNT-BUS-DAYS
001530             PERFORM 4000-COUNT-BUSINESS-DAYS THRU 4000-EXIT
001533         WHEN DAT-FUNC-DAY-COUNT
001536             PERFORM 4500-DAY-COUNT THRU 4500-EXIT
001540         WHEN OTHER
001550             SET DAT-DATE-INVALID TO TRUE
001560     END-EVALUATE
001570     IF WS-CAL-WARNED
001580         MOVE "N" TO DAT-AVAIL-SW
001590     ELSE
001600         MOVE "Y" TO DAT-AVAIL-SW
001610     END-IF
001630     GOBACK.
001640*-----------------------------------------------------------------
001650*    CALENDAR LOAD - CALFILE IS READ WHOLE; A LATER RECORD FOR A
001660*    DATE REPLACES THE EARLIER ONE IN PLACE, SO A CANCELLATION
001670*    OR A CORRECTED DESCRIPTION TAKES EFFECT WITHOUT A REWRITE.
001680*-----------------------------------------------------------------
001690 1000-LOAD-CALENDAR.
001700     MOVE ZERO TO WS-CAL-USED
001710     MOVE "N" TO WS-CALFILE-EOF-SW
001720     SET WS-CAL-LOADED TO TRUE
001730     OPEN INPUT CALFILE
001740     IF WS-CALFILE-FS NOT = "00"
001750         IF NOT WS-CAL-WARNED
001760             DISPLAY "CALFILE NON DISPONIBILE - FILE STATUS "
001770                 WS-CALFILE-FS " - SOLO REGOLA LUNEDI-VENERDI"
001780             SET WS-CAL-WARNED TO TRUE
001790         END-IF
001800         GO TO 1000-EXIT
001810     END-IF
001820     PERFORM 1100-READ-CAL-RECORD THRU 1100-EXIT
001830     PERFORM 1200-TABLE-CAL-RECORD THRU 1200-EXIT
001840         UNTIL WS-CALFILE-EOF
001850     CLOSE CALFILE
001860     MOVE "N" TO WS-CAL-WARNED-SW.
001870 1000-EXIT.
001880     EXIT.
001890*-----------------------------------------------------------------
001900 1100-READ-CAL-RECORD.
001910     READ CALFILE
001920         AT END SET WS-CALFILE-EOF TO TRUE
001930     END-READ.
001940 1100-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------------
001970 1200-TABLE-CAL-RECORD.
001980     MOVE CAL-DATE TO WS-CUR-DATE
001990     PERFORM 5200-FIND-CAL-ENTRY THRU 5200-EXIT
002000     IF WS-CAL-HIT-IX = ZERO
002010         IF WS-CAL-USED < 1000
002020             ADD 1 TO WS-CAL-USED
002030             MOVE WS-CAL-USED TO WS-CAL-HIT-IX
002040         ELSE
002050             DISPLAY "CALFILE TROPPO GRANDE - RECORD IGNORATO: "
002060                 CAL-DATE
002070             GO TO 1200-NEXT
002080         END-IF
002090     END-IF
002100     MOVE CAL-DATE TO WS-CAL-KEY (WS-CAL-HIT-IX)
002110     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE (WS-CAL-HIT-IX)
002120     MOVE CAL-DESCRIPTION TO WS-CAL-DESC (WS-CAL-HIT-IX)
002130     MOVE CAL-STATUS TO WS-CAL-STAT (WS-CAL-HIT-IX).
002140 1200-NEXT.
002150     PERFORM 1100-READ-CAL-RECORD THRU 1100-EXIT.
002160 1200-EXIT.
002170     EXIT.
002180*-----------------------------------------------------------------
002190*    CLASSIFY ONE DATE FOR THE CALLER.
002200*-----------------------------------------------------------------
002210 2000-TEST-DAY.
002220     MOVE SPACE TO DAT-DAY-TYPE
002230     MOVE ZERO TO DAT-WEEKDAY
002240     MOVE SPACES TO DAT-DESCRIPTION
002250     MOVE DAT-DATE-1 TO WS-DATE-WORK
002260     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
002270     IF NOT WS-DATE-VALID
002280         SET DAT-DATE-INVALID TO TRUE
002290         GO TO 2000-EXIT
002300     END-IF
002310     MOVE WS-INT-1 TO WS-INT-CUR
002320     PERFORM 5100-CLASSIFY-DAY THRU 5100-EXIT
002330     MOVE WS-CUR-TYPE TO DAT-DAY-TYPE
002340     MOVE WS-CUR-WEEKDAY TO DAT-WEEKDAY
002350     MOVE WS-CUR-DESC TO DAT-DESCRIPTION.
002360 2000-EXIT.
002370     EXIT.
002380*-----------------------------------------------------------------
002390*    BUSINESS-DAY ADDITION - ONE CALENDAR DAY AT A TIME IN THE
002400*    DIRECTION OF THE SIGN UNTIL N BUSINESS DAYS HAVE PASSED.
002410*    ZERO DAYS RETURNS THE START DATE AS IT IS.
002420*-----------------------------------------------------------------
002430 3000-ADD-BUSINESS-DAYS.
002440     MOVE SPACES TO DAT-DATE-2
002450     MOVE DAT-DATE-1 TO WS-DATE-WORK
002460     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
002470     IF NOT WS-DATE-VALID
002480         SET DAT-DATE-INVALID TO TRUE
002490         GO TO 3000-EXIT
002500     END-IF
002510     MOVE WS-INT-1 TO WS-INT-CUR
002520     IF DAT-DAYS < ZERO
002530         MOVE -1 TO WS-STEP
002540         COMPUTE WS-REMAIN = ZERO - DAT-DAYS
002550     ELSE
002560         MOVE 1 TO WS-STEP
002570         MOVE DAT-DAYS TO WS-REMAIN
002580     END-IF
002590     PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT
002600         UNTIL WS-REMAIN = ZERO
002610            OR DAT-DATE-INVALID
002620     IF DAT-DATE-INVALID
002630         GO TO 3000-EXIT
002640     END-IF
002650     COMPUTE WS-CUR-DATE-NUM =
002660             FUNCTION DATE-OF-INTEGER(WS-INT-CUR)
002670     MOVE WS-CUR-DATE TO DAT-DATE-2.
002680 3000-EXIT.
002690     EXIT.
002700*-----------------------------------------------------------------
002710 3100-STEP-ONE-DAY.
002720     ADD WS-STEP TO WS-INT-CUR
002730     IF WS-INT-CUR < 1 OR WS-INT-CUR > WS-INT-MAX
002740         SET DAT-DATE-INVALID TO TRUE
002750         GO TO 3100-EXIT
002760     END-IF
002770     PERFORM 5100-CLASSIFY-DAY THRU 5100-EXIT
002780     IF WS-CUR-BUSINESS
002790         SUBTRACT 1 FROM WS-REMAIN
002800     END-IF.
002810 3100-EXIT.
002820     EXIT.
002830*-----------------------------------------------------------------
002840*    BUSINESS-DAY COUNT - THE DAYS AFTER THE EARLIER DATE UP TO
002850*    AND INCLUDING THE LATER ONE, SIGNED BY THE ORDER THE CALLER
002860*    GAVE THEM IN.
002870*-----------------------------------------------------------------
002880 4000-COUNT-BUSINESS-DAYS.
002890     MOVE ZERO TO DAT-DAYS
002900     MOVE DAT-DATE-2 TO WS-DATE-WORK
002910     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
002920     IF NOT WS-DATE-VALID
002930         SET DAT-DATE-INVALID TO TRUE
002940         GO TO 4000-EXIT
002950     END-IF
002960     MOVE WS-INT-1 TO WS-INT-2
002970     MOVE DAT-DATE-1 TO WS-DATE-WORK
002980     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
002990     IF NOT WS-DATE-VALID
003000         SET DAT-DATE-INVALID TO TRUE
003010         GO TO 4000-EXIT
003020     END-IF
003030     MOVE ZERO TO WS-COUNT
003040     IF WS-INT-2 NOT < WS-INT-1
003050         MOVE WS-INT-1 TO WS-INT-CUR
003060         MOVE WS-INT-2 TO WS-INT-LAST
003070     ELSE
003080         MOVE WS-INT-2 TO WS-INT-CUR
003090         MOVE WS-INT-1 TO WS-INT-LAST
003100     END-IF
003110     PERFORM 4100-COUNT-ONE-DAY THRU 4100-EXIT
003120         UNTIL WS-INT-CUR NOT < WS-INT-LAST
003130     IF WS-INT-2 NOT < WS-INT-1
003140         MOVE WS-COUNT TO DAT-DAYS
003150     ELSE
003160         COMPUTE DAT-DAYS = ZERO - WS-COUNT
003170     END-IF.
003180 4000-EXIT.
003190     EXIT.
003200*-----------------------------------------------------------------
003210 4100-COUNT-ONE-DAY.
003220     ADD 1 TO WS-INT-CUR
003230     PERFORM 5100-CLASSIFY-DAY THRU 5100-EXIT
003240     IF WS-CUR-BUSINESS
003250         ADD 1 TO WS-COUNT
003260     END-IF.
003261 4100-EXIT.
003262     EXIT.
003263*-----------------------------------------------------------------
003264*    DAY COUNT FROM DATE-1 TO DATE-2.  ACTUAL IS THE DIFFERENCE OF
003265*    THE DAY NUMBERS.  30/360 (BOND BASIS) COUNTS EVERY MONTH AS
003266*    30 DAYS: A 31ST AS START DATE BECOMES THE 30TH, AND A 31ST AS
003267*    END DATE BECOMES THE 30TH WHEN THE START DAY IS THE 30TH OR
003268*    31ST.  A COUNT BEYOND 99999 DAYS IS REFUSED AS INVALID.
003269*-----------------------------------------------------------------
003270 4500-DAY-COUNT.
003271     MOVE ZERO TO DAT-DAYS
003272     MOVE DAT-DATE-2 TO WS-DATE-WORK
003273     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
003274     IF NOT WS-DATE-VALID
003275         SET DAT-DATE-INVALID TO TRUE
003276         GO TO 4500-EXIT
003277     END-IF
003278     MOVE WS-INT-1 TO WS-INT-2
003279     MOVE DAT-DATE-1 TO WS-DATE-WORK
003280     PERFORM 5000-VALIDATE-DATE THRU 5000-EXIT
003281     IF NOT WS-DATE-VALID
003282         SET DAT-DATE-INVALID TO TRUE
003283         GO TO 4500-EXIT
003284     END-IF
003285     IF DAT-BASIS-30-360
003286         MOVE DAT-DATE-1 TO WS-DCB-DATE-1
003287         MOVE DAT-DATE-2 TO WS-DCB-DATE-2
003288         IF WS-DCB-DD-1 = 31
003289             MOVE 30 TO WS-DCB-DD-1
003290         END-IF
003291         IF WS-DCB-DD-2 = 31 AND WS-DCB-DD-1 = 30
003292             MOVE 30 TO WS-DCB-DD-2
003293         END-IF
003294         COMPUTE WS-DCB-DAYS =
003295                 (WS-DCB-YYYY-2 - WS-DCB-YYYY-1) * 360
003296               + (WS-DCB-MM-2 - WS-DCB-MM-1) * 30
003297               + (WS-DCB-DD-2 - WS-DCB-DD-1)
003298     ELSE
003299         COMPUTE WS-DCB-DAYS = WS-INT-2 - WS-INT-1
003300     END-IF
003301     IF WS-DCB-DAYS > 99999 OR WS-DCB-DAYS < -99999
003302         SET DAT-DATE-INVALID TO TRUE
003303         GO TO 4500-EXIT
003304     END-IF
003305     MOVE WS-DCB-DAYS TO DAT-DAYS.
003306 4500-EXIT.
003307     EXIT.
003308*-----------------------------------------------------------------
003309*    DATE VALIDATION - WS-DATE-WORK MUST BE A REAL YYYYMMDD DATE
003310*    FROM 1601 ON; ITS DAY NUMBER IS RETURNED IN WS-INT-1.
003320*-----------------------------------------------------------------
003330 5000-VALIDATE-DATE.
003340     MOVE "N" TO WS-DATE-VALID-SW
003350     MOVE ZERO TO WS-INT-1
003360     IF WS-DATE-WORK IS NOT NUMERIC
003370         GO TO 5000-EXIT
003380     END-IF
003390     IF WS-DATE-YYYY < 1601
003400        OR WS-DATE-MM < 1 OR WS-DATE-MM > 12
003410        OR WS-DATE-DD < 1
003420         GO TO 5000-EXIT
003430     END-IF
003440     MOVE WS-MONTH-DAYS (WS-DATE-MM) TO WS-MONTH-LIMIT
003450     IF WS-DATE-MM = 2
003460         DIVIDE WS-DATE-YYYY BY 4
003470             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
003480         DIVIDE WS-DATE-YYYY BY 100
003490             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
003500         DIVIDE WS-DATE-YYYY BY 400
003510             GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
003520         IF WS-LEAP-R4 = ZERO
003530            AND (WS-LEAP-R100 NOT = ZERO OR WS-LEAP-R400 = ZERO)
003540             MOVE 29 TO WS-MONTH-LIMIT
003550         END-IF
003560     END-IF
003570     IF WS-DATE-DD > WS-MONTH-LIMIT
003580         GO TO 5000-EXIT
003590     END-IF
003600     COMPUTE WS-INT-1 = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
003610     SET WS-DATE-VALID TO TRUE.
003620 5000-EXIT.
003630     EXIT.
003640*-----------------------------------------------------------------
003650*    DAY CLASSIFICATION OF DAY NUMBER WS-INT-CUR - WEEKDAY RULE
003660*    FIRST, THEN THE CALENDAR EXCEPTION IN FORCE FOR THE DATE.
003670*-----------------------------------------------------------------
003680 5100-CLASSIFY-DAY.
003690     COMPUTE WS-CUR-DATE-NUM =
003700             FUNCTION DATE-OF-INTEGER(WS-INT-CUR)
003710     COMPUTE WS-CUR-WEEKDAY =
003720             FUNCTION MOD(WS-INT-CUR - 1, 7) + 1
003730     MOVE SPACES TO WS-CUR-DESC
003740     IF WS-CUR-WEEKDAY > 5
003750         MOVE "W" TO WS-CUR-TYPE
003760     ELSE
003770         MOVE "B" TO WS-CUR-TYPE
003780     END-IF
003790     PERFORM 5200-FIND-CAL-ENTRY THRU 5200-EXIT
003800     IF WS-CAL-HIT-IX = ZERO
003810         GO TO 5100-EXIT
003820     END-IF
003830     IF WS-CAL-STAT (WS-CAL-HIT-IX) NOT = "A"
003840         GO TO 5100-EXIT
003850     END-IF
003860     EVALUATE WS-CAL-TYPE (WS-CAL-HIT-IX)
003870         WHEN "H"
003880             MOVE "H" TO WS-CUR-TYPE
003890             MOVE WS-CAL-DESC (WS-CAL-HIT-IX) TO WS-CUR-DESC
003900         WHEN "B"
003910             MOVE "B" TO WS-CUR-TYPE
003920             MOVE WS-CAL-DESC (WS-CAL-HIT-IX) TO WS-CUR-DESC
003930         WHEN OTHER
003940             CONTINUE
003950     END-EVALUATE.
003960 5100-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990*    CALENDAR LOOKUP OF WS-CUR-DATE - ENTRY INDEX OR ZERO.
004000*-----------------------------------------------------------------
004010 5200-FIND-CAL-ENTRY.
004020     MOVE ZERO TO WS-CAL-HIT-IX
004030     PERFORM 5210-SCAN-CAL-ENTRY THRU 5210-EXIT
004040         VARYING WS-CAL-IX FROM 1 BY 1
004050         UNTIL WS-CAL-IX > WS-CAL-USED
004060            OR WS-CAL-HIT-IX > ZERO.
004070 5200-EXIT.
004080     EXIT.
004090*-----------------------------------------------------------------
004100 5210-SCAN-CAL-ENTRY.
004110     IF WS-CAL-KEY (WS-CAL-IX) = WS-CUR-DATE
004120         MOVE WS-CAL-IX TO WS-CAL-HIT-IX
004130     END-IF.
004140 5210-EXIT.
004150     EXIT.
