000570*                     ALONGSIDE THE ONE IN FORCE - A SIMULATION
000580*                     CALLER SELECTS IT WITH CLC-RATES-PROPOSED
000590*                     AND OPERATIONS 24-27 RESOLVE AGAINST IT.
000591*    10/15/2026  DF   DATE OPERATION GROUP 80-84 - DAYS BETWEEN
000592*                     TWO DATES, DATE PLUS OR MINUS N BUSINESS
000593*                     DAYS ON THE COMPANY CALENDAR, AND INTEREST
000594*                     ACCRUED BETWEEN TWO DATES ON ACT/360,
000595*                     ACT/365 AND 30/360.  THE DATES TRAVEL IN
000596*                     TRX-DATE-1 / TRX-DATE-2 AND THE DAY COUNTS
000597*                     COME FROM THE DATE SERVICES MODULE ELMODAT;
000598*                     THE AUDIT TRAIL KEEPS BOTH DATES AND THE
000599*                     CONVENTION.  REASON CODE 13 ON A BAD DATE,
000600*                     DATES OUT OF ORDER OR A BAD DAY COUNT.
000601*    10/15/2026  DF   VALUE-DATED RESOLUTION - THE RATE, UNIT AND
000602*                     FORMULA TABLES ARE RESOLVED AS OF
000603*                     TRX-VALUE-DATE (RUN DATE WHEN BLANK).  A
000604*                     VALUE DATE THAT IS INVALID, IN THE FUTURE OR
000605*                     OLDER THAN CLC-VALUE-DAYS-MAX IS REFUSED
000606*                     WITH REASON CODE 14.  THE AUDIT TRAIL KEEPS
000607*                     THE VALUE DATE AND THE RUN DATE.
000608*    10/15/2026  DF   PLAUSIBILITY LIMITS (FILE LIMFILE, COPYBOOK
000609*                     LIMREC) - WHEN THE CALLER SETS
000610*                     CLC-LIMITS-WANTED A GOOD RESULT IS TESTED
000611*                     AGAINST THE LIMIT IN FORCE FOR ITS SOURCE
000612*                     AND OPERATION; A BREACH COMES BACK AS
000613*                     CLC-RESULT-HELD AND THE AUDIT RECORD IS
000614*                     FLAGGED "H" (AUDIT-HOLD-FLAG).
000615*    10/15/2026  DF   RATE CORRECTION - A RATE CODE NAMED IN
000616*                     CLC-RATE-OVR-CODE RESOLVES TO
000617*                     CLC-RATE-OVR-VALUE, DIRECTLY AND IN FORMULA
000618*                     STEPS.  THE AUDIT TRAIL NOW KEEPS THE RATE
000619*                     CODE, UNIT PAIR OR FORMULA NAME, THE FORMULA
000620*                     A STEP RECORD BELONGS TO, AND THE KEY OF THE
000621*                     CALCULATION A CORRECTION IS LINKED TO
000622*                     (CLC-LINK-TIMESTAMP / CLC-LINK-TERM-ID).
000623*    10/15/2026  DF   CLC-ORIGIN CARRIED ONTO AUDITLOG AND
000624*                     AUDITMST (AUDIT-ORIGIN) - "S" FOR A
000625*                     CALCULATION MADE FOR AN INTRADAY SERVICE
000626*                     REQUEST, SO THE MONTHLY CHARGE-BACK CAN
000627*                     PRICE IT APART.
000628*    10/15/2026  DF   FORMULA STEP RECORDS ARE HELD UNTIL THE
000629*                     FORMULA HAS PASSED THE PLAUSIBILITY CHECK
000630*                     AND WRITTEN AFTER ITS OPERATION 70 RECORD,
000631*                     WITH ITS HOLD FLAG; A FAILED FORMULA LEAVES
000632*                     NO STEP RECORDS.
000633*    10/15/2026  DF   THE KEY OF THE AUDIT RECORD WRITTEN FOR THE
000634*                     CALCULATION GOES BACK TO THE CALLER IN
000635*                     CLC-AUDIT-TIMESTAMP / CLC-AUDIT-TERM-ID.
000636*****************************************************************
000637 IDENTIFICATION DIVISION.
000638 PROGRAM-ID.   ELMOCLC.
000639 AUTHOR.       D. FERRANTE.
000640 INSTALLATION. OFFICINA CALCOLO.
000650 DATE-WRITTEN. 09/02/2026.
000660 DATE-COMPILED.
000900     SELECT RATEPRO ASSIGN TO "RATEPRO"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-RATEPRO-FS.
000922     SELECT LIMFILE ASSIGN TO "LIMFILE"
000924         ORGANIZATION IS SEQUENTIAL
000926         FILE STATUS IS WS-LIMFILE-FS.
000930*****************************************************************
000940*    DATA DIVISION
000950*****************************************************************
001110                         ==AUDIT-SOURCE-ID== BY
001120                         ==ALOG-SOURCE-ID==
001130                         ==AUDIT-OPER-ID==   BY
001131                         ==ALOG-OPER-ID==
001132                         ==AUDIT-DATE-1==    BY ==ALOG-DATE-1==
001133                         ==AUDIT-DATE-2==    BY ==ALOG-DATE-2==
001134                         ==AUDIT-DAY-BASIS== BY
001135                         ==ALOG-DAY-BASIS==
001136                         ==AUDIT-VALUE-DATE== BY
001137                         ==ALOG-VALUE-DATE==
001138                         ==AUDIT-RUN-DATE==   BY
001139                         ==ALOG-RUN-DATE==
001140                         ==AUDIT-HOLD-FLAG==  BY
001141                         ==ALOG-HOLD-FLAG==
001142                         ==AUDIT-RATE-CODE==  BY
001143                         ==ALOG-RATE-CODE==
001144                         ==AUDIT-FORMULA==    BY
001145                         ==ALOG-FORMULA==
001146                         ==AUDIT-LINK-TIMESTAMP== BY
001147                         ==ALOG-LINK-TIMESTAMP==
001148                         ==AUDIT-LINK-TERM-ID==   BY
001149                         ==ALOG-LINK-TERM-ID==
001150                         ==AUDIT-ORIGIN==     BY ==ALOG-ORIGIN==.
001151*----------------------------------------------------------------
001160*    KEYED AUDIT MASTER - DIRECT ACCESS BY TIMESTAMP, TERMINAL
001170*    AND TIE-BREAK SEQUENCE (VSAM KSDS).
001180*----------------------------------------------------------------
001560                        ==RATE-STATUS==   BY ==PRT-STATUS==
001570                        ==RATE-ACTIVE==   BY ==PRT-ACTIVE==
001580                        ==RATE-EXPIRED==  BY ==PRT-EXPIRED==.
001581*----------------------------------------------------------------
001582*    PLAUSIBILITY LIMIT TABLE - SAME TREATMENT AS THE RATE TABLE.
001583*----------------------------------------------------------------
001584 FD  LIMFILE
001585     RECORDING MODE IS F
001586     LABEL RECORDS ARE STANDARD.
001587 COPY LIMREC.
001590*****************************************************************
001600 WORKING-STORAGE SECTION.
001610*----------------------------------------------------------------
001720     05  WS-UNITFILE-FS           PIC X(02) VALUE SPACES.
001730     05  WS-FORMFILE-FS           PIC X(02) VALUE SPACES.
001740     05  WS-RATEPRO-FS            PIC X(02) VALUE SPACES.
001745     05  WS-LIMFILE-FS            PIC X(02) VALUE SPACES.
001750*----------------------------------------------------------------
001760*    ENGINE STATE SWITCHES.
001770*----------------------------------------------------------------
002000         88  WS-FORM-EXECUTING        VALUE "Y".
002010     05  WS-FORM-DONE-SW          PIC X(01) VALUE "N".
002020         88  WS-FORM-DONE             VALUE "Y".
002022     05  WS-LIMFILE-EOF-SW        PIC X(01) VALUE "N".
002024         88  WS-LIMFILE-EOF           VALUE "Y".
002026     05  WS-LIM-FOUND-SW          PIC X(01) VALUE "N".
002028         88  WS-LIM-FOUND             VALUE "Y".
002030*----------------------------------------------------------------
002040*    EFFECTIVE-DATED RATE TABLE - IN-CORE COPY OF RATEFILE.
002050*    RESOLUTION PICKS THE LATEST EFFECTIVE DATE NOT AFTER THE
002740                       ==TRX-TIMESTAMP== BY ==FSV-TIMESTAMP==
002750                       ==TRX-RATE-CODE== BY ==FSV-RATE-CODE==
002760                       ==TRX-PERIODS==   BY ==FSV-PERIODS==
002761                       ==TRX-SOURCE-ID== BY ==FSV-SOURCE-ID==
002762                       ==TRX-DATE-1==    BY ==FSV-DATE-1==
002763                       ==TRX-DATE-2==    BY ==FSV-DATE-2==
002764                       ==TRX-VALUE-DATE== BY ==FSV-VALUE-DATE==.
002765*----------------------------------------------------------------
002766*    FORMULA STEP AUDIT IMAGES - BUILT AS EACH STEP IS COMPUTED
002767*    AND WRITTEN ONLY ONCE THE OPERATION 70 RECORD IS, SO THEY
002768*    CARRY THE FORMULA'S HOLD FLAG.
002769*----------------------------------------------------------------
002770 01  WS-STEP-AUDIT-TABLE.
002771     05  WS-STEP-AUDIT-USED       PIC 9(02) COMP VALUE ZERO.
002772     05  WS-STEP-AUDIT-IMAGE OCCURS 20 TIMES PIC X(180).
002773 01  WS-STEP-AUDIT-IX             PIC 9(02) COMP VALUE ZERO.
002774*----------------------------------------------------------------
002775*    PLAUSIBILITY LIMIT TABLE - IN-CORE COPY OF LIMFILE, RESOLVED
002776*    BY THE SAME LATEST-EFFECTIVE-DATE RULE AS THE RATES, AS OF
002777*    THE RUN DATE (THE DAY THE RESULT WOULD BE PUBLISHED).  A
002778*    BLANK SOURCE IS THE GENERIC ENTRY FOR THE OPERATION.
002779*----------------------------------------------------------------
002780 01  WS-LIM-TABLE.
002781     05  WS-LIM-USED              PIC 9(03) COMP VALUE ZERO.
002782     05  WS-LIM-ENTRY OCCURS 200 TIMES.
002783         10  WS-LIM-SRC               PIC X(03).
002784         10  WS-LIM-OP                PIC 9(02).
002785         10  WS-LIM-EFF               PIC X(08).
002786         10  WS-LIM-MIN               PIC S9(07)V9(07).
002787         10  WS-LIM-MAX               PIC S9(07)V9(07).
002788         10  WS-LIM-MAXOP             PIC S9(07)V9(07).
002789         10  WS-LIM-STAT              PIC X(01).
002790 01  WS-LIM-IX                    PIC 9(03) COMP VALUE ZERO.
002791 01  WS-LIM-BEST-IX               PIC 9(03) COMP VALUE ZERO.
002792 01  WS-LIM-SOURCE                PIC X(03) VALUE SPACES.
002793*----------------------------------------------------------------
002794*    FINANCIAL AND SCIENTIFIC WORK FIELDS.
002800*----------------------------------------------------------------
002810 01  WS-FIN-RATE                  USAGE COMP-2 VALUE ZERO.
002820 01  WS-FIN-FACTOR                USAGE COMP-2 VALUE ZERO.
003060*    RUN DATE - RATE RESOLUTION REFERENCE.
003070*----------------------------------------------------------------
003080 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
003081*----------------------------------------------------------------
003082*    DATE OPERATION GROUP - DATE SERVICES COMMUNICATION AREA, THE
003083*    DAY COUNT OF THE TRANSACTION IN FLIGHT AND ITS CONVENTION.
003084*----------------------------------------------------------------
003085 COPY DATCOM.
003086 01  WS-DATE-DAYS                 PIC S9(05) VALUE ZERO.
003087*----------------------------------------------------------------
003088*    DATE THE TABLES ARE RESOLVED AS OF - THE TRANSACTION'S VALUE
003089*    DATE, OR THE RUN DATE WHEN IT CARRIES NONE.
003090*----------------------------------------------------------------
003091 01  WS-AS-OF-DATE                PIC X(08) VALUE SPACES.
003092*****************************************************************
003100 LINKAGE SECTION.
003110 COPY CLCCOM.
003120 COPY TRXREC.
003280                 PERFORM 1250-LOAD-UNIT-TABLE THRU 1250-EXIT
003290                 PERFORM 1280-LOAD-FORM-TABLE THRU 1280-EXIT
003300                 PERFORM 1290-LOAD-PRATE-TABLE THRU 1290-EXIT
003305                 PERFORM 1300-LOAD-LIMIT-TABLE THRU 1300-EXIT
003310             END-IF
003320         WHEN CLC-FUNC-TERMINATE
003330             PERFORM 9000-TERMINATE-ENGINE THRU 9000-EXIT
003510     PERFORM 1250-LOAD-UNIT-TABLE THRU 1250-EXIT
003520     PERFORM 1280-LOAD-FORM-TABLE THRU 1280-EXIT
003530     PERFORM 1290-LOAD-PRATE-TABLE THRU 1290-EXIT
003535     PERFORM 1300-LOAD-LIMIT-TABLE THRU 1300-EXIT
003540     SET WS-ENGINE-READY TO TRUE.
003550 1000-EXIT.
003560     EXIT.
005530 1296-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------------
005551*    PLAUSIBILITY LIMIT LOAD - LIMFILE IS READ INTO THE IN-CORE
005552*    TABLE.  A MISSING FILE LEAVES THE TABLE EMPTY AND NO RESULT
005553*    IS EVER HELD - THE RUN SAYS SO ONCE.
005554*-----------------------------------------------------------------
005555 1300-LOAD-LIMIT-TABLE.
005556     MOVE ZERO TO WS-LIM-USED
005557     MOVE "N" TO WS-LIMFILE-EOF-SW
005558     OPEN INPUT LIMFILE
005559     IF WS-LIMFILE-FS NOT = "00"
005560         DISPLAY "LIMFILE NON DISPONIBILE - FILE STATUS "
005561             WS-LIMFILE-FS " - CONTROLLO LIMITI DISATTIVATO"
005562         GO TO 1300-EXIT
005563     END-IF
005564     PERFORM 1303-READ-LIMIT-RECORD THRU 1303-EXIT
005565     PERFORM 1306-TABLE-LIMIT-RECORD THRU 1306-EXIT
005566         UNTIL WS-LIMFILE-EOF
005567     CLOSE LIMFILE.
005568 1300-EXIT.
005569     EXIT.
005570*-----------------------------------------------------------------
005571 1303-READ-LIMIT-RECORD.
005572     READ LIMFILE
005573         AT END SET WS-LIMFILE-EOF TO TRUE
005574     END-READ.
005575 1303-EXIT.
005576     EXIT.
005577*-----------------------------------------------------------------
005578 1306-TABLE-LIMIT-RECORD.
005579     IF WS-LIM-USED < 200
005580         ADD 1 TO WS-LIM-USED
005581         MOVE LIM-SOURCE-ID TO WS-LIM-SRC (WS-LIM-USED)
005582         MOVE LIM-OP-CODE TO WS-LIM-OP (WS-LIM-USED)
005583         MOVE LIM-EFF-DATE TO WS-LIM-EFF (WS-LIM-USED)
005584         MOVE LIM-MIN-RESULT TO WS-LIM-MIN (WS-LIM-USED)
005585         MOVE LIM-MAX-RESULT TO WS-LIM-MAX (WS-LIM-USED)
005586         MOVE LIM-MAX-OPERAND TO WS-LIM-MAXOP (WS-LIM-USED)
005587         MOVE LIM-STATUS TO WS-LIM-STAT (WS-LIM-USED)
005588     ELSE
005589         DISPLAY "TABELLA LIMITI PIENA - RECORD IGNORATO: "
005590             LIM-SOURCE-ID " " LIM-OP-CODE
005591     END-IF
005592     PERFORM 1303-READ-LIMIT-RECORD THRU 1303-EXIT.
005593 1306-EXIT.
005594     EXIT.
005595*-----------------------------------------------------------------
005596*    CALCULATION - TRX-OP-CODE / TRX-OPERAND-1 / TRX-OPERAND-2
005597*    MUST BE SET ON ENTRY; TRX-RESULT, CLC-STATUS-SW AND THE
005598*    REASON / MESSAGE FIELDS ARE SET ON EXIT.  ON A GOOD RESULT
005599*    THE AUDIT TRAIL IS APPENDED UNLESS THE CALLER SUPPRESSED IT,
005600*    AFTER THE PLAUSIBILITY CHECK IF THE CALLER ASKED FOR ONE.
005601*-----------------------------------------------------------------
005610 4000-CALCULATE-TRANSACTION.
005620     MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
005630     SET CLC-CALC-OK TO TRUE
005640     MOVE SPACES TO CLC-REASON-CODE
005650     MOVE ZERO TO CLC-MSG-NO
005660     MOVE "N" TO CLC-AUDIT-WRITTEN-SW
005662     MOVE "N" TO CLC-HOLD-SW
005664     MOVE SPACE TO CLC-HOLD-REASON
005666     MOVE ZERO TO CLC-HOLD-LIMIT
005668     MOVE SPACES TO CLC-AUDIT-TIMESTAMP
005670     MOVE SPACES TO CLC-AUDIT-TERM-ID
005673     MOVE ZERO TO WS-STEP-AUDIT-USED
005674     PERFORM 4090-RESOLVE-VALUE-DATE THRU 4090-EXIT
005675     MOVE WS-AS-OF-DATE TO CLC-VALUE-DATE
005676     IF CLC-CALC-OK
005677         PERFORM 4100-VALIDATE-OPERANDS THRU 4100-EXIT
005678     END-IF
005680     IF CLC-CALC-OK
005690         IF TRX-OP-CODE = 70
005700             PERFORM 4700-EXECUTE-FORMULA THRU 4700-EXIT
005710         ELSE
005720             PERFORM 4050-COMPUTE-OPERATION THRU 4050-EXIT
005730         END-IF
005732     END-IF
005734     IF CLC-CALC-OK AND CLC-LIMITS-WANTED
005736         PERFORM 4900-CHECK-LIMITS THRU 4900-EXIT
005740     END-IF
005750     IF CLC-CALC-OK AND CLC-AUDIT-WANTED
005760         PERFORM 7000-WRITE-AUDIT-RECORD THRU 7000-EXIT
006840                 COMPUTE TRX-RESULT ROUNDED =
006850                         ((TRX-OPERAND-2 - TRX-OPERAND-1) /
006860                          TRX-OPERAND-1) * 100
006861             WHEN 80
006862                 MOVE WS-DATE-DAYS TO TRX-RESULT
006863             WHEN 81
006864                 PERFORM 4860-ADD-BUSINESS-DAYS THRU 4860-EXIT
006865             WHEN 82
006866             WHEN 84
006867                 COMPUTE TRX-RESULT ROUNDED =
006868                         TRX-OPERAND-1 * TRX-OPERAND-2 / 100
006869                         * WS-DATE-DAYS / 360
006870             WHEN 83
006871                 COMPUTE TRX-RESULT ROUNDED =
006872                         TRX-OPERAND-1 * TRX-OPERAND-2 / 100
006873                         * WS-DATE-DAYS / 365
006874             WHEN OTHER
006880                 SET CLC-CALC-ERROR TO TRUE
006890                 MOVE "99" TO CLC-REASON-CODE
006900                 MOVE 71 TO CLC-MSG-NO
006910         END-EVALUATE.
006920 4050-EXIT.
006921     EXIT.
006922*-----------------------------------------------------------------
006923*    VALUE DATE - A BACK-DATED TRANSACTION IS PRICED WITH THE
006924*    TABLE ENTRIES IN FORCE ON ITS VALUE DATE.  THE DATE MUST BE
006925*    VALID, NOT AFTER THE RUN DATE AND NOT MORE THAN
006926*    CLC-VALUE-DAYS-MAX CALENDAR DAYS BEFORE IT (ZERO OR NOT SET
006927*    MEANS NO AGE LIMIT).  A REPLAY IS NOT HELD TO THE LIMITS -
006928*    THE RECORD WAS ACCEPTED WHEN IT WAS FIRST POSTED.
006929*-----------------------------------------------------------------
006930 4090-RESOLVE-VALUE-DATE.
006931     MOVE WS-RUN-DATE TO WS-AS-OF-DATE
006932     IF TRX-VALUE-DATE = SPACES OR TRX-VALUE-DATE = LOW-VALUES
006933         GO TO 4090-EXIT
006934     END-IF
006935     SET DAT-FUNC-DAY-COUNT TO TRUE
006936     MOVE "A" TO DAT-BASIS
006937     MOVE TRX-VALUE-DATE TO DAT-DATE-1
006938     MOVE WS-RUN-DATE TO DAT-DATE-2
006939     CALL "ELMODAT" USING DAT-COMMAREA
006940     IF DAT-DATE-INVALID
006941         SET CLC-CALC-ERROR TO TRUE
006942         MOVE "14" TO CLC-REASON-CODE
006943         MOVE 219 TO CLC-MSG-NO
006944         GO TO 4090-EXIT
006945     END-IF
006946     IF NOT CLC-RATE-PRERESOLVED
006947         IF DAT-DAYS < ZERO
006948             SET CLC-CALC-ERROR TO TRUE
006949             MOVE "14" TO CLC-REASON-CODE
006950             MOVE 220 TO CLC-MSG-NO
006951             GO TO 4090-EXIT
006952         END-IF
006953         IF CLC-VALUE-DAYS-MAX NUMERIC
006954            AND CLC-VALUE-DAYS-MAX > ZERO
006955            AND DAT-DAYS > CLC-VALUE-DAYS-MAX
006956             SET CLC-CALC-ERROR TO TRUE
006957             MOVE "14" TO CLC-REASON-CODE
006958             MOVE 221 TO CLC-MSG-NO
006959             GO TO 4090-EXIT
006960         END-IF
006961     END-IF
006962     MOVE TRX-VALUE-DATE TO WS-AS-OF-DATE.
006963 4090-EXIT.
006964     EXIT.
006965*-----------------------------------------------------------------
006966*    OPERAND VALIDATION - DIVIDE BY ZERO AND ARC-TRIG/SQRT DOMAIN.
006967*    THE MESSAGE NUMBER IS THE ELMO MESSAGE TABLE ENTRY, SO THE
006970*    PANEL WORDING STAYS WHAT IT ALWAYS WAS.
006980*-----------------------------------------------------------------
006990 4100-VALIDATE-OPERANDS.
007910                 MOVE "07" TO CLC-REASON-CODE
007920                 MOVE 139 TO CLC-MSG-NO
007930             END-IF
007931         WHEN 80
007932         WHEN 82 THRU 84
007933             PERFORM 4800-COUNT-DAYS THRU 4800-EXIT
007934         WHEN 81
007935             PERFORM 4850-VALIDATE-BUSINESS-DAYS THRU 4850-EXIT
007940         WHEN 42
007950             CONTINUE
007960         WHEN 43
008490*    RATE RESOLUTION - LATEST EFFECTIVE DATE NOT AFTER THE RUN
008500*    DATE WINS; ENTRIES APPENDED LATER OVERRIDE EARLIER ONES
008510*    WITH THE SAME DATE.  THE CODE IS IN FORCE ONLY IF THE
008520*    WINNING ENTRY IS ACTIVE.  A RATE CORRECTION RUN NAMES THE
008523*    CODE BEING CORRECTED AND ITS RIGHT VALUE, WHICH IS USED
008526*    WHATEVER THE TABLE SAYS.
008530*-----------------------------------------------------------------
008540 4400-RESOLVE-RATE-CODE.
008550     MOVE "N" TO WS-RATE-FOUND-SW
008560     MOVE ZERO TO WS-RATE-BEST-IX
008570     MOVE ZERO TO WS-RESOLVED-RATE
008571     IF CLC-RATE-OVR-CODE NOT = SPACES
008572        AND TRX-RATE-CODE = CLC-RATE-OVR-CODE
008573         MOVE CLC-RATE-OVR-VALUE TO WS-RESOLVED-RATE
008574         SET WS-RATE-FOUND TO TRUE
008575         GO TO 4400-EXIT
008576     END-IF
008580     IF CLC-RATES-PROPOSED
008590         PERFORM 4415-SCAN-PRATE-ENTRY THRU 4415-EXIT
008600             VARYING WS-RATE-IX FROM 1 BY 1
008830*-----------------------------------------------------------------
008840 4415-SCAN-PRATE-ENTRY.
008850     IF WS-PRATE-KEY (WS-RATE-IX) = TRX-RATE-CODE
008860        AND WS-PRATE-EFF (WS-RATE-IX) NOT > WS-AS-OF-DATE
008870         IF WS-RATE-BEST-IX = ZERO
008880             MOVE WS-RATE-IX TO WS-RATE-BEST-IX
008890         ELSE
008980*-----------------------------------------------------------------
008990 4410-SCAN-RATE-ENTRY.
009000     IF WS-RATE-KEY (WS-RATE-IX) = TRX-RATE-CODE
009010        AND WS-RATE-EFF (WS-RATE-IX) NOT > WS-AS-OF-DATE
009020         IF WS-RATE-BEST-IX = ZERO
009030             MOVE WS-RATE-IX TO WS-RATE-BEST-IX
009040         ELSE
009360*-----------------------------------------------------------------
009370 4430-SCAN-UNIT-ENTRY.
009380     IF WS-UNIT-KEY (WS-UNIT-IX) = TRX-RATE-CODE
009390        AND WS-UNIT-EFF (WS-UNIT-IX) NOT > WS-AS-OF-DATE
009400         IF WS-UNIT-BEST-IX = ZERO
009410             MOVE WS-UNIT-IX TO WS-UNIT-BEST-IX
009420         ELSE
010880*-----------------------------------------------------------------
010890*    FORMULA EXECUTION - THE CALLER'S TRANSACTION IMAGE IS SAVED,
010900*    EACH STEP IN FORCE RUNS THROUGH THE SAME VALIDATION AND
010910*    COMPUTATION AS A DIRECT TRANSACTION AND ITS AUDIT IMAGE IS
010920*    KEPT FOR 7000, AND THE LAST RESULT COMES BACK AS THE
010930*    OPERATION 70 RESULT.  A STEP FAILURE FAILS THE WHOLE
010935*    TRANSACTION WITH THE STEP'S REASON.
010940*-----------------------------------------------------------------
010950 4700-EXECUTE-FORMULA.
010960     MOVE TRX-RECORD TO FSV-RECORD
011720 4760-SCAN-FORM-ENTRY.
011730     IF WS-FORM-KEY (WS-FORM-IX) = FSV-RATE-CODE
011740        AND WS-FORM-STEP-NO (WS-FORM-IX) = WS-FORM-STEP
011750        AND WS-FORM-EFF (WS-FORM-IX) NOT > WS-AS-OF-DATE
011760         IF WS-FORM-BEST-IX = ZERO
011770             MOVE WS-FORM-IX TO WS-FORM-BEST-IX
011780         ELSE
011850 4760-EXIT.
011860     EXIT.
011870*-----------------------------------------------------------------
011880*    DATE GROUP VALIDATION - 80 AND 82-84 NEED TWO VALID DATES;
011881*    THE DAY COUNT (ACTUAL, OR 30/360 FOR 84) IS KEPT FOR THE
011882*    COMPUTATION.  AN ACCRUAL RUNS FORWARD ONLY - THE END DATE
011883*    MAY NOT PRECEDE THE START DATE.
011884*-----------------------------------------------------------------
011885 4800-COUNT-DAYS.
011886     MOVE ZERO TO WS-DATE-DAYS
011887     SET DAT-FUNC-DAY-COUNT TO TRUE
011888     MOVE TRX-DATE-1 TO DAT-DATE-1
011889     MOVE TRX-DATE-2 TO DAT-DATE-2
011890     IF TRX-OP-CODE = 84
011891         SET DAT-BASIS-30-360 TO TRUE
011892     ELSE
011893         MOVE "A" TO DAT-BASIS
011894     END-IF
011895     CALL "ELMODAT" USING DAT-COMMAREA
011896     IF DAT-DATE-INVALID
011897         SET CLC-CALC-ERROR TO TRUE
011898         MOVE "13" TO CLC-REASON-CODE
011899         MOVE 210 TO CLC-MSG-NO
011900         GO TO 4800-EXIT
011901     END-IF
011902     MOVE DAT-DAYS TO WS-DATE-DAYS
011903     IF TRX-OP-CODE NOT = 80 AND WS-DATE-DAYS < ZERO
011904         SET CLC-CALC-ERROR TO TRUE
011905         MOVE "13" TO CLC-REASON-CODE
011906         MOVE 211 TO CLC-MSG-NO
011907     END-IF.
011908 4800-EXIT.
011909     EXIT.
011910*-----------------------------------------------------------------
011911*    BUSINESS-DAY SHIFT VALIDATION - A VALID START DATE AND A
011912*    WHOLE NUMBER OF BUSINESS DAYS IN TRX-OPERAND-1, AT MOST 999
011913*    EITHER WAY.
011914*-----------------------------------------------------------------
011915 4850-VALIDATE-BUSINESS-DAYS.
011916     SET DAT-FUNC-TEST-DAY TO TRUE
011917     MOVE TRX-DATE-1 TO DAT-DATE-1
011918     CALL "ELMODAT" USING DAT-COMMAREA
011919     IF DAT-DATE-INVALID
011920         SET CLC-CALC-ERROR TO TRUE
011921         MOVE "13" TO CLC-REASON-CODE
011922         MOVE 210 TO CLC-MSG-NO
011923         GO TO 4850-EXIT
011924     END-IF
011925     IF FUNCTION INTEGER-PART(TRX-OPERAND-1) NOT = TRX-OPERAND-1
011926        OR TRX-OPERAND-1 > 999 OR TRX-OPERAND-1 < -999
011927         SET CLC-CALC-ERROR TO TRUE
011928         MOVE "13" TO CLC-REASON-CODE
011929         MOVE 212 TO CLC-MSG-NO
011930     END-IF.
011931 4850-EXIT.
011932     EXIT.
011933*-----------------------------------------------------------------
011934*    BUSINESS-DAY SHIFT - THE RESULT DATE GOES TO TRX-DATE-2 AND
011935*    THE CALENDAR DAYS SPANNED TO TRX-RESULT, SO THE NUMERIC
011936*    FEEDS STILL CARRY A FIGURE.
011937*-----------------------------------------------------------------
011938 4860-ADD-BUSINESS-DAYS.
011939     MOVE SPACES TO TRX-DATE-2
011940     SET DAT-FUNC-ADD-BUS-DAYS TO TRUE
011941     MOVE TRX-DATE-1 TO DAT-DATE-1
011942     MOVE TRX-OPERAND-1 TO DAT-DAYS
011943     CALL "ELMODAT" USING DAT-COMMAREA
011944     IF DAT-DATE-INVALID
011945         SET CLC-CALC-ERROR TO TRUE
011946         MOVE "13" TO CLC-REASON-CODE
011947         MOVE 210 TO CLC-MSG-NO
011948         GO TO 4860-EXIT
011949     END-IF
011950     MOVE DAT-DATE-2 TO TRX-DATE-2
011951     SET DAT-FUNC-DAY-COUNT TO TRUE
011952     MOVE "A" TO DAT-BASIS
011953     CALL "ELMODAT" USING DAT-COMMAREA
011954     MOVE DAT-DAYS TO TRX-RESULT.
011955 4860-EXIT.
011956     EXIT.
011957*-----------------------------------------------------------------
011958*    PLAUSIBILITY CHECK - THE LIMIT IN FORCE FOR THE TRANSACTION'S
011959*    OWN SOURCE AND OPERATION, ELSE THE GENERIC ONE FOR THE
011960*    OPERATION.  THE FIRST OPERAND IS TESTED FIRST (WHEN THE
011961*    LIMIT HAS A MAXIMUM OPERAND), THEN THE RESULT.  NO LIMIT IN
011962*    FORCE MEANS NOTHING TO TEST.  FOR A FORMULA IT IS THE FINAL
011963*    RESULT OF OPERATION 70 THAT IS TESTED.
011964*-----------------------------------------------------------------
011965 4900-CHECK-LIMITS.
011966     MOVE TRX-SOURCE-ID TO WS-LIM-SOURCE
011967     PERFORM 4910-RESOLVE-LIMIT THRU 4910-EXIT
011968     IF NOT WS-LIM-FOUND AND TRX-SOURCE-ID NOT = SPACES
011969         MOVE SPACES TO WS-LIM-SOURCE
011970         PERFORM 4910-RESOLVE-LIMIT THRU 4910-EXIT
011971     END-IF
011972     IF NOT WS-LIM-FOUND
011973         GO TO 4900-EXIT
011974     END-IF
011975     IF WS-LIM-MAXOP (WS-LIM-BEST-IX) > ZERO
011976        AND TRX-OPERAND-1 > WS-LIM-MAXOP (WS-LIM-BEST-IX)
011977         SET CLC-RESULT-HELD TO TRUE
011978         MOVE "O" TO CLC-HOLD-REASON
011979         MOVE WS-LIM-MAXOP (WS-LIM-BEST-IX) TO CLC-HOLD-LIMIT
011980         GO TO 4900-EXIT
011981     END-IF
011982     IF TRX-RESULT < WS-LIM-MIN (WS-LIM-BEST-IX)
011983         SET CLC-RESULT-HELD TO TRUE
011984         MOVE "L" TO CLC-HOLD-REASON
011985         MOVE WS-LIM-MIN (WS-LIM-BEST-IX) TO CLC-HOLD-LIMIT
011986         GO TO 4900-EXIT
011987     END-IF
011988     IF TRX-RESULT > WS-LIM-MAX (WS-LIM-BEST-IX)
011989         SET CLC-RESULT-HELD TO TRUE
011990         MOVE "H" TO CLC-HOLD-REASON
011991         MOVE WS-LIM-MAX (WS-LIM-BEST-IX) TO CLC-HOLD-LIMIT
011992     END-IF.
011993 4900-EXIT.
011994     EXIT.
011995*-----------------------------------------------------------------
011996*    LIMIT RESOLUTION FOR (WS-LIM-SOURCE, TRX-OP-CODE) - LATEST
011997*    EFFECTIVE DATE NOT AFTER THE RUN DATE WINS, LATER APPENDS
011998*    WIN TIES, AND THE LIMIT IS IN FORCE ONLY IF THAT ENTRY IS
011999*    ACTIVE.
012000*-----------------------------------------------------------------
012001 4910-RESOLVE-LIMIT.
012002     MOVE "N" TO WS-LIM-FOUND-SW
012003     MOVE ZERO TO WS-LIM-BEST-IX
012004     PERFORM 4920-SCAN-LIMIT-ENTRY THRU 4920-EXIT
012005         VARYING WS-LIM-IX FROM 1 BY 1
012006         UNTIL WS-LIM-IX > WS-LIM-USED
012007     IF WS-LIM-BEST-IX > ZERO
012008         IF WS-LIM-STAT (WS-LIM-BEST-IX) = "A"
012009             SET WS-LIM-FOUND TO TRUE
012010         END-IF
012011     END-IF.
012012 4910-EXIT.
012013     EXIT.
012014*-----------------------------------------------------------------
012015 4920-SCAN-LIMIT-ENTRY.
012016     IF WS-LIM-SRC (WS-LIM-IX) = WS-LIM-SOURCE
012017        AND WS-LIM-OP (WS-LIM-IX) = TRX-OP-CODE
012018        AND WS-LIM-EFF (WS-LIM-IX) NOT > WS-RUN-DATE
012019         IF WS-LIM-BEST-IX = ZERO
012020             MOVE WS-LIM-IX TO WS-LIM-BEST-IX
012021         ELSE
012022             IF WS-LIM-EFF (WS-LIM-IX) NOT <
012023                WS-LIM-EFF (WS-LIM-BEST-IX)
012024                 MOVE WS-LIM-IX TO WS-LIM-BEST-IX
012025             END-IF
012026         END-IF
012027     END-IF.
012028 4920-EXIT.
012029     EXIT.
012030*-----------------------------------------------------------------
012031*    AUDIT LOG - ONE RECORD PER CALCULATION, ANY CALLER.  DURING
012032*    A FORMULA THE STEP IMAGE IS ONLY KEPT; THE OPERATION 70
012033*    RECORD IS WRITTEN FIRST AND ITS STEPS AFTER IT.
012034*-----------------------------------------------------------------
012035 7000-WRITE-AUDIT-RECORD.
012036     MOVE TRX-TIMESTAMP TO AUDIT-TIMESTAMP
012037     MOVE TRX-OP-CODE TO AUDIT-OP-CODE
012038     MOVE TRX-OPERAND-1 TO AUDIT-OPERAND-1
012039     MOVE TRX-OPERAND-2 TO AUDIT-OPERAND-2
012040     MOVE TRX-RESULT TO AUDIT-RESULT
012041     MOVE CLC-TERM-ID TO AUDIT-TERM-ID
012042     MOVE TRX-SOURCE-ID TO AUDIT-SOURCE-ID
012043     MOVE CLC-OPER-ID TO AUDIT-OPER-ID
012044     EVALUATE TRX-OP-CODE
012045         WHEN 80
012046             MOVE "ACT" TO AUDIT-DAY-BASIS
012047         WHEN 81
012048             MOVE "BUSDAYS" TO AUDIT-DAY-BASIS
012049         WHEN 82
012050             MOVE "ACT/360" TO AUDIT-DAY-BASIS
012060         WHEN 83
012070             MOVE "ACT/365" TO AUDIT-DAY-BASIS
012080         WHEN 84
012090             MOVE "30/360" TO AUDIT-DAY-BASIS
012100         WHEN OTHER
012110             MOVE SPACES TO AUDIT-DAY-BASIS
012111     END-EVALUATE
012112     IF AUDIT-DAY-BASIS = SPACES
012113         MOVE SPACES TO AUDIT-DATE-1
012114         MOVE SPACES TO AUDIT-DATE-2
012115     ELSE
012116         MOVE TRX-DATE-1 TO AUDIT-DATE-1
012117         MOVE TRX-DATE-2 TO AUDIT-DATE-2
012118     END-IF
012119     MOVE WS-AS-OF-DATE TO AUDIT-VALUE-DATE
012120     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
012121     IF CLC-RESULT-HELD
012122         MOVE "H" TO AUDIT-HOLD-FLAG
012123     ELSE
012124         MOVE SPACE TO AUDIT-HOLD-FLAG
012125     END-IF
012126     EVALUATE TRX-OP-CODE
012127         WHEN 24 THRU 27
012128         WHEN 50 THRU 51
012129         WHEN 70
012130             MOVE TRX-RATE-CODE TO AUDIT-RATE-CODE
012131         WHEN OTHER
012132             MOVE SPACES TO AUDIT-RATE-CODE
012133     END-EVALUATE
012134     IF WS-FORM-EXECUTING
012135         MOVE FSV-RATE-CODE TO AUDIT-FORMULA
012136     ELSE
012137         MOVE SPACES TO AUDIT-FORMULA
012138     END-IF
012139     MOVE CLC-LINK-TIMESTAMP TO AUDIT-LINK-TIMESTAMP
012140     MOVE CLC-LINK-TERM-ID TO AUDIT-LINK-TERM-ID
012141     MOVE CLC-ORIGIN TO AUDIT-ORIGIN
012142     IF WS-FORM-EXECUTING
012143         IF WS-STEP-AUDIT-USED < 20
012144             ADD 1 TO WS-STEP-AUDIT-USED
012145             MOVE AUDIT-RECORD
012146                 TO WS-STEP-AUDIT-IMAGE (WS-STEP-AUDIT-USED)
012147         END-IF
012148         GO TO 7000-EXIT
012149     END-IF
012150     MOVE AUDIT-TIMESTAMP TO CLC-AUDIT-TIMESTAMP
012151     MOVE AUDIT-TERM-ID TO CLC-AUDIT-TERM-ID
012152     PERFORM 7020-PUT-AUDIT-RECORD THRU 7020-EXIT
012153     PERFORM 7030-WRITE-FORMULA-STEP THRU 7030-EXIT
012154         VARYING WS-STEP-AUDIT-IX FROM 1 BY 1
012155         UNTIL WS-STEP-AUDIT-IX > WS-STEP-AUDIT-USED
012156     MOVE ZERO TO WS-STEP-AUDIT-USED.
012160 7000-EXIT.
012170     EXIT.
012180*-----------------------------------------------------------------
012430 7010-EXIT.
012440     EXIT.
012450*-----------------------------------------------------------------
012451*    ONE AUDIT RECORD - AUDIT-RECORD TO AUDITLOG AND, UNLESS IT
012452*    IS SWITCHED OFF, TO THE AUDIT MASTER.
012453*-----------------------------------------------------------------
012454 7020-PUT-AUDIT-RECORD.
012455     MOVE AUDIT-RECORD TO ALOG-RECORD
012456     WRITE ALOG-RECORD
012457     SET CLC-AUDIT-WRITTEN TO TRUE
012458     IF NOT WS-AUDITMST-OFF
012459         MOVE AUDIT-TIMESTAMP TO AUDM-TIMESTAMP
012460         MOVE AUDIT-TERM-ID TO AUDM-TERM-ID
012461         MOVE ZERO TO AUDM-SEQ
012462         MOVE AUDIT-OP-CODE TO AUDM-OP-CODE
012463         MOVE AUDIT-OPERAND-1 TO AUDM-OPERAND-1
012464         MOVE AUDIT-OPERAND-2 TO AUDM-OPERAND-2
012465         MOVE AUDIT-RESULT TO AUDM-RESULT
012466         MOVE AUDIT-SOURCE-ID TO AUDM-SOURCE-ID
012467         MOVE AUDIT-OPER-ID TO AUDM-OPER-ID
012468         MOVE AUDIT-DATE-1 TO AUDM-DATE-1
012469         MOVE AUDIT-DATE-2 TO AUDM-DATE-2
012470         MOVE AUDIT-DAY-BASIS TO AUDM-DAY-BASIS
012471         MOVE AUDIT-VALUE-DATE TO AUDM-VALUE-DATE
012472         MOVE AUDIT-RUN-DATE TO AUDM-RUN-DATE
012473         MOVE AUDIT-HOLD-FLAG TO AUDM-HOLD-FLAG
012474         MOVE AUDIT-RATE-CODE TO AUDM-RATE-CODE
012475         MOVE AUDIT-FORMULA TO AUDM-FORMULA
012476         MOVE AUDIT-LINK-TIMESTAMP TO AUDM-LINK-TIMESTAMP
012477         MOVE AUDIT-LINK-TERM-ID TO AUDM-LINK-TERM-ID
012478         MOVE AUDIT-ORIGIN TO AUDM-ORIGIN
012479         MOVE "N" TO WS-AUDM-WRITE-SW
012480         PERFORM 7010-WRITE-AUDIT-MASTER THRU 7010-EXIT
012481             UNTIL WS-AUDM-WRITTEN
012482     END-IF.
012483 7020-EXIT.
012484     EXIT.
012485*-----------------------------------------------------------------
012486*    ONE FORMULA STEP - THE KEPT IMAGE TAKES THE FORMULA'S HOLD
012487*    FLAG AND IS WRITTEN LIKE ANY OTHER AUDIT RECORD.
012488*-----------------------------------------------------------------
012489 7030-WRITE-FORMULA-STEP.
012490     MOVE WS-STEP-AUDIT-IMAGE (WS-STEP-AUDIT-IX) TO AUDIT-RECORD
012491     IF CLC-RESULT-HELD
012492         MOVE "H" TO AUDIT-HOLD-FLAG
012493     ELSE
012494         MOVE SPACE TO AUDIT-HOLD-FLAG
012495     END-IF
012496     PERFORM 7020-PUT-AUDIT-RECORD THRU 7020-EXIT.
012497 7030-EXIT.
012498     EXIT.
012499*-----------------------------------------------------------------
012500*    TERMINATION - CLOSE THE AUDIT FILES OPENED AT FIRST USE.
012501*-----------------------------------------------------------------
012502 9000-TERMINATE-ENGINE.
012503     IF WS-ENGINE-READY
012504         CLOSE AUDITLOG-FILE
012510         IF NOT WS-AUDITMST-OFF
012520             CLOSE AUDITMST-FILE
012530         END-IF
