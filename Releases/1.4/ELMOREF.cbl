000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOREF  (SuS - REFERENCE TABLE INTEGRITY)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      NIGHTLY CROSS-CHECK OF THE FOUR EFFECTIVE-DATED
000090*                  REFERENCE FILES (RATEFILE, UNITFILE, FORMFILE
000100*                  AND OPERFILE), RESOLVED THE WAY THE ENGINE
000110*                  ELMOCLC RESOLVES THEM - FOR EACH KEY THE RECORD
000120*                  WITH THE LATEST EFFECTIVE DATE NOT AFTER THE
000130*                  CHECK DATE IS IN FORCE (LATER APPENDS WIN TIES)
000140*                  AND ONLY AN ACTIVE RECORD COUNTS.  THE REPORT
000150*                  (DD REFRPT) LISTS:
000160*                    A  FORMULA STEPS WHOSE RATE (OPERATIONS
000170*                       24-27) OR UNIT PAIR (50-51) IS MISSING OR
000180*                       EXPIRED, OR THAT CALL A FORMULA (70); AND,
000190*                       AS A WARNING, THOSE WHOSE CODE GOES OUT OF
000200*                       FORCE WITHIN THE HORIZON
000210*                    B  FORMULAS WITH A GAP IN THEIR STEP NUMBERS
000220*                       (THE ENGINE STOPS AT THE GAP AND NEVER
000230*                       RUNS THE LATER STEPS).  A FORMULA WHOSE
000240*                       STEP 01 IS EXPIRED IS RETIRED, NOT BROKEN.
000250*                    C  RATE, UNIT, FORMULA AND OPERATOR RECORDS
000260*                       TAKING EFFECT WITHIN THE NEXT N DAYS - NEW
000270*                       VALUES AND EXPIRIES
000280*                    D  OPERATORS WITH NO ACTIVE RECORD IN FORCE
000290*                  RUN IT BEFORE THE MORNING BATCH: RETURN-CODE
000300*                  0 = CLEAN, 4 = WARNINGS ONLY (C, D OR A CODE
000310*                  EXPIRING WITHIN THE HORIZON), 8 = A FORMULA
000320*                  WILL FAIL (A OR B), 16 = FILE ERROR.  A CLOSE-
000330*                  OUT RECORD GOES TO RUNLEDG FOR ELMOCTL.
000340*
000350*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000360*        DATE=YYYYMMDD        CHECK DATE (DEFAULT TODAY)
000370*        DAYS=NNN             HORIZON IN CALENDAR DAYS FOR THE
000380*                             UPCOMING CHANGES (DEFAULT 7)
000390*
000400*    MODIFICATION HISTORY
000410*    --------------------------------------------------------
000420*    10/15/2026  DF   INITIAL VERSION.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.   ELMOREF.
000460 AUTHOR.       D. FERRANTE.
000470 INSTALLATION. OFFICINA CALCOLO.
000480 DATE-WRITTEN. 10/15/2026.
000490 DATE-COMPILED.
000500*****************************************************************
000510*    ENVIRONMENT DIVISION
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT RATEFILE ASSIGN TO "RATEFILE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-RATEFILE-FS.
000590     SELECT UNITFILE ASSIGN TO "UNITFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-UNITFILE-FS.
000620     SELECT FORMFILE ASSIGN TO "FORMFILE"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FORMFILE-FS.
000650     SELECT OPERFILE ASSIGN TO "OPERFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-OPERFILE-FS.
000680     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CTLCARD-FS.
000710     SELECT REFRPT-FILE ASSIGN TO "REFRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-REFRPT-FS.
000740     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RUNLEDG-FS.
000770*****************************************************************
000780*    DATA DIVISION
000790*****************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820*----------------------------------------------------------------
000830*    THE FOUR REFERENCE FILES - READ FROM THE TOP.
000840*----------------------------------------------------------------
000850 FD  RATEFILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY RATEREC.
000890 FD  UNITFILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY UNITREC.
000930 FD  FORMFILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY FORMREC.
000970 FD  OPERFILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY OPERREC.
001010*----------------------------------------------------------------
001020*    SELECTION CONTROL CARDS.
001030*----------------------------------------------------------------
001040 FD  CTLCARD-FILE
001050     RECORDING MODE IS F.
001060 01  CTLCARD-RECORD               PIC X(80).
001070*----------------------------------------------------------------
001080*    PRINTED INTEGRITY REPORT.
001090*----------------------------------------------------------------
001100 FD  REFRPT-FILE
001110     RECORDING MODE IS F.
001120 01  REFRPT-RECORD                PIC X(132).
001130*----------------------------------------------------------------
001140*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
001150*----------------------------------------------------------------
001160 FD  RUNLEDG
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD.
001190 COPY LEDGREC.
001200*****************************************************************
001210 WORKING-STORAGE SECTION.
001220*----------------------------------------------------------------
001230*    FILE STATUS SWITCHES.
001240*----------------------------------------------------------------
001250 01  WS-FILE-STATUSES.
001260     05  WS-RATEFILE-FS           PIC X(02) VALUE SPACES.
001270     05  WS-UNITFILE-FS           PIC X(02) VALUE SPACES.
001280     05  WS-FORMFILE-FS           PIC X(02) VALUE SPACES.
001290     05  WS-OPERFILE-FS           PIC X(02) VALUE SPACES.
001300     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001310     05  WS-REFRPT-FS             PIC X(02) VALUE SPACES.
001320     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001330*----------------------------------------------------------------
001340*    PROGRAM SWITCHES.
001350*----------------------------------------------------------------
001360 01  WS-SWITCHES.
001370     05  WS-RATEFILE-EOF-SW       PIC X(01) VALUE "N".
001380         88  WS-RATEFILE-EOF          VALUE "Y".
001390     05  WS-UNITFILE-EOF-SW       PIC X(01) VALUE "N".
001400         88  WS-UNITFILE-EOF          VALUE "Y".
001410     05  WS-FORMFILE-EOF-SW       PIC X(01) VALUE "N".
001420         88  WS-FORMFILE-EOF          VALUE "Y".
001430     05  WS-OPERFILE-EOF-SW       PIC X(01) VALUE "N".
001440         88  WS-OPERFILE-EOF          VALUE "Y".
001450     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001460         88  WS-CTLCARD-EOF           VALUE "Y".
001470     05  WS-FIRST-SEEN-SW         PIC X(01) VALUE "N".
001480         88  WS-FIRST-SEEN            VALUE "Y".
001490*----------------------------------------------------------------
001500*    CHECK DATE AND HORIZON.
001510*----------------------------------------------------------------
001520 01  WS-CHECK-DATE                PIC X(08) VALUE SPACES.
001530 01  WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE
001540                                  PIC 9(08).
001550 01  WS-HORIZON-DAYS              PIC 9(03) VALUE 7.
001560 01  WS-HORIZON-DATE              PIC X(08) VALUE SPACES.
001570 01  WS-HORIZON-NUM               PIC 9(08) VALUE ZERO.
001580 01  WS-DAY-INT                   PIC S9(09) COMP VALUE ZERO.
001590 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001600 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001610*----------------------------------------------------------------
001620*    IN-CORE COPIES OF THE FOUR FILES, IN FILE ORDER.
001630*----------------------------------------------------------------
001640 01  WS-RATE-TABLE.
001650     05  WS-RATE-USED             PIC 9(03) COMP VALUE ZERO.
001660     05  WS-RATE-ENTRY OCCURS 300 TIMES.
001670         10  WS-RATE-KEY              PIC X(08).
001680         10  WS-RATE-EFF              PIC X(08).
001690         10  WS-RATE-AMT              PIC S9(07)V9(07).
001700         10  WS-RATE-STAT             PIC X(01).
001710 01  WS-UNIT-TABLE.
001720     05  WS-UNIT-USED             PIC 9(03) COMP VALUE ZERO.
001730     05  WS-UNIT-ENTRY OCCURS 100 TIMES.
001740         10  WS-UNIT-KEY              PIC X(08).
001750         10  WS-UNIT-EFF              PIC X(08).
001760         10  WS-UNIT-FACT             PIC S9(07)V9(07).
001770         10  WS-UNIT-STAT             PIC X(01).
001780 01  WS-FORM-TABLE.
001790     05  WS-FORM-USED             PIC 9(03) COMP VALUE ZERO.
001800     05  WS-FORM-ENTRY OCCURS 300 TIMES.
001810         10  WS-FORM-KEY              PIC X(08).
001820         10  WS-FORM-STEP-NO          PIC 9(02).
001830         10  WS-FORM-OP               PIC 9(02).
001840         10  WS-FORM-RATE             PIC X(08).
001850         10  WS-FORM-EFF              PIC X(08).
001860         10  WS-FORM-STAT             PIC X(01).
001870 01  WS-OPER-TABLE.
001880     05  WS-OPER-USED             PIC 9(03) COMP VALUE ZERO.
001890     05  WS-OPER-ENTRY OCCURS 100 TIMES.
001900         10  WS-OPER-KEY              PIC X(08).
001910         10  WS-OPER-NM               PIC X(20).
001920         10  WS-OPER-EFF              PIC X(08).
001930         10  WS-OPER-STAT             PIC X(01).
001940 01  WS-TABLE-OVERFLOW            PIC 9(05) COMP VALUE ZERO.
001950*----------------------------------------------------------------
001960*    RESOLUTION - KEY (AND STEP) AND DATE IN, THE ENTRY IN FORCE
001970*    AND ITS STATUS OUT ("N" = NOTHING IN FORCE).
001980*----------------------------------------------------------------
001990 01  WS-LOOK-KEY                  PIC X(08) VALUE SPACES.
002000 01  WS-LOOK-STEP                 PIC 9(02) VALUE ZERO.
002010 01  WS-LOOK-DATE                 PIC X(08) VALUE SPACES.
002020 01  WS-LOOK-STAT                 PIC X(01) VALUE SPACE.
002030     88  WS-LOOK-ACTIVE               VALUE "A".
002040     88  WS-LOOK-NONE                 VALUE "N".
002050 01  WS-BEST-IX                   PIC 9(03) COMP VALUE ZERO.
002060 01  WS-IX                        PIC 9(03) COMP VALUE ZERO.
002070 01  WS-IX-2                      PIC 9(03) COMP VALUE ZERO.
002080*----------------------------------------------------------------
002090*    ONE FORMULA UNDER CHECK - THE STEP IN FORCE FOR EACH STEP
002100*    NUMBER THE ENGINE WOULD TRY (01-20).
002110*----------------------------------------------------------------
002120 01  WS-STEP-TABLE.
002130     05  WS-STEP-ENTRY OCCURS 20 TIMES.
002140         10  WS-STEP-IX               PIC 9(03) COMP.
002150         10  WS-STEP-ACTIVE-SW        PIC X(01).
002160             88  WS-STEP-ACTIVE           VALUE "Y".
002170 01  WS-STEP                      PIC 9(02) COMP VALUE ZERO.
002180 01  WS-FIRST-GAP                 PIC 9(02) COMP VALUE ZERO.
002190 01  WS-LAST-ACTIVE               PIC 9(02) COMP VALUE ZERO.
002200 01  WS-CHECK-NAME                PIC X(08) VALUE SPACES.
002210 01  WS-REF-KIND                  PIC X(08) VALUE SPACES.
002220*----------------------------------------------------------------
002230*    TOTALS.
002240*----------------------------------------------------------------
002250 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
002260 77  WS-ERROR-COUNT               PIC 9(09) COMP VALUE ZERO.
002270 77  WS-WARNING-COUNT             PIC 9(09) COMP VALUE ZERO.
002280 77  WS-SECTION-COUNT             PIC 9(09) COMP VALUE ZERO.
002290 77  WS-FORMULAS-CHECKED          PIC 9(09) COMP VALUE ZERO.
002300 77  WS-FORMULAS-RETIRED          PIC 9(09) COMP VALUE ZERO.
002310*----------------------------------------------------------------
002320*    REPORT FORMATTING.
002330*----------------------------------------------------------------
002340 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002350 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
002360 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
002370 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
002380 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
002390 01  WS-ED-STEP                   PIC 9(02).
002400 01  WS-ED-STEP-2                 PIC 9(02).
002410 01  WS-ED-OP                     PIC 9(02).
002420 01  WS-ED-DAYS                   PIC ZZ9.
002430 01  WS-ED-VALUE                  PIC -9(07).9(07).
002440 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002450 01  WS-STAT-TEXT                 PIC X(10) VALUE SPACES.
002460*----------------------------------------------------------------
002470*    RUN LEDGER CLOSE-OUT.
002480*----------------------------------------------------------------
002490 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
002500 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
002510 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
002520 01  WS-LDG-REJ                   PIC 9(09) VALUE ZERO.
002530 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
002540*****************************************************************
002550*    PROCEDURE DIVISION
002560*****************************************************************
002570 PROCEDURE DIVISION.
002580*-----------------------------------------------------------------
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002610     PERFORM 2000-CHECK-FORMULAS THRU 2000-EXIT
002620     PERFORM 3000-CHECK-UPCOMING THRU 3000-EXIT
002630     PERFORM 3500-CHECK-OPERATORS THRU 3500-EXIT
002640     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
002650     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
002660     STOP RUN.
002670*-----------------------------------------------------------------
002680*    INITIALIZATION - CONTROL CARDS, HORIZON DATE, THE FOUR
002690*    TABLES.  A FILE THAT IS NOT ALLOCATED LOADS AS AN EMPTY
002700*    TABLE, AS IT DOES IN THE ENGINE, SO EVERY REFERENCE TO IT
002710*    SHOWS UP AS MISSING.
002720*-----------------------------------------------------------------
002730 1000-INITIALIZE.
002740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002750     MOVE WS-RUN-DATE TO WS-CHECK-DATE
002760     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
002770     IF WS-CHECK-DATE NOT NUMERIC
002780         DISPLAY "DATA DI CONTROLLO ERRATA: " WS-CHECK-DATE
002790             " - USATA LA DATA ODIERNA"
002800         MOVE WS-RUN-DATE TO WS-CHECK-DATE
002810     END-IF
002820     COMPUTE WS-DAY-INT =
002830         FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE-NUM)
002840         + WS-HORIZON-DAYS
002850     COMPUTE WS-HORIZON-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
002860     MOVE WS-HORIZON-NUM TO WS-HORIZON-DATE
002870     OPEN OUTPUT REFRPT-FILE
002880     IF WS-REFRPT-FS NOT = "00"
002890         DISPLAY "IMPOSSIBILE APRIRE REFRPT - FILE STATUS "
002900             WS-REFRPT-FS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF
002940     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
002950     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
002960     PERFORM 1300-LOAD-UNIT-TABLE THRU 1300-EXIT
002970     PERFORM 1400-LOAD-FORM-TABLE THRU 1400-EXIT
002980     PERFORM 1500-LOAD-OPER-TABLE THRU 1500-EXIT
002990     MOVE WS-HORIZON-DAYS TO WS-ED-DAYS
003000     MOVE SPACES TO WS-PRINT-LINE
003010     STRING "DATA DI CONTROLLO: " WS-CHECK-DATE
003020            "   ORIZZONTE: " WS-ED-DAYS " GIORNI (FINO AL "
003030            WS-HORIZON-DATE ")"
003040         DELIMITED BY SIZE INTO WS-PRINT-LINE
003050     END-STRING
003060     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003070     IF WS-TABLE-OVERFLOW > ZERO
003080         MOVE "*** TABELLE PIENE - RECORD IGNORATI, CONTROLLO"
003090             TO WS-PRINT-LINE
003100         MOVE " INCOMPLETO" TO WS-PRINT-LINE (47:11)
003110         ADD 1 TO WS-ERROR-COUNT
003120         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003130     END-IF.
003140 1000-EXIT.
003150     EXIT.
003160*-----------------------------------------------------------------
003170 1100-READ-CONTROL-CARDS.
003180     OPEN INPUT CTLCARD-FILE
003190     IF WS-CTLCARD-FS NOT = "00"
003200         SET WS-CTLCARD-EOF TO TRUE
003210         GO TO 1100-EXIT
003220     END-IF
003230     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003240     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
003250         UNTIL WS-CTLCARD-EOF
003260     CLOSE CTLCARD-FILE.
003270 1100-EXIT.
003280     EXIT.
003290*-----------------------------------------------------------------
003300 1110-READ-ONE-CARD.
003310     READ CTLCARD-FILE
003320         AT END SET WS-CTLCARD-EOF TO TRUE
003330     END-READ.
003340 1110-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370 1120-APPLY-CONTROL-CARD.
003380     MOVE SPACES TO WS-CARD-KEYWORD
003390     MOVE SPACES TO WS-CARD-VALUE
003400     UNSTRING CTLCARD-RECORD DELIMITED BY "="
003410         INTO WS-CARD-KEYWORD WS-CARD-VALUE
003420     END-UNSTRING
003430     EVALUATE WS-CARD-KEYWORD
003440         WHEN "DATE"
003450             MOVE WS-CARD-VALUE (1:8) TO WS-CHECK-DATE
003460         WHEN "DAYS"
003470             COMPUTE WS-HORIZON-DAYS =
003480                     FUNCTION NUMVAL(WS-CARD-VALUE)
003490         WHEN SPACES
003500             CONTINUE
003510         WHEN OTHER
003520             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
003530                 CTLCARD-RECORD
003540     END-EVALUATE
003550     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
003560 1120-EXIT.
003570     EXIT.
003580*-----------------------------------------------------------------
003590 1200-LOAD-RATE-TABLE.
003600     OPEN INPUT RATEFILE
003610     IF WS-RATEFILE-FS NOT = "00"
003620         DISPLAY "RATEFILE NON DISPONIBILE - FILE STATUS "
003630             WS-RATEFILE-FS " - TABELLA VUOTA"
003640         GO TO 1200-EXIT
003650     END-IF
003660     PERFORM 1210-READ-RATE-RECORD THRU 1210-EXIT
003670     PERFORM 1220-TABLE-RATE-RECORD THRU 1220-EXIT
003680         UNTIL WS-RATEFILE-EOF
003690     CLOSE RATEFILE.
003700 1200-EXIT.
003710     EXIT.
003720*-----------------------------------------------------------------
003730 1210-READ-RATE-RECORD.
003740     READ RATEFILE
003750         AT END SET WS-RATEFILE-EOF TO TRUE
003760     END-READ
003770     IF NOT WS-RATEFILE-EOF
003780         ADD 1 TO WS-RECORDS-READ
003790     END-IF.
003800 1210-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830 1220-TABLE-RATE-RECORD.
003840     IF WS-RATE-USED < 300
003850         ADD 1 TO WS-RATE-USED
003860         MOVE RATE-CODE TO WS-RATE-KEY (WS-RATE-USED)
003870         MOVE RATE-EFF-DATE TO WS-RATE-EFF (WS-RATE-USED)
003880         MOVE RATE-VALUE TO WS-RATE-AMT (WS-RATE-USED)
003890         MOVE RATE-STATUS TO WS-RATE-STAT (WS-RATE-USED)
003900     ELSE
003910         DISPLAY "TABELLA TASSI PIENA - RECORD IGNORATO: "
003920             RATE-CODE
003930         ADD 1 TO WS-TABLE-OVERFLOW
003940     END-IF
003950     PERFORM 1210-READ-RATE-RECORD THRU 1210-EXIT.
003960 1220-EXIT.
003970     EXIT.
003980*-----------------------------------------------------------------
003990 1300-LOAD-UNIT-TABLE.
004000     OPEN INPUT UNITFILE
004010     IF WS-UNITFILE-FS NOT = "00"
004020         DISPLAY "UNITFILE NON DISPONIBILE - FILE STATUS "
004030             WS-UNITFILE-FS " - TABELLA VUOTA"
004040         GO TO 1300-EXIT
004050     END-IF
004060     PERFORM 1310-READ-UNIT-RECORD THRU 1310-EXIT
004070     PERFORM 1320-TABLE-UNIT-RECORD THRU 1320-EXIT
004080         UNTIL WS-UNITFILE-EOF
004090     CLOSE UNITFILE.
004100 1300-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130 1310-READ-UNIT-RECORD.
004140     READ UNITFILE
004150         AT END SET WS-UNITFILE-EOF TO TRUE
004160     END-READ
004170     IF NOT WS-UNITFILE-EOF
004180         ADD 1 TO WS-RECORDS-READ
004190     END-IF.
004200 1310-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------------
004230 1320-TABLE-UNIT-RECORD.
004240     IF WS-UNIT-USED < 100
004250         ADD 1 TO WS-UNIT-USED
004260         MOVE UNIT-CODE TO WS-UNIT-KEY (WS-UNIT-USED)
004270         MOVE UNIT-EFF-DATE TO WS-UNIT-EFF (WS-UNIT-USED)
004280         MOVE UNIT-FACTOR TO WS-UNIT-FACT (WS-UNIT-USED)
004290         MOVE UNIT-STATUS TO WS-UNIT-STAT (WS-UNIT-USED)
004300     ELSE
004310         DISPLAY "TABELLA UNITA' PIENA - RECORD IGNORATO: "
004320             UNIT-CODE
004330         ADD 1 TO WS-TABLE-OVERFLOW
004340     END-IF
004350     PERFORM 1310-READ-UNIT-RECORD THRU 1310-EXIT.
004360 1320-EXIT.
004370     EXIT.
004380*-----------------------------------------------------------------
004390 1400-LOAD-FORM-TABLE.
004400     OPEN INPUT FORMFILE
004410     IF WS-FORMFILE-FS NOT = "00"
004420         DISPLAY "FORMFILE NON DISPONIBILE - FILE STATUS "
004430             WS-FORMFILE-FS " - TABELLA VUOTA"
004440         GO TO 1400-EXIT
004450     END-IF
004460     PERFORM 1410-READ-FORM-RECORD THRU 1410-EXIT
004470     PERFORM 1420-TABLE-FORM-RECORD THRU 1420-EXIT
004480         UNTIL WS-FORMFILE-EOF
004490     CLOSE FORMFILE.
004500 1400-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530 1410-READ-FORM-RECORD.
004540     READ FORMFILE
004550         AT END SET WS-FORMFILE-EOF TO TRUE
004560     END-READ
004570     IF NOT WS-FORMFILE-EOF
004580         ADD 1 TO WS-RECORDS-READ
004590     END-IF.
004600 1410-EXIT.
004610     EXIT.
004620*-----------------------------------------------------------------
004630 1420-TABLE-FORM-RECORD.
004640     IF WS-FORM-USED < 300
004650         ADD 1 TO WS-FORM-USED
004660         MOVE FORM-NAME TO WS-FORM-KEY (WS-FORM-USED)
004670         MOVE FORM-SEQ TO WS-FORM-STEP-NO (WS-FORM-USED)
004680         MOVE FORM-OP-CODE TO WS-FORM-OP (WS-FORM-USED)
004690         MOVE FORM-RATE-CODE TO WS-FORM-RATE (WS-FORM-USED)
004700         MOVE FORM-EFF-DATE TO WS-FORM-EFF (WS-FORM-USED)
004710         MOVE FORM-STATUS TO WS-FORM-STAT (WS-FORM-USED)
004720     ELSE
004730         DISPLAY "TABELLA FORMULE PIENA - RECORD IGNORATO: "
004740             FORM-NAME
004750         ADD 1 TO WS-TABLE-OVERFLOW
004760     END-IF
004770     PERFORM 1410-READ-FORM-RECORD THRU 1410-EXIT.
004780 1420-EXIT.
004790     EXIT.
004800*-----------------------------------------------------------------
004810 1500-LOAD-OPER-TABLE.
004820     OPEN INPUT OPERFILE
004830     IF WS-OPERFILE-FS NOT = "00"
004840         DISPLAY "OPERFILE NON DISPONIBILE - FILE STATUS "
004850             WS-OPERFILE-FS " - TABELLA VUOTA"
004860         GO TO 1500-EXIT
004870     END-IF
004880     PERFORM 1510-READ-OPER-RECORD THRU 1510-EXIT
004890     PERFORM 1520-TABLE-OPER-RECORD THRU 1520-EXIT
004900         UNTIL WS-OPERFILE-EOF
004910     CLOSE OPERFILE.
004920 1500-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------------
004950 1510-READ-OPER-RECORD.
004960     READ OPERFILE
004970         AT END SET WS-OPERFILE-EOF TO TRUE
004980     END-READ
004990     IF NOT WS-OPERFILE-EOF
005000         ADD 1 TO WS-RECORDS-READ
005010     END-IF.
005020 1510-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------------
005050 1520-TABLE-OPER-RECORD.
005060     IF WS-OPER-USED < 100
005070         ADD 1 TO WS-OPER-USED
005080         MOVE OPER-ID TO WS-OPER-KEY (WS-OPER-USED)
005090         MOVE OPER-NAME TO WS-OPER-NM (WS-OPER-USED)
005100         MOVE OPER-EFF-DATE TO WS-OPER-EFF (WS-OPER-USED)
005110         MOVE OPER-STATUS TO WS-OPER-STAT (WS-OPER-USED)
005120     ELSE
005130         DISPLAY "TABELLA OPERATORI PIENA - RECORD IGNORATO: "
005140             OPER-ID
005150         ADD 1 TO WS-TABLE-OVERFLOW
005160     END-IF
005170     PERFORM 1510-READ-OPER-RECORD THRU 1510-EXIT.
005180 1520-EXIT.
005190     EXIT.
005200*-----------------------------------------------------------------
005210*    SECTIONS A AND B - EVERY FORMULA NAME ON FILE, ONCE.
005220*-----------------------------------------------------------------
005230 2000-CHECK-FORMULAS.
005240     MOVE "A/B - FORMULE: RIFERIMENTI E NUMERAZIONE DEI PASSI"
005250         TO WS-PRINT-LINE
005260     PERFORM 7400-PRINT-SECTION-HEADER THRU 7400-EXIT
005270     PERFORM 2050-CHECK-FORMULA-ENTRY THRU 2050-EXIT
005280         VARYING WS-IX FROM 1 BY 1
005290         UNTIL WS-IX > WS-FORM-USED
005300     PERFORM 7410-PRINT-SECTION-FOOTER THRU 7410-EXIT.
005310 2000-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340*    A NAME IS CHECKED AT ITS FIRST RECORD ON FILE ONLY.
005350*-----------------------------------------------------------------
005360 2050-CHECK-FORMULA-ENTRY.
005370     MOVE "N" TO WS-FIRST-SEEN-SW
005380     PERFORM 2060-FIND-EARLIER-NAME THRU 2060-EXIT
005390         VARYING WS-IX-2 FROM 1 BY 1
005400         UNTIL WS-IX-2 NOT < WS-IX OR WS-FIRST-SEEN
005410     IF WS-FIRST-SEEN
005420         GO TO 2050-EXIT
005430     END-IF
005440     MOVE WS-FORM-KEY (WS-IX) TO WS-CHECK-NAME
005450     PERFORM 2100-CHECK-ONE-FORMULA THRU 2100-EXIT.
005460 2050-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------------
005490 2060-FIND-EARLIER-NAME.
005500     IF WS-FORM-KEY (WS-IX-2) = WS-FORM-KEY (WS-IX)
005510         SET WS-FIRST-SEEN TO TRUE
005520     END-IF.
005530 2060-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------------
005560*    ONE FORMULA - RESOLVE STEPS 01-20 AS THE ENGINE WOULD.  THE
005570*    ENGINE STOPS AT THE FIRST STEP NOT IN FORCE, SO AN ACTIVE
005580*    STEP BEYOND IT IS A GAP.  ONLY THE STEPS THAT RUN ARE
005590*    CHECKED FOR THEIR REFERENCES.
005600*-----------------------------------------------------------------
005610 2100-CHECK-ONE-FORMULA.
005620     MOVE WS-CHECK-NAME TO WS-LOOK-KEY
005630     MOVE WS-CHECK-DATE TO WS-LOOK-DATE
005640     MOVE ZERO TO WS-FIRST-GAP
005650     MOVE ZERO TO WS-LAST-ACTIVE
005660     PERFORM 2110-RESOLVE-ONE-STEP THRU 2110-EXIT
005670         VARYING WS-STEP FROM 1 BY 1
005680         UNTIL WS-STEP > 20
005690     IF NOT WS-STEP-ACTIVE (1)
005700         ADD 1 TO WS-FORMULAS-RETIRED
005710         GO TO 2100-EXIT
005720     END-IF
005730     ADD 1 TO WS-FORMULAS-CHECKED
005740     IF WS-FIRST-GAP = ZERO
005750         MOVE 21 TO WS-FIRST-GAP
005760     END-IF
005770     IF WS-LAST-ACTIVE > WS-FIRST-GAP
005780         MOVE WS-FIRST-GAP TO WS-ED-STEP
005790         MOVE WS-LAST-ACTIVE TO WS-ED-STEP-2
005800         MOVE SPACES TO WS-PRINT-LINE
005810         STRING "*** FORMULA " WS-CHECK-NAME
005820                " PASSO " WS-ED-STEP
005830                " MANCANTE - I PASSI FINO AL " WS-ED-STEP-2
005840                " NON VENGONO ESEGUITI"
005850             DELIMITED BY SIZE INTO WS-PRINT-LINE
005860         END-STRING
005870         ADD 1 TO WS-ERROR-COUNT
005880         ADD 1 TO WS-SECTION-COUNT
005890         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005900     END-IF
005910     PERFORM 2200-CHECK-STEP-REFERENCES THRU 2200-EXIT
005920         VARYING WS-STEP FROM 1 BY 1
005930         UNTIL WS-STEP NOT < WS-FIRST-GAP.
005940 2100-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970 2110-RESOLVE-ONE-STEP.
005980     MOVE WS-STEP TO WS-LOOK-STEP
005990     PERFORM 4300-RESOLVE-FORM-STEP THRU 4300-EXIT
006000     MOVE WS-BEST-IX TO WS-STEP-IX (WS-STEP)
006010     IF WS-LOOK-ACTIVE
006020         MOVE "Y" TO WS-STEP-ACTIVE-SW (WS-STEP)
006030         MOVE WS-STEP TO WS-LAST-ACTIVE
006040     ELSE
006050         MOVE "N" TO WS-STEP-ACTIVE-SW (WS-STEP)
006060         IF WS-FIRST-GAP = ZERO
006070             MOVE WS-STEP TO WS-FIRST-GAP
006080         END-IF
006090     END-IF.
006100 2110-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130*    ONE STEP THAT RUNS - ITS RATE OR UNIT PAIR MUST BE IN FORCE
006140*    TODAY (ERROR) AND STILL AT THE HORIZON (WARNING).  A STEP
006150*    THAT CALLS A FORMULA IS REFUSED BY THE ENGINE.
006160*-----------------------------------------------------------------
006170 2200-CHECK-STEP-REFERENCES.
006180     MOVE WS-STEP-IX (WS-STEP) TO WS-IX-2
006190     MOVE WS-STEP TO WS-ED-STEP
006200     MOVE WS-FORM-OP (WS-IX-2) TO WS-ED-OP
006210     MOVE WS-FORM-RATE (WS-IX-2) TO WS-LOOK-KEY
006220     EVALUATE WS-FORM-OP (WS-IX-2)
006230         WHEN 24 THRU 27
006240             MOVE "TASSO" TO WS-REF-KIND
006250         WHEN 50 THRU 51
006260             MOVE "UNITA'" TO WS-REF-KIND
006270         WHEN 70
006280             MOVE SPACES TO WS-PRINT-LINE
006290             STRING "*** FORMULA " WS-CHECK-NAME
006300                    " PASSO " WS-ED-STEP
006310                    " OP 70 - FORMULA ANNIDATA NON AMMESSA"
006320                 DELIMITED BY SIZE INTO WS-PRINT-LINE
006330             END-STRING
006340             ADD 1 TO WS-ERROR-COUNT
006350             ADD 1 TO WS-SECTION-COUNT
006360             PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006370             GO TO 2200-EXIT
006380         WHEN OTHER
006390             GO TO 2200-EXIT
006400     END-EVALUATE
006410     MOVE WS-CHECK-DATE TO WS-LOOK-DATE
006420     PERFORM 2250-RESOLVE-REFERENCE THRU 2250-EXIT
006430     IF NOT WS-LOOK-ACTIVE
006440         IF WS-LOOK-NONE
006450             MOVE "MANCANTE" TO WS-STAT-TEXT
006460         ELSE
006470             MOVE "SCADUTO" TO WS-STAT-TEXT
006480         END-IF
006490         MOVE SPACES TO WS-PRINT-LINE
006500         STRING "*** FORMULA " WS-CHECK-NAME
006510                " PASSO " WS-ED-STEP
006520                " OP " WS-ED-OP
006530                " " WS-REF-KIND " " WS-LOOK-KEY
006540                " " WS-STAT-TEXT
006550             DELIMITED BY SIZE INTO WS-PRINT-LINE
006560         END-STRING
006570         ADD 1 TO WS-ERROR-COUNT
006580         ADD 1 TO WS-SECTION-COUNT
006590         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006600         GO TO 2200-EXIT
006610     END-IF
006620     MOVE WS-HORIZON-DATE TO WS-LOOK-DATE
006630     PERFORM 2250-RESOLVE-REFERENCE THRU 2250-EXIT
006640     IF NOT WS-LOOK-ACTIVE
006650         MOVE SPACES TO WS-PRINT-LINE
006660         STRING "    FORMULA " WS-CHECK-NAME
006670                " PASSO " WS-ED-STEP
006680                " OP " WS-ED-OP
006690                " " WS-REF-KIND " " WS-LOOK-KEY
006700                " SCADE ENTRO IL " WS-HORIZON-DATE
006710             DELIMITED BY SIZE INTO WS-PRINT-LINE
006720         END-STRING
006730         ADD 1 TO WS-WARNING-COUNT
006740         ADD 1 TO WS-SECTION-COUNT
006750         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006760     END-IF.
006770 2200-EXIT.
006780     EXIT.
006790*-----------------------------------------------------------------
006800 2250-RESOLVE-REFERENCE.
006810     IF WS-REF-KIND = "TASSO"
006820         PERFORM 4100-RESOLVE-RATE THRU 4100-EXIT
006830     ELSE
006840         PERFORM 4200-RESOLVE-UNIT THRU 4200-EXIT
006850     END-IF.
006860 2250-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------------
006890*    SECTION C - RECORDS TAKING EFFECT AFTER THE CHECK DATE AND
006900*    NOT AFTER THE HORIZON, IN FILE ORDER.
006910*-----------------------------------------------------------------
006920 3000-CHECK-UPCOMING.
006930     MOVE "C - VARIAZIONI IN VIGORE NEI PROSSIMI GIORNI"
006940         TO WS-PRINT-LINE
006950     PERFORM 7400-PRINT-SECTION-HEADER THRU 7400-EXIT
006960     PERFORM 3100-UPCOMING-RATE THRU 3100-EXIT
006970         VARYING WS-IX FROM 1 BY 1
006980         UNTIL WS-IX > WS-RATE-USED
006990     PERFORM 3200-UPCOMING-UNIT THRU 3200-EXIT
007000         VARYING WS-IX FROM 1 BY 1
007010         UNTIL WS-IX > WS-UNIT-USED
007020     PERFORM 3300-UPCOMING-FORM THRU 3300-EXIT
007030         VARYING WS-IX FROM 1 BY 1
007040         UNTIL WS-IX > WS-FORM-USED
007050     PERFORM 3400-UPCOMING-OPER THRU 3400-EXIT
007060         VARYING WS-IX FROM 1 BY 1
007070         UNTIL WS-IX > WS-OPER-USED
007080     PERFORM 7410-PRINT-SECTION-FOOTER THRU 7410-EXIT.
007090 3000-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------------
007120 3100-UPCOMING-RATE.
007130     IF WS-RATE-EFF (WS-IX) NOT > WS-CHECK-DATE
007140        OR WS-RATE-EFF (WS-IX) > WS-HORIZON-DATE
007150         GO TO 3100-EXIT
007160     END-IF
007170     MOVE SPACES TO WS-PRINT-LINE
007180     IF WS-RATE-STAT (WS-IX) = "A"
007190         MOVE WS-RATE-AMT (WS-IX) TO WS-ED-VALUE
007200         STRING "    RATEFILE " WS-RATE-KEY (WS-IX)
007210                "    DAL " WS-RATE-EFF (WS-IX)
007220                " NUOVO VALORE " WS-ED-VALUE
007230             DELIMITED BY SIZE INTO WS-PRINT-LINE
007240         END-STRING
007250     ELSE
007260         STRING "    RATEFILE " WS-RATE-KEY (WS-IX)
007270                "    DAL " WS-RATE-EFF (WS-IX)
007280                " SCADENZA"
007290             DELIMITED BY SIZE INTO WS-PRINT-LINE
007300         END-STRING
007310     END-IF
007320     ADD 1 TO WS-WARNING-COUNT
007330     ADD 1 TO WS-SECTION-COUNT
007340     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
007350 3100-EXIT.
007360     EXIT.
007370*-----------------------------------------------------------------
007380 3200-UPCOMING-UNIT.
007390     IF WS-UNIT-EFF (WS-IX) NOT > WS-CHECK-DATE
007400        OR WS-UNIT-EFF (WS-IX) > WS-HORIZON-DATE
007410         GO TO 3200-EXIT
007420     END-IF
007430     MOVE SPACES TO WS-PRINT-LINE
007440     IF WS-UNIT-STAT (WS-IX) = "A"
007450         MOVE WS-UNIT-FACT (WS-IX) TO WS-ED-VALUE
007460         STRING "    UNITFILE " WS-UNIT-KEY (WS-IX)
007470                "    DAL " WS-UNIT-EFF (WS-IX)
007480                " NUOVO FATTORE " WS-ED-VALUE
007490             DELIMITED BY SIZE INTO WS-PRINT-LINE
007500         END-STRING
007510     ELSE
007520         STRING "    UNITFILE " WS-UNIT-KEY (WS-IX)
007530                "    DAL " WS-UNIT-EFF (WS-IX)
007540                " SCADENZA"
007550             DELIMITED BY SIZE INTO WS-PRINT-LINE
007560         END-STRING
007570     END-IF
007580     ADD 1 TO WS-WARNING-COUNT
007590     ADD 1 TO WS-SECTION-COUNT
007600     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
007610 3200-EXIT.
007620     EXIT.
007630*-----------------------------------------------------------------
007640 3300-UPCOMING-FORM.
007650     IF WS-FORM-EFF (WS-IX) NOT > WS-CHECK-DATE
007660        OR WS-FORM-EFF (WS-IX) > WS-HORIZON-DATE
007670         GO TO 3300-EXIT
007680     END-IF
007690     MOVE WS-FORM-STEP-NO (WS-IX) TO WS-ED-STEP
007700     MOVE SPACES TO WS-PRINT-LINE
007710     IF WS-FORM-STAT (WS-IX) = "A"
007720         STRING "    FORMFILE " WS-FORM-KEY (WS-IX)
007730                " " WS-ED-STEP " DAL " WS-FORM-EFF (WS-IX)
007740                " NUOVA VERSIONE DEL PASSO"
007750             DELIMITED BY SIZE INTO WS-PRINT-LINE
007760         END-STRING
007770     ELSE
007780         STRING "    FORMFILE " WS-FORM-KEY (WS-IX)
007790                " " WS-ED-STEP " DAL " WS-FORM-EFF (WS-IX)
007800                " SCADENZA DEL PASSO"
007810             DELIMITED BY SIZE INTO WS-PRINT-LINE
007820         END-STRING
007830     END-IF
007840     ADD 1 TO WS-WARNING-COUNT
007850     ADD 1 TO WS-SECTION-COUNT
007860     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
007870 3300-EXIT.
007880     EXIT.
007890*-----------------------------------------------------------------
007900 3400-UPCOMING-OPER.
007910     IF WS-OPER-EFF (WS-IX) NOT > WS-CHECK-DATE
007920        OR WS-OPER-EFF (WS-IX) > WS-HORIZON-DATE
007930         GO TO 3400-EXIT
007940     END-IF
007950     MOVE SPACES TO WS-PRINT-LINE
007960     IF WS-OPER-STAT (WS-IX) = "A"
007970         STRING "    OPERFILE " WS-OPER-KEY (WS-IX)
007980                "    DAL " WS-OPER-EFF (WS-IX)
007990                " ABILITAZIONE " WS-OPER-NM (WS-IX)
008000             DELIMITED BY SIZE INTO WS-PRINT-LINE
008010         END-STRING
008020     ELSE
008030         STRING "    OPERFILE " WS-OPER-KEY (WS-IX)
008040                "    DAL " WS-OPER-EFF (WS-IX)
008050                " SOSPENSIONE " WS-OPER-NM (WS-IX)
008060             DELIMITED BY SIZE INTO WS-PRINT-LINE
008070         END-STRING
008080     END-IF
008090     ADD 1 TO WS-WARNING-COUNT
008100     ADD 1 TO WS-SECTION-COUNT
008110     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
008120 3400-EXIT.
008130     EXIT.
008140*-----------------------------------------------------------------
008150*    SECTION D - EVERY OPERATOR ID ON FILE, ONCE, WHOSE RECORD
008160*    IN FORCE IS MISSING OR SUSPENDED.
008170*-----------------------------------------------------------------
008180 3500-CHECK-OPERATORS.
008190     MOVE "D - OPERATORI SENZA RECORD ATTIVO" TO WS-PRINT-LINE
008200     PERFORM 7400-PRINT-SECTION-HEADER THRU 7400-EXIT
008210     PERFORM 3550-CHECK-OPERATOR-ENTRY THRU 3550-EXIT
008220         VARYING WS-IX FROM 1 BY 1
008230         UNTIL WS-IX > WS-OPER-USED
008240     PERFORM 7410-PRINT-SECTION-FOOTER THRU 7410-EXIT.
008250 3500-EXIT.
008260     EXIT.
008270*-----------------------------------------------------------------
008280 3550-CHECK-OPERATOR-ENTRY.
008290     MOVE "N" TO WS-FIRST-SEEN-SW
008300     PERFORM 3560-FIND-EARLIER-OPER THRU 3560-EXIT
008310         VARYING WS-IX-2 FROM 1 BY 1
008320         UNTIL WS-IX-2 NOT < WS-IX OR WS-FIRST-SEEN
008330     IF WS-FIRST-SEEN
008340         GO TO 3550-EXIT
008350     END-IF
008360     MOVE WS-OPER-KEY (WS-IX) TO WS-LOOK-KEY
008370     MOVE WS-CHECK-DATE TO WS-LOOK-DATE
008380     PERFORM 4400-RESOLVE-OPER THRU 4400-EXIT
008390     IF WS-LOOK-ACTIVE
008400         GO TO 3550-EXIT
008410     END-IF
008415     MOVE SPACES TO WS-PRINT-LINE
008420     IF WS-LOOK-NONE
008430         MOVE "NON ANCORA IN VIGORE" TO WS-PRINT-LINE (60:20)
008440     ELSE
008450         MOVE "SOSPESO" TO WS-PRINT-LINE (60:20)
008460     END-IF
008480     STRING "    OPERATORE " WS-OPER-KEY (WS-IX)
008490            " " WS-OPER-NM (WS-IX)
008500         DELIMITED BY SIZE INTO WS-PRINT-LINE (1:59)
008510     END-STRING
008520     ADD 1 TO WS-WARNING-COUNT
008530     ADD 1 TO WS-SECTION-COUNT
008540     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
008550 3550-EXIT.
008560     EXIT.
008570*-----------------------------------------------------------------
008580 3560-FIND-EARLIER-OPER.
008590     IF WS-OPER-KEY (WS-IX-2) = WS-OPER-KEY (WS-IX)
008600         SET WS-FIRST-SEEN TO TRUE
008610     END-IF.
008620 3560-EXIT.
008630     EXIT.
008640*-----------------------------------------------------------------
008650*    RESOLUTION - SAME RULE AS THE ENGINE.  KEY IN WS-LOOK-KEY
008660*    (AND STEP IN WS-LOOK-STEP), DATE IN WS-LOOK-DATE; THE ENTRY
008670*    IN FORCE COMES BACK IN WS-BEST-IX AND ITS STATUS IN
008680*    WS-LOOK-STAT.
008690*-----------------------------------------------------------------
008700 4100-RESOLVE-RATE.
008710     MOVE ZERO TO WS-BEST-IX
008720     PERFORM 4110-SCAN-RATE-ENTRY THRU 4110-EXIT
008730         VARYING WS-IX-2 FROM 1 BY 1
008740         UNTIL WS-IX-2 > WS-RATE-USED
008750     IF WS-BEST-IX = ZERO
008760         SET WS-LOOK-NONE TO TRUE
008770     ELSE
008780         MOVE WS-RATE-STAT (WS-BEST-IX) TO WS-LOOK-STAT
008790     END-IF.
008800 4100-EXIT.
008810     EXIT.
008820*-----------------------------------------------------------------
008830 4110-SCAN-RATE-ENTRY.
008840     IF WS-RATE-KEY (WS-IX-2) = WS-LOOK-KEY
008850        AND WS-RATE-EFF (WS-IX-2) NOT > WS-LOOK-DATE
008860         IF WS-BEST-IX = ZERO
008870             MOVE WS-IX-2 TO WS-BEST-IX
008880         ELSE
008890             IF WS-RATE-EFF (WS-IX-2) NOT <
008900                WS-RATE-EFF (WS-BEST-IX)
008910                 MOVE WS-IX-2 TO WS-BEST-IX
008920             END-IF
008930         END-IF
008940     END-IF.
008950 4110-EXIT.
008960     EXIT.
008970*-----------------------------------------------------------------
008980 4200-RESOLVE-UNIT.
008990     MOVE ZERO TO WS-BEST-IX
009000     PERFORM 4210-SCAN-UNIT-ENTRY THRU 4210-EXIT
009010         VARYING WS-IX-2 FROM 1 BY 1
009020         UNTIL WS-IX-2 > WS-UNIT-USED
009030     IF WS-BEST-IX = ZERO
009040         SET WS-LOOK-NONE TO TRUE
009050     ELSE
009060         MOVE WS-UNIT-STAT (WS-BEST-IX) TO WS-LOOK-STAT
009070     END-IF.
009080 4200-EXIT.
009090     EXIT.
009100*-----------------------------------------------------------------
009110 4210-SCAN-UNIT-ENTRY.
009120     IF WS-UNIT-KEY (WS-IX-2) = WS-LOOK-KEY
009130        AND WS-UNIT-EFF (WS-IX-2) NOT > WS-LOOK-DATE
009140         IF WS-BEST-IX = ZERO
009150             MOVE WS-IX-2 TO WS-BEST-IX
009160         ELSE
009170             IF WS-UNIT-EFF (WS-IX-2) NOT <
009180                WS-UNIT-EFF (WS-BEST-IX)
009190                 MOVE WS-IX-2 TO WS-BEST-IX
009200             END-IF
009210         END-IF
009220     END-IF.
009230 4210-EXIT.
009240     EXIT.
009250*-----------------------------------------------------------------
009260 4300-RESOLVE-FORM-STEP.
009270     MOVE ZERO TO WS-BEST-IX
009280     PERFORM 4310-SCAN-FORM-ENTRY THRU 4310-EXIT
009290         VARYING WS-IX-2 FROM 1 BY 1
009300         UNTIL WS-IX-2 > WS-FORM-USED
009310     IF WS-BEST-IX = ZERO
009320         SET WS-LOOK-NONE TO TRUE
009330     ELSE
009340         MOVE WS-FORM-STAT (WS-BEST-IX) TO WS-LOOK-STAT
009350     END-IF.
009360 4300-EXIT.
009370     EXIT.
009380*-----------------------------------------------------------------
009390 4310-SCAN-FORM-ENTRY.
009400     IF WS-FORM-KEY (WS-IX-2) = WS-LOOK-KEY
009410        AND WS-FORM-STEP-NO (WS-IX-2) = WS-LOOK-STEP
009420        AND WS-FORM-EFF (WS-IX-2) NOT > WS-LOOK-DATE
009430         IF WS-BEST-IX = ZERO
009440             MOVE WS-IX-2 TO WS-BEST-IX
009450         ELSE
009460             IF WS-FORM-EFF (WS-IX-2) NOT <
009470                WS-FORM-EFF (WS-BEST-IX)
009480                 MOVE WS-IX-2 TO WS-BEST-IX
009490             END-IF
009500         END-IF
009510     END-IF.
009520 4310-EXIT.
009530     EXIT.
009540*-----------------------------------------------------------------
009550 4400-RESOLVE-OPER.
009560     MOVE ZERO TO WS-BEST-IX
009570     PERFORM 4410-SCAN-OPER-ENTRY THRU 4410-EXIT
009580         VARYING WS-IX-2 FROM 1 BY 1
009590         UNTIL WS-IX-2 > WS-OPER-USED
009600     IF WS-BEST-IX = ZERO
009610         SET WS-LOOK-NONE TO TRUE
009620     ELSE
009630         MOVE WS-OPER-STAT (WS-BEST-IX) TO WS-LOOK-STAT
009640     END-IF.
009650 4400-EXIT.
009660     EXIT.
009670*-----------------------------------------------------------------
009680 4410-SCAN-OPER-ENTRY.
009690     IF WS-OPER-KEY (WS-IX-2) = WS-LOOK-KEY
009700        AND WS-OPER-EFF (WS-IX-2) NOT > WS-LOOK-DATE
009710         IF WS-BEST-IX = ZERO
009720             MOVE WS-IX-2 TO WS-BEST-IX
009730         ELSE
009740             IF WS-OPER-EFF (WS-IX-2) NOT <
009750                WS-OPER-EFF (WS-BEST-IX)
009760                 MOVE WS-IX-2 TO WS-BEST-IX
009770             END-IF
009780         END-IF
009790     END-IF.
009800 4410-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009830*    TOTALS AND RETURN CODE.
009840*-----------------------------------------------------------------
009850 5000-PRINT-TOTALS.
009860     MOVE SPACES TO WS-PRINT-LINE
009870     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009880     MOVE WS-RECORDS-READ TO WS-ED-COUNT
009890     MOVE SPACES TO WS-PRINT-LINE
009900     STRING "RECORD LETTI:          " WS-ED-COUNT
009910         DELIMITED BY SIZE INTO WS-PRINT-LINE
009920     END-STRING
009930     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009940     MOVE WS-FORMULAS-CHECKED TO WS-ED-COUNT
009950     MOVE SPACES TO WS-PRINT-LINE
009960     STRING "FORMULE IN VIGORE:     " WS-ED-COUNT
009970         DELIMITED BY SIZE INTO WS-PRINT-LINE
009980     END-STRING
009990     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010000     MOVE WS-FORMULAS-RETIRED TO WS-ED-COUNT
010010     MOVE SPACES TO WS-PRINT-LINE
010020     STRING "FORMULE RITIRATE:      " WS-ED-COUNT
010030         DELIMITED BY SIZE INTO WS-PRINT-LINE
010040     END-STRING
010050     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010060     MOVE WS-ERROR-COUNT TO WS-ED-COUNT
010070     MOVE SPACES TO WS-PRINT-LINE
010080     STRING "ANOMALIE BLOCCANTI:    " WS-ED-COUNT
010090         DELIMITED BY SIZE INTO WS-PRINT-LINE
010100     END-STRING
010110     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010120     MOVE WS-WARNING-COUNT TO WS-ED-COUNT
010130     MOVE SPACES TO WS-PRINT-LINE
010140     STRING "SEGNALAZIONI:          " WS-ED-COUNT
010150         DELIMITED BY SIZE INTO WS-PRINT-LINE
010160     END-STRING
010170     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010180     MOVE SPACES TO WS-PRINT-LINE
010190     EVALUATE TRUE
010200         WHEN WS-ERROR-COUNT > ZERO
010210             MOVE 8 TO RETURN-CODE
010220             MOVE "ESITO: *** TABELLE INCOERENTI - VERIFICARE"
010230                 TO WS-PRINT-LINE
010240             MOVE " PRIMA DEL BATCH ***" TO WS-PRINT-LINE (43:20)
010250         WHEN WS-WARNING-COUNT > ZERO
010260             MOVE 4 TO RETURN-CODE
010270             MOVE "ESITO: TABELLE COERENTI, CON SEGNALAZIONI"
010280                 TO WS-PRINT-LINE
010290         WHEN OTHER
010300             MOVE "ESITO: TABELLE COERENTI" TO WS-PRINT-LINE
010310     END-EVALUATE
010320     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
010330 5000-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------------
010360*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.
010370*-----------------------------------------------------------------
010380 7300-WRITE-REPORT-LINE.
010390     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
010400         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010410         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
010420     END-IF
010430     MOVE WS-PRINT-LINE TO REFRPT-RECORD
010440     WRITE REFRPT-RECORD
010450     ADD 1 TO WS-REPORT-LINE-COUNT.
010460 7300-EXIT.
010470     EXIT.
010480*-----------------------------------------------------------------
010490 7310-PRINT-REPORT-HEADER.
010500     ADD 1 TO WS-REPORT-PAGE-NO
010510     MOVE SPACES TO REFRPT-RECORD
010520     MOVE "SuS - CONTROLLO COERENZA TABELLE DI RIFERIMENTO"
010530         TO REFRPT-RECORD
010540     WRITE REFRPT-RECORD
010550     MOVE SPACES TO REFRPT-RECORD
010560     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
010570            WS-RUN-DATE          DELIMITED BY SIZE
010580            "   PAGINA: "        DELIMITED BY SIZE
010590            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
010600         INTO REFRPT-RECORD
010610     END-STRING
010620     WRITE REFRPT-RECORD
010630     MOVE SPACES TO REFRPT-RECORD
010640     WRITE REFRPT-RECORD
010650     MOVE ZERO TO WS-REPORT-LINE-COUNT.
010660 7310-EXIT.
010670     EXIT.
010680*-----------------------------------------------------------------
010690 7320-PRINT-REPORT-FOOTER.
010700     MOVE SPACES TO REFRPT-RECORD
010710     STRING "FINE PAGINA "       DELIMITED BY SIZE
010720            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
010730         INTO REFRPT-RECORD
010740     END-STRING
010750     WRITE REFRPT-RECORD.
010760 7320-EXIT.
010770     EXIT.
010780*-----------------------------------------------------------------
010790*    SECTION TITLE (ALREADY IN WS-PRINT-LINE) AND, AT THE END OF
010800*    THE SECTION, A LINE WHEN IT FOUND NOTHING.
010810*-----------------------------------------------------------------
010820 7400-PRINT-SECTION-HEADER.
010830     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010840     MOVE ZERO TO WS-SECTION-COUNT.
010850 7400-EXIT.
010860     EXIT.
010870*-----------------------------------------------------------------
010880 7410-PRINT-SECTION-FOOTER.
010890     IF WS-SECTION-COUNT = ZERO
010900         MOVE "    NESSUNA SEGNALAZIONE" TO WS-PRINT-LINE
010910         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010920     END-IF
010930     MOVE SPACES TO WS-PRINT-LINE
010940     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
010950 7410-EXIT.
010960     EXIT.
010970*-----------------------------------------------------------------
010980*    TERMINATION.
010990*-----------------------------------------------------------------
011000 9000-TERMINATE-PROGRAM.
011010     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
011020     CLOSE REFRPT-FILE
011030     DISPLAY "ANOMALIE BLOCCANTI: " WS-ERROR-COUNT
011040     DISPLAY "SEGNALAZIONI:       " WS-WARNING-COUNT
011050     MOVE "REFCHECK" TO WS-LDG-MODE
011060     MOVE WS-RECORDS-READ TO WS-LDG-IN
011070     COMPUTE WS-LDG-OUT = WS-ERROR-COUNT + WS-WARNING-COUNT
011080     MOVE ZERO TO WS-LDG-REJ
011090     MOVE SPACE TO WS-LDG-RECON
011100     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
011110 9000-EXIT.
011120     EXIT.
011130*-----------------------------------------------------------------
011140*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
011150*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
011160*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
011170*    RUN.
011180*-----------------------------------------------------------------
011190 9500-WRITE-RUN-LEDGER.
011200     OPEN EXTEND RUNLEDG
011210     IF WS-RUNLEDG-FS NOT = "00"
011220         OPEN OUTPUT RUNLEDG
011230     END-IF
011240     IF WS-RUNLEDG-FS NOT = "00"
011250         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
011260             WS-RUNLEDG-FS
011270         GO TO 9500-EXIT
011280     END-IF
011290     MOVE SPACES TO LDG-RECORD
011300     MOVE "ELMOREF " TO LDG-PROGRAM
011310     MOVE WS-RUN-DATE TO LDG-RUN-DATE
011320     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
011330     MOVE WS-LDG-MODE TO LDG-RUN-MODE
011340     MOVE WS-LDG-IN TO LDG-RECORDS-IN
011350     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
011360     MOVE WS-LDG-REJ TO LDG-REJECTS
011370     MOVE RETURN-CODE TO LDG-RETURN-CODE
011380     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
011390     WRITE LDG-RECORD
011400     CLOSE RUNLEDG.
011410 9500-EXIT.
011420     EXIT.
