000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOFAT  (SuS - MONTHLY CHARGE-BACK)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      MONTH-END CHARGE-BACK OF THE SuS SERVICE TO
000090*                  THE SOURCE DEPARTMENTS.  READS THE AUDIT TRAIL
000100*                  FOR THE MONTH (DD AUDITIN - THE ARCHIVE
000110*                  GENERATIONS FOLLOWED BY THE LIVE AUDITLOG) AND
000120*                  PRICES EACH SOURCE'S CALCULATIONS BY
000130*                  OPERATION GROUP WITH THE TARIFF IN FORCE ON THE
000140*                  DAY OF THE CALCULATION (DD TARFILE, COPYBOOK
000150*                  TARFREC).  A CALCULATION MADE FOR AN INTRADAY
000160*                  SERVICE REQUEST (AUDIT-ORIGIN "S") ALSO CARRIES
000170*                  THE SERVIZIO SURCHARGE.  ONE INVOICE PAGE PER
000180*                  SOURCE IS PRINTED ON DD FATRPT - QUANTITY, UNIT
000190*                  PRICE AND AMOUNT PER GROUP AND TARIFF, THE
000200*                  SOURCE TOTAL AND HOW ITS AUDIT RECORDS WERE
000210*                  TREATED - AND THE SAME LINES GO TO FINANCE ON
000220*                  DD FATCSV.
000230*                  THE DEPARTMENT NAME IS TAKEN FROM THE SOURCE
000240*                  REGISTRY (DD SRCFILE) AS IN FORCE AT MONTH END.
000250*
000260*                  NOT CHARGED: RATE CORRECTIONS (ELMOCOR - THE
000270*                  ORIGINAL CALCULATION IS CHARGED ONCE), THE STEP
000280*                  RECORDS OF A FORMULA (THE FORMULA IS CHARGED
000290*                  WHOLE), RESULTS HELD FOR A PLAUSIBILITY LIMIT
000300*                  WHILE THE HOLD IS OPEN OR WHEN IT WAS
000301*                  CANCELLED, AND PANEL WORK WITH NO SOURCE.  A
000302*                  HELD RESULT A SUPERVISOR RELEASED IS CHARGED
000303*                  ONCE, IN THE MONTH OF THE RELEASE, AT THE
000304*                  TARIFF OF THE DAY OF THE CALCULATION - THE
000305*                  RELEASE IS FOUND ON HOLDFILE (DD HOLDFILE,
000306*                  STATUS R OR D) BY THE KEY OF THE CALCULATION'S
000307*                  AUDIT RECORD.  REJECTED
000310*                  TRANSACTIONS, AUDIT REPLAYS (ELMORPL) AND
000320*                  WHAT-IF SIMULATIONS ARE NEVER ON THE AUDIT
000330*                  TRAIL.  EVERY AUDIT RECORD OF THE MONTH IS
000340*                  ACCOUNTED FOR IN THE RECONCILIATION AT THE END
000350*                  OF THE REPORT.
000360*
000370*    CONTROL CARDS (SYSIN, ONE PER LINE):
000380*        MONTH=YYYYMM         MONTH TO CHARGE - DEFAULT THE MONTH
000390*                             BEFORE THE RUN DATE
000400*
000410*    RETURN-CODE 0 = CHARGE-BACK PRODUCED, 4 = NOTHING TO CHARGE
000420*    OR THE MONTH IS NOT YET OVER, 8 = CALCULATIONS LEFT UNPRICED
000430*    (NO TARIFF IN FORCE), A TABLE FULL OR THE RECONCILIATION
000440*    FAILED, 12 = CONTROL CARDS INVALID, 16 = FILE ERROR.
000450*
000460*    MODIFICATION HISTORY
000470*    --------------------------------------------------------
000480*    10/15/2026  DF   INITIAL VERSION.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.   ELMOFAT.
000520 AUTHOR.       D. FERRANTE.
000530 INSTALLATION. OFFICINA CALCOLO.
000540 DATE-WRITTEN. 10/15/2026.
000550 DATE-COMPILED.
000560*****************************************************************
000570*    ENVIRONMENT DIVISION
000580*****************************************************************
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT AUDITIN-FILE ASSIGN TO "AUDITIN"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-AUDITIN-FS.
000650     SELECT TARFILE ASSIGN TO "TARFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-TARFILE-FS.
000680     SELECT SRCFILE ASSIGN TO "SRCFILE"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS WS-SRCFILE-FS.
000702     SELECT HOLDFILE ASSIGN TO "HOLDFILE"
000704         ORGANIZATION IS SEQUENTIAL
000706         FILE STATUS IS WS-HOLDFILE-FS.
000710     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-CTLCARD-FS.
000740     SELECT FATRPT-FILE ASSIGN TO "FATRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-FATRPT-FS.
000770     SELECT FATCSV-FILE ASSIGN TO "FATCSV"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-FATCSV-FS.
000800     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-RUNLEDG-FS.
000830*****************************************************************
000840*    DATA DIVISION
000850*****************************************************************
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------------
000890*    AUDIT TRAIL - ARCHIVE GENERATIONS AND THE LIVE LOG.
000900*----------------------------------------------------------------
000910 FD  AUDITIN-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY AUDITREC REPLACING ==AUDIT-RECORD==   BY ==AIN-RECORD==
000950                         ==AUDIT-TIMESTAMP== BY ==AIN-TIMESTAMP==
000960                         ==AUDIT-OP-CODE==   BY ==AIN-OP-CODE==
000970                         ==AUDIT-OPERAND-1== BY ==AIN-OPERAND-1==
000980                         ==AUDIT-OPERAND-2== BY ==AIN-OPERAND-2==
000990                         ==AUDIT-RESULT==    BY ==AIN-RESULT==
001000                         ==AUDIT-TERM-ID==   BY ==AIN-TERM-ID==
001010                         ==AUDIT-SOURCE-ID== BY
001020                         ==AIN-SOURCE-ID==
001030                         ==AUDIT-OPER-ID==   BY
001040                         ==AIN-OPER-ID==
001050                         ==AUDIT-DATE-1==    BY ==AIN-DATE-1==
001060                         ==AUDIT-DATE-2==    BY ==AIN-DATE-2==
001070                         ==AUDIT-DAY-BASIS== BY
001080                         ==AIN-DAY-BASIS==
001090                         ==AUDIT-VALUE-DATE== BY
001100                         ==AIN-VALUE-DATE==
001110                         ==AUDIT-RUN-DATE==   BY ==AIN-RUN-DATE==
001120                         ==AUDIT-HOLD-FLAG==  BY
001130                         ==AIN-HOLD-FLAG==
001140                         ==AUDIT-RATE-CODE==  BY
001150                         ==AIN-RATE-CODE==
001160                         ==AUDIT-FORMULA==    BY
001170                         ==AIN-FORMULA==
001180                         ==AUDIT-LINK-TIMESTAMP== BY
001190                         ==AIN-LINK-TIMESTAMP==
001200                         ==AUDIT-LINK-TERM-ID==   BY
001210                         ==AIN-LINK-TERM-ID==
001220                         ==AUDIT-ORIGIN==     BY ==AIN-ORIGIN==.
001230*----------------------------------------------------------------
001240*    CHARGE-BACK TARIFFS AND THE SOURCE REGISTRY.
001250*----------------------------------------------------------------
001260 FD  TARFILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 COPY TARFREC.
001300 FD  SRCFILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 COPY SRCREC.
001340*----------------------------------------------------------------
001341*    HELD RESULTS - FOR THE HOLDS A SUPERVISOR HAS RELEASED.
001342*----------------------------------------------------------------
001343 FD  HOLDFILE
001344     RECORDING MODE IS F
001345     LABEL RECORDS ARE STANDARD.
001346 COPY HOLDREC.
001347*----------------------------------------------------------------
001350*    CONTROL CARDS.
001360*----------------------------------------------------------------
001370 FD  CTLCARD-FILE
001380     RECORDING MODE IS F.
001390 01  CTLCARD-RECORD               PIC X(80).
001400*----------------------------------------------------------------
001410*    PRINTED INVOICES AND THE CHARGE FILE FOR FINANCE.
001420*----------------------------------------------------------------
001430 FD  FATRPT-FILE
001440     RECORDING MODE IS F.
001450 01  FATRPT-RECORD                PIC X(132).
001460 FD  FATCSV-FILE
001470     RECORDING MODE IS F.
001480 01  FATCSV-RECORD                PIC X(132).
001490*----------------------------------------------------------------
001500*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
001510*----------------------------------------------------------------
001520 FD  RUNLEDG
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550 COPY LEDGREC.
001560*****************************************************************
001570 WORKING-STORAGE SECTION.
001580*----------------------------------------------------------------
001590*    FILE STATUS SWITCHES.
001600*----------------------------------------------------------------
001610 01  WS-FILE-STATUSES.
001620     05  WS-AUDITIN-FS            PIC X(02) VALUE SPACES.
001630     05  WS-TARFILE-FS            PIC X(02) VALUE SPACES.
001640     05  WS-SRCFILE-FS            PIC X(02) VALUE SPACES.
001645     05  WS-HOLDFILE-FS           PIC X(02) VALUE SPACES.
001650     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001660     05  WS-FATRPT-FS             PIC X(02) VALUE SPACES.
001670     05  WS-FATCSV-FS             PIC X(02) VALUE SPACES.
001680     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001690*----------------------------------------------------------------
001700*    PROGRAM SWITCHES.
001710*----------------------------------------------------------------
001720 01  WS-SWITCHES.
001730     05  WS-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
001740         88  WS-AUDITIN-EOF           VALUE "Y".
001750     05  WS-TARFILE-EOF-SW        PIC X(01) VALUE "N".
001760         88  WS-TARFILE-EOF           VALUE "Y".
001770     05  WS-SRCFILE-EOF-SW        PIC X(01) VALUE "N".
001780         88  WS-SRCFILE-EOF           VALUE "Y".
001782     05  WS-HOLDFILE-EOF-SW       PIC X(01) VALUE "N".
001784         88  WS-HOLDFILE-EOF          VALUE "Y".
001786     05  WS-RELEASED-SW           PIC X(01) VALUE "N".
001788         88  WS-HOLD-RELEASED         VALUE "Y".
001790     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001800         88  WS-CTLCARD-EOF           VALUE "Y".
001810     05  WS-CARD-ERROR-SW         PIC X(01) VALUE "N".
001820         88  WS-CARD-ERROR            VALUE "Y".
001830     05  WS-DATE-BAD-SW           PIC X(01) VALUE "N".
001840         88  WS-DATE-BAD              VALUE "Y".
001850     05  WS-MONTH-OPEN-SW         PIC X(01) VALUE "N".
001860         88  WS-MONTH-IN-PROGRESS     VALUE "Y".
001870*----------------------------------------------------------------
001880*    SELECTION - THE MONTH AND ITS FIRST AND LAST DAY.
001890*----------------------------------------------------------------
001900 01  WS-SEL-MONTH                 PIC X(06) VALUE SPACES.
001910 01  WS-SEL-MONTH-R REDEFINES WS-SEL-MONTH.
001920     05  WS-SEL-YEAR              PIC 9(04).
001930     05  WS-SEL-MM                PIC 9(02).
001940 01  WS-MONTH-FIRST               PIC X(08) VALUE SPACES.
001950 01  WS-MONTH-LAST                PIC X(08) VALUE SPACES.
001960 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001970 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001980 01  WS-CARD-ERROR-TEXT           PIC X(50) VALUE SPACES.
001990 01  WS-CHECK-DATE                PIC X(08) VALUE SPACES.
002000*----------------------------------------------------------------
002010*    OPERATION GROUPS - TARIFF CODE AND INVOICE WORDING, IN
002020*    INVOICE ORDER.  ENTRY 9 IS THE INTRADAY SURCHARGE.
002030*----------------------------------------------------------------
002040 01  WS-GROUP-VALUES.
002050     05  FILLER                   PIC X(08) VALUE "ARITMET".
002060     05  FILLER                   PIC X(24) VALUE
002070         "ARITMETICA DI BASE".
002080     05  FILLER                   PIC X(08) VALUE "TRIGON".
002090     05  FILLER                   PIC X(24) VALUE
002100         "TRIGONOMETRIA".
002110     05  FILLER                   PIC X(08) VALUE "TASSI".
002120     05  FILLER                   PIC X(24) VALUE
002130         "CALCOLI SU TASSI".
002140     05  FILLER                   PIC X(08) VALUE "FINANZ".
002150     05  FILLER                   PIC X(24) VALUE
002160         "FINANZIARI E DATE".
002170     05  FILLER                   PIC X(08) VALUE "SCIENT".
002180     05  FILLER                   PIC X(24) VALUE
002190         "SCIENTIFICI".
002200     05  FILLER                   PIC X(08) VALUE "CONVERS".
002210     05  FILLER                   PIC X(24) VALUE
002220         "CONVERSIONI DI UNITA'".
002230     05  FILLER                   PIC X(08) VALUE "SERIE".
002240     05  FILLER                   PIC X(24) VALUE
002250         "STATISTICHE SU SERIE".
002260     05  FILLER                   PIC X(08) VALUE "FORMULA".
002270     05  FILLER                   PIC X(24) VALUE
002280         "FORMULE".
002290     05  FILLER                   PIC X(08) VALUE "SERVIZIO".
002300     05  FILLER                   PIC X(24) VALUE
002310         "SUPPLEMENTO INTRADAY".
002320 01  WS-GROUP-TABLE REDEFINES WS-GROUP-VALUES.
002330     05  WS-GROUP-ENTRY OCCURS 9 TIMES.
002340         10  WS-GROUP-CODE            PIC X(08).
002350         10  WS-GROUP-DESC            PIC X(24).
002360 01  WS-GROUP-NO                  PIC 9(01) VALUE ZERO.
002370*----------------------------------------------------------------
002380*    IN-CORE COPY OF TARFILE, IN FILE ORDER, RESOLVED BY THE
002390*    ENGINE'S RULE (LATEST EFFECTIVE DATE NOT AFTER THE DATE
002400*    WANTED, LATER APPENDS WIN TIES).
002410*----------------------------------------------------------------
002420 01  WS-TAR-TABLE.
002430     05  WS-TAR-USED              PIC 9(03) COMP VALUE ZERO.
002440     05  WS-TAR-ENTRY OCCURS 200 TIMES.
002450         10  WS-TAR-KEY               PIC X(08).
002460         10  WS-TAR-EFF               PIC X(08).
002470         10  WS-TAR-PRICE             PIC S9(05)V9(04).
002480         10  WS-TAR-STAT              PIC X(01).
002490*----------------------------------------------------------------
002500*    IN-CORE COPY OF SRCFILE - FOR THE DEPARTMENT NAMES.
002510*----------------------------------------------------------------
002520 01  WS-NAME-TABLE.
002530     05  WS-NAME-USED             PIC 9(03) COMP VALUE ZERO.
002540     05  WS-NAME-ENTRY OCCURS 100 TIMES.
002550         10  WS-NAME-ID               PIC X(03).
002560         10  WS-NAME-EFF              PIC X(08).
002570         10  WS-NAME-TEXT             PIC X(20).
002580 01  WS-TABLE-OVERFLOW            PIC 9(05) COMP VALUE ZERO.
002590 01  WS-LOOK-KEY                  PIC X(08) VALUE SPACES.
002600 01  WS-LOOK-DATE                 PIC X(08) VALUE SPACES.
002610 01  WS-BEST-IX                   PIC 9(03) COMP VALUE ZERO.
002620 01  WS-IX                        PIC 9(03) COMP VALUE ZERO.
002630*----------------------------------------------------------------
002631*    RELEASED HOLDS - THE AUDIT KEY OF EVERY HELD CALCULATION A
002632*    SUPERVISOR HAS RELEASED, WITH THE DAY OF THE RELEASE.  A
002633*    HELD CALCULATION BELONGS TO THE MONTH OF ITS RELEASE.
002634*----------------------------------------------------------------
002635 01  WS-REL-TABLE.
002636     05  WS-REL-USED              PIC 9(04) COMP VALUE ZERO.
002637     05  WS-REL-ENTRY OCCURS 2000 TIMES.
002638         10  WS-REL-KEY.
002639             15  WS-REL-TS                PIC X(26).
002640             15  WS-REL-TERM              PIC X(08).
002641         10  WS-REL-DATE              PIC X(08).
002642 01  WS-REL-IX                    PIC 9(04) COMP VALUE ZERO.
002643 01  WS-REL-POS                   PIC 9(04) COMP VALUE ZERO.
002644 01  WS-LOOK-REL-KEY.
002645     05  WS-LOOK-REL-TS           PIC X(26).
002646     05  WS-LOOK-REL-TERM         PIC X(08).
002647 01  WS-CHARGE-DATE               PIC X(08) VALUE SPACES.
002648*----------------------------------------------------------------
002649*    SOURCES SEEN IN THE MONTH, IN SOURCE ORDER, WITH HOW THEIR
002650*    AUDIT RECORDS WERE TREATED.
002660*----------------------------------------------------------------
002670 01  WS-SRC-TABLE.
002680     05  WS-SRC-USED              PIC 9(03) COMP VALUE ZERO.
002690     05  WS-SRC-ENTRY OCCURS 50 TIMES.
002700         10  WS-SRC-KEY               PIC X(03).
002710         10  WS-SRC-NAME              PIC X(20).
002720         10  WS-SRC-MONTH             PIC 9(09) COMP.
002730         10  WS-SRC-BILLED            PIC 9(09) COMP.
002740         10  WS-SRC-SERVICE           PIC 9(09) COMP.
002750         10  WS-SRC-CORR              PIC 9(09) COMP.
002760         10  WS-SRC-STEPS             PIC 9(09) COMP.
002770         10  WS-SRC-HELD              PIC 9(09) COMP.
002775         10  WS-SRC-RELEASED          PIC 9(09) COMP.
002780         10  WS-SRC-UNPRICED          PIC 9(09) COMP.
002790 01  WS-SRC-IX                    PIC 9(03) COMP VALUE ZERO.
002800 01  WS-SRC-POS                   PIC 9(03) COMP VALUE ZERO.
002810 01  WS-NEW-SRC-ID                PIC X(03) VALUE SPACES.
002820*----------------------------------------------------------------
002830*    CHARGE LINES - ONE PER SOURCE, GROUP AND TARIFF IN FORCE,
002840*    KEPT IN KEY ORDER AS THEY ARE ADDED.
002850*----------------------------------------------------------------
002860 01  WS-CHG-TABLE.
002870     05  WS-CHG-USED              PIC 9(03) COMP VALUE ZERO.
002880     05  WS-CHG-ENTRY OCCURS 500 TIMES.
002890         10  WS-CHG-KEY.
002900             15  WS-CHG-SRC               PIC X(03).
002910             15  WS-CHG-GROUP             PIC 9(01).
002920             15  WS-CHG-EFF               PIC X(08).
002930         10  WS-CHG-PRICE             PIC S9(05)V9(04).
002940         10  WS-CHG-QTY               PIC 9(09) COMP.
002950         10  WS-CHG-AMOUNT            PIC S9(11)V99.
002960 01  WS-CHG-IX                    PIC 9(03) COMP VALUE ZERO.
002970 01  WS-CHG-POS                   PIC 9(03) COMP VALUE ZERO.
002980 01  WS-NEW-KEY.
002990     05  WS-NEW-SRC               PIC X(03).
003000     05  WS-NEW-GROUP             PIC 9(01).
003010     05  WS-NEW-EFF               PIC X(08).
003020 01  WS-NEW-PRICE                 PIC S9(05)V9(04) VALUE ZERO.
003030 01  WS-CHG-ADDED-SW              PIC X(01) VALUE "N".
003040     88  WS-CHG-ADDED                 VALUE "Y".
003050*----------------------------------------------------------------
003060*    TOTALS - AUDIT RECORDS BY TREATMENT.
003070*----------------------------------------------------------------
003080 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
003090 77  WS-OUT-OF-MONTH              PIC 9(09) COMP VALUE ZERO.
003100 77  WS-MONTH-RECORDS             PIC 9(09) COMP VALUE ZERO.
003110 77  WS-BILLED                    PIC 9(09) COMP VALUE ZERO.
003120 77  WS-NO-SOURCE                 PIC 9(09) COMP VALUE ZERO.
003130 77  WS-SRC-OVERFLOW              PIC 9(09) COMP VALUE ZERO.
003140 77  WS-CORRECTIONS               PIC 9(09) COMP VALUE ZERO.
003150 77  WS-FORMULA-STEPS             PIC 9(09) COMP VALUE ZERO.
003160 77  WS-HELD-EXCLUDED             PIC 9(09) COMP VALUE ZERO.
003165 77  WS-HELD-RELEASED             PIC 9(09) COMP VALUE ZERO.
003170 77  WS-UNKNOWN-OP                PIC 9(09) COMP VALUE ZERO.
003180 77  WS-UNPRICED                  PIC 9(09) COMP VALUE ZERO.
003190 77  WS-CHG-OVERFLOW              PIC 9(09) COMP VALUE ZERO.
003200 77  WS-SVC-REQUESTS              PIC 9(09) COMP VALUE ZERO.
003210 77  WS-SVC-CHARGED               PIC 9(09) COMP VALUE ZERO.
003220 77  WS-SVC-UNPRICED              PIC 9(09) COMP VALUE ZERO.
003225 77  WS-SVC-OVERFLOW              PIC 9(09) COMP VALUE ZERO.
003230 77  WS-ACCOUNTED                 PIC 9(09) COMP VALUE ZERO.
003240*----------------------------------------------------------------
003250*    TOTALS - WHAT WAS INVOICED AND WRITTEN.
003260*----------------------------------------------------------------
003270 77  WS-BASE-QTY                  PIC 9(09) COMP VALUE ZERO.
003280 77  WS-SURCH-QTY                 PIC 9(09) COMP VALUE ZERO.
003290 77  WS-LINES-PRINTED             PIC 9(09) COMP VALUE ZERO.
003300 77  WS-CSV-WRITTEN               PIC 9(09) COMP VALUE ZERO.
003310 77  WS-INVOICES                  PIC 9(05) COMP VALUE ZERO.
003320 01  WS-SRC-TOTAL                 PIC S9(11)V99 VALUE ZERO.
003330 01  WS-GRAND-TOTAL               PIC S9(11)V99 VALUE ZERO.
003340 01  WS-CSV-TOTAL                 PIC S9(11)V99 VALUE ZERO.
003350*----------------------------------------------------------------
003360*    DATE SERVICES MODULE COMMUNICATION AREA.
003370*----------------------------------------------------------------
003380 COPY DATCOM.
003390*----------------------------------------------------------------
003400*    REPORT FORMATTING.
003410*----------------------------------------------------------------
003420 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
003430 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
003440     05  WS-RUN-YEAR              PIC 9(04).
003450     05  WS-RUN-MM                PIC 9(02).
003460     05  WS-RUN-DD                PIC 9(02).
003470 01  WS-REPORT-TITLE              PIC X(60) VALUE SPACES.
003480 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
003490 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
003500 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
003510 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
003520 01  WS-CSV-LINE                  PIC X(132) VALUE SPACES.
003530 01  WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.
003540 01  WS-SECTION-TITLE             PIC X(60) VALUE SPACES.
003550 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
003560 01  WS-ED-PRICE                  PIC ZZ,ZZ9.9999.
003570 01  WS-ED-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
003580 01  WS-ED-CSV-COUNT              PIC 9(09).
003590 01  WS-ED-CSV-PRICE              PIC -9(05).9(04).
003600 01  WS-ED-CSV-AMOUNT             PIC -9(11).99.
003610 01  WS-CSV-HEADER.
003620     05  FILLER                   PIC X(40) VALUE
003630         "MONTH,SOURCE,GROUP,TARIFF-FROM,QUANTITY,".
003640     05  FILLER                   PIC X(17) VALUE
003650         "UNIT-PRICE,AMOUNT".
003660*----------------------------------------------------------------
003670*    RUN LEDGER CLOSE-OUT.
003680*----------------------------------------------------------------
003690 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
003700 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
003710 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
003720 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
003730*****************************************************************
003740*    PROCEDURE DIVISION
003750*****************************************************************
003760 PROCEDURE DIVISION.
003770*-----------------------------------------------------------------
003780 0000-MAINLINE.
003790     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003800     PERFORM 2000-PRICE-AUDIT-TRAIL THRU 2000-EXIT
003810     PERFORM 5000-PRINT-INVOICES THRU 5000-EXIT
003820     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
003830     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
003840     STOP RUN.
003850*-----------------------------------------------------------------
003860*    INITIALIZATION - CONTROL CARDS, TARIFFS, DEPARTMENT NAMES AND
003870*    THE CHARGE FILE.  A BAD CARD ENDS THE RUN WITH ONLY THE
003880*    REASON PRINTED.
003890*-----------------------------------------------------------------
003900 1000-INITIALIZE.
003910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003920     MOVE "SuS - ADDEBITO MENSILE DEL SERVIZIO ALLE SORGENTI"
003930         TO WS-REPORT-TITLE
003940     OPEN OUTPUT FATRPT-FILE
003950     IF WS-FATRPT-FS NOT = "00"
003960         DISPLAY "IMPOSSIBILE APRIRE FATRPT - FILE STATUS "
003970             WS-FATRPT-FS
003980         MOVE 16 TO RETURN-CODE
003990         STOP RUN
004000     END-IF
004010     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
004020     PERFORM 1200-CHECK-SELECTION THRU 1200-EXIT
004030     IF WS-CARD-ERROR
004040         MOVE "RIEPILOGO" TO WS-SECTION-TITLE
004050         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
004060         MOVE SPACES TO WS-PRINT-LINE
004070         STRING "*** " WS-CARD-ERROR-TEXT " - NESSUN ADDEBITO"
004080             DELIMITED BY SIZE INTO WS-PRINT-LINE
004090         END-STRING
004100         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
004110         DISPLAY WS-CARD-ERROR-TEXT
004120         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
004130         CLOSE FATRPT-FILE
004140         MOVE 12 TO RETURN-CODE
004150         STOP RUN
004160     END-IF
004170     PERFORM 1300-LOAD-TARIFF-TABLE THRU 1300-EXIT
004180     PERFORM 1400-LOAD-NAME-TABLE THRU 1400-EXIT
004185     PERFORM 1500-LOAD-RELEASE-TABLE THRU 1500-EXIT
004190     OPEN OUTPUT FATCSV-FILE
004200     IF WS-FATCSV-FS NOT = "00"
004210         DISPLAY "IMPOSSIBILE APRIRE FATCSV - FILE STATUS "
004220             WS-FATCSV-FS
004230         MOVE 16 TO RETURN-CODE
004240         STOP RUN
004250     END-IF
004260     MOVE WS-CSV-HEADER TO FATCSV-RECORD
004270     WRITE FATCSV-RECORD.
004280 1000-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310*    CONTROL CARDS - KEYWORD=VALUE, ONE PER LINE.
004320*-----------------------------------------------------------------
004330 1100-READ-CONTROL-CARDS.
004340     OPEN INPUT CTLCARD-FILE
004350     IF WS-CTLCARD-FS NOT = "00"
004360         SET WS-CTLCARD-EOF TO TRUE
004370         GO TO 1100-EXIT
004380     END-IF
004390     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
004400     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
004410         UNTIL WS-CTLCARD-EOF
004420     CLOSE CTLCARD-FILE.
004430 1100-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------------
004460 1110-READ-ONE-CARD.
004470     READ CTLCARD-FILE
004480         AT END SET WS-CTLCARD-EOF TO TRUE
004490     END-READ.
004500 1110-EXIT.
004510     EXIT.
004520*-----------------------------------------------------------------
004530 1120-APPLY-CONTROL-CARD.
004540     MOVE SPACES TO WS-CARD-KEYWORD
004550     MOVE SPACES TO WS-CARD-VALUE
004560     UNSTRING CTLCARD-RECORD DELIMITED BY "="
004570         INTO WS-CARD-KEYWORD WS-CARD-VALUE
004580     END-UNSTRING
004590     EVALUATE WS-CARD-KEYWORD
004600         WHEN "MONTH"
004610             MOVE WS-CARD-VALUE (1:6) TO WS-SEL-MONTH
004620         WHEN SPACES
004630             CONTINUE
004640         WHEN OTHER
004650             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
004660                 CTLCARD-RECORD
004670     END-EVALUATE
004680     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
004690 1120-EXIT.
004700     EXIT.
004710*-----------------------------------------------------------------
004720*    THE MONTH - THE ONE BEFORE THE RUN DATE WHEN NOT GIVEN.  A
004730*    GIVEN MONTH MUST BE A REAL MONTH AND NOT IN THE FUTURE; THE
004740*    RUN'S OWN MONTH IS CHARGED AS FAR AS IT GOES AND FLAGGED.
004750*-----------------------------------------------------------------
004760 1200-CHECK-SELECTION.
004770     IF WS-SEL-MONTH = SPACES
004780         MOVE WS-RUN-DATE (1:6) TO WS-SEL-MONTH
004790         IF WS-SEL-MM = 1
004800             MOVE 12 TO WS-SEL-MM
004810             SUBTRACT 1 FROM WS-SEL-YEAR
004820         ELSE
004830             SUBTRACT 1 FROM WS-SEL-MM
004840         END-IF
004850     END-IF
004860     MOVE WS-SEL-MONTH TO WS-CHECK-DATE (1:6)
004870     MOVE "01" TO WS-CHECK-DATE (7:2)
004880     PERFORM 1210-CHECK-ONE-DATE THRU 1210-EXIT
004890     IF WS-DATE-BAD
004900         MOVE "MESE NON VALIDO SULLA SCHEDA MONTH"
004910             TO WS-CARD-ERROR-TEXT
004920         SET WS-CARD-ERROR TO TRUE
004930         GO TO 1200-EXIT
004940     END-IF
004950     IF WS-SEL-MONTH > WS-RUN-DATE (1:6)
004960         MOVE "MESE FUTURO SULLA SCHEDA MONTH"
004970             TO WS-CARD-ERROR-TEXT
004980         SET WS-CARD-ERROR TO TRUE
004990         GO TO 1200-EXIT
005000     END-IF
005010     IF WS-SEL-MONTH = WS-RUN-DATE (1:6)
005020         SET WS-MONTH-IN-PROGRESS TO TRUE
005030     END-IF
005040     MOVE WS-CHECK-DATE TO WS-MONTH-FIRST
005050     MOVE WS-SEL-MONTH TO WS-MONTH-LAST (1:6)
005060     MOVE "31" TO WS-MONTH-LAST (7:2).
005070 1200-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100 1210-CHECK-ONE-DATE.
005110     MOVE "N" TO WS-DATE-BAD-SW
005120     IF WS-CHECK-DATE NOT NUMERIC
005130         SET WS-DATE-BAD TO TRUE
005140         GO TO 1210-EXIT
005150     END-IF
005160     SET DAT-FUNC-DAY-COUNT TO TRUE
005170     MOVE "A" TO DAT-BASIS
005180     MOVE WS-CHECK-DATE TO DAT-DATE-1
005190     MOVE WS-CHECK-DATE TO DAT-DATE-2
005200     MOVE ZERO TO DAT-DAYS
005210     CALL "ELMODAT" USING DAT-COMMAREA
005220     IF DAT-DATE-INVALID
005230         SET WS-DATE-BAD TO TRUE
005240     END-IF.
005250 1210-EXIT.
005260     EXIT.
005270*-----------------------------------------------------------------
005280*    TARIFF TABLE.  A TARFILE THAT IS NOT ALLOCATED LOADS AS AN
005290*    EMPTY TABLE - EVERY CALCULATION IS THEN REPORTED UNPRICED.
005300*-----------------------------------------------------------------
005310 1300-LOAD-TARIFF-TABLE.
005320     OPEN INPUT TARFILE
005330     IF WS-TARFILE-FS NOT = "00"
005340         DISPLAY "TARFILE NON DISPONIBILE - FILE STATUS "
005350             WS-TARFILE-FS " - TABELLA VUOTA"
005360         GO TO 1300-EXIT
005370     END-IF
005380     PERFORM 1310-READ-TARIFF-RECORD THRU 1310-EXIT
005390     PERFORM 1320-TABLE-TARIFF-RECORD THRU 1320-EXIT
005400         UNTIL WS-TARFILE-EOF
005410     CLOSE TARFILE.
005420 1300-EXIT.
005430     EXIT.
005440*-----------------------------------------------------------------
005450 1310-READ-TARIFF-RECORD.
005460     READ TARFILE
005470         AT END SET WS-TARFILE-EOF TO TRUE
005480     END-READ.
005490 1310-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520 1320-TABLE-TARIFF-RECORD.
005530     IF WS-TAR-USED < 200
005540         ADD 1 TO WS-TAR-USED
005550         MOVE TAR-CODE TO WS-TAR-KEY (WS-TAR-USED)
005560         MOVE TAR-EFF-DATE TO WS-TAR-EFF (WS-TAR-USED)
005570         MOVE TAR-UNIT-PRICE TO WS-TAR-PRICE (WS-TAR-USED)
005580         MOVE TAR-STATUS TO WS-TAR-STAT (WS-TAR-USED)
005590     ELSE
005600         DISPLAY "TABELLA TARIFFE PIENA - RECORD IGNORATO: "
005610             TAR-CODE
005620         ADD 1 TO WS-TABLE-OVERFLOW
005630     END-IF
005640     PERFORM 1310-READ-TARIFF-RECORD THRU 1310-EXIT.
005650 1320-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------------
005680*    DEPARTMENT NAMES FROM THE SOURCE REGISTRY.  WITHOUT SRCFILE
005690*    THE INVOICES CARRY THE SOURCE CODE ONLY.
005700*-----------------------------------------------------------------
005710 1400-LOAD-NAME-TABLE.
005720     OPEN INPUT SRCFILE
005730     IF WS-SRCFILE-FS NOT = "00"
005740         DISPLAY "SRCFILE NON DISPONIBILE - FILE STATUS "
005750             WS-SRCFILE-FS " - FATTURE SENZA DENOMINAZIONE"
005760         GO TO 1400-EXIT
005770     END-IF
005780     PERFORM 1410-READ-SOURCE-RECORD THRU 1410-EXIT
005790     PERFORM 1420-TABLE-SOURCE-RECORD THRU 1420-EXIT
005800         UNTIL WS-SRCFILE-EOF
005810     CLOSE SRCFILE.
005820 1400-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------------
005850 1410-READ-SOURCE-RECORD.
005860     READ SRCFILE
005870         AT END SET WS-SRCFILE-EOF TO TRUE
005880     END-READ.
005890 1410-EXIT.
005900     EXIT.
005910*-----------------------------------------------------------------
005920 1420-TABLE-SOURCE-RECORD.
005930     IF WS-NAME-USED < 100
005940         ADD 1 TO WS-NAME-USED
005950         MOVE SRC-ID TO WS-NAME-ID (WS-NAME-USED)
005960         MOVE SRC-EFF-DATE TO WS-NAME-EFF (WS-NAME-USED)
005970         MOVE SRC-NAME TO WS-NAME-TEXT (WS-NAME-USED)
005980     ELSE
005990         DISPLAY "TABELLA SORGENTI PIENA - RECORD IGNORATO: "
006000             SRC-ID
006010         ADD 1 TO WS-TABLE-OVERFLOW
006020     END-IF
006030     PERFORM 1410-READ-SOURCE-RECORD THRU 1410-EXIT.
006040 1420-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------------
006061*    RELEASED HOLDS FROM HOLDFILE - A RELEASE (R) OR A DELIVERY
006062*    (D, WHICH CARRIES THE RELEASE STAMP) WITH THE AUDIT KEY OF
006063*    ITS CALCULATION.  WITHOUT HOLDFILE EVERY HELD CALCULATION
006064*    STAYS UNCHARGED.
006065*-----------------------------------------------------------------
006066 1500-LOAD-RELEASE-TABLE.
006067     OPEN INPUT HOLDFILE
006068     IF WS-HOLDFILE-FS NOT = "00"
006069         DISPLAY "HOLDFILE NON DISPONIBILE - FILE STATUS "
006070             WS-HOLDFILE-FS " - TRATTENUTI NON ADDEBITATI"
006071         GO TO 1500-EXIT
006072     END-IF
006073     PERFORM 1510-READ-HOLD-RECORD THRU 1510-EXIT
006074     PERFORM 1520-TABLE-RELEASED-HOLD THRU 1520-EXIT
006075         UNTIL WS-HOLDFILE-EOF
006076     CLOSE HOLDFILE.
006077 1500-EXIT.
006078     EXIT.
006079*-----------------------------------------------------------------
006080 1510-READ-HOLD-RECORD.
006081     READ HOLDFILE
006082         AT END SET WS-HOLDFILE-EOF TO TRUE
006083     END-READ.
006084 1510-EXIT.
006085     EXIT.
006086*-----------------------------------------------------------------
006087 1520-TABLE-RELEASED-HOLD.
006088     IF NOT HLD-RELEASED AND NOT HLD-DELIVERED
006089         GO TO 1520-NEXT
006090     END-IF
006091     IF HLD-AUDIT-TIMESTAMP = SPACES
006092         GO TO 1520-NEXT
006093     END-IF
006094     MOVE HLD-AUDIT-TIMESTAMP TO WS-LOOK-REL-TS
006095     MOVE HLD-AUDIT-TERM-ID TO WS-LOOK-REL-TERM
006096     PERFORM 3100-FIND-RELEASE THRU 3100-EXIT
006097     IF WS-REL-POS > ZERO
006098         GO TO 1520-NEXT
006099     END-IF
006100     IF WS-REL-USED < 2000
006101         ADD 1 TO WS-REL-USED
006102         MOVE WS-LOOK-REL-KEY TO WS-REL-KEY (WS-REL-USED)
006103         MOVE HLD-SUPER-STAMP (1:8) TO WS-REL-DATE (WS-REL-USED)
006104     ELSE
006105         DISPLAY "TABELLA RILASCI PIENA - TRATTENUTO IGNORATO: "
006106             HLD-NUMBER
006107         ADD 1 TO WS-TABLE-OVERFLOW
006108     END-IF.
006109 1520-NEXT.
006110     PERFORM 1510-READ-HOLD-RECORD THRU 1510-EXIT.
006111 1520-EXIT.
006112     EXIT.
006113*-----------------------------------------------------------------
006114*    ONE PASS OVER THE AUDIT TRAIL - EVERY RECORD OF THE MONTH IS
006115*    CHARGED OR COUNTED UNDER THE REASON IT WAS NOT.
006116*-----------------------------------------------------------------
006117 2000-PRICE-AUDIT-TRAIL.
006118     OPEN INPUT AUDITIN-FILE
006120     IF WS-AUDITIN-FS NOT = "00"
006130         DISPLAY "IMPOSSIBILE APRIRE AUDITIN - FILE STATUS "
006140             WS-AUDITIN-FS
006150         MOVE "RIEPILOGO" TO WS-SECTION-TITLE
006160         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
006170         MOVE "*** AUDITIN NON DISPONIBILE - NESSUN ADDEBITO"
006180             TO WS-PRINT-LINE
006190         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006200         MOVE 16 TO RETURN-CODE
006210         PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
006220         STOP RUN
006230     END-IF
006240     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
006250     PERFORM 2200-PRICE-RECORD THRU 2200-EXIT
006260         UNTIL WS-AUDITIN-EOF
006270     CLOSE AUDITIN-FILE.
006280 2000-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------------
006310 2100-READ-AUDIT-RECORD.
006320     READ AUDITIN-FILE
006330         AT END SET WS-AUDITIN-EOF TO TRUE
006340     END-READ.
006350 2100-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380*    THE DAY OF THE CALCULATION (ITS TIMESTAMP) PLACES IT IN THE
006390*    MONTH AND CHOOSES THE TARIFF; A BACK VALUE DATE DOES NOT.  A
006393*    HELD CALCULATION WHOSE HOLD WAS RELEASED IS PLACED BY THE DAY
006396*    OF THE RELEASE INSTEAD, AT THE TARIFF OF ITS OWN DAY.
006400*-----------------------------------------------------------------
006410 2200-PRICE-RECORD.
006420     ADD 1 TO WS-RECORDS-READ
006430     MOVE AIN-TIMESTAMP (1:8) TO WS-CHARGE-DATE
006431     MOVE "N" TO WS-RELEASED-SW
006432     IF AIN-HOLD-FLAG = "H"
006433        AND (AIN-FORMULA = SPACES OR AIN-FORMULA = LOW-VALUES)
006434         MOVE AIN-TIMESTAMP TO WS-LOOK-REL-TS
006435         MOVE AIN-TERM-ID TO WS-LOOK-REL-TERM
006436         PERFORM 3100-FIND-RELEASE THRU 3100-EXIT
006437         IF WS-REL-POS > ZERO
006438             SET WS-HOLD-RELEASED TO TRUE
006439             MOVE WS-REL-DATE (WS-REL-POS) TO WS-CHARGE-DATE
006440         END-IF
006441     END-IF
006442     IF WS-CHARGE-DATE < WS-MONTH-FIRST
006443        OR WS-CHARGE-DATE > WS-MONTH-LAST
006450         ADD 1 TO WS-OUT-OF-MONTH
006460         GO TO 2200-NEXT
006470     END-IF
006480     ADD 1 TO WS-MONTH-RECORDS
006490     IF AIN-SOURCE-ID = SPACES OR AIN-SOURCE-ID = LOW-VALUES
006500         ADD 1 TO WS-NO-SOURCE
006510         GO TO 2200-NEXT
006520     END-IF
006530     MOVE AIN-SOURCE-ID TO WS-NEW-SRC-ID
006540     PERFORM 3000-FIND-SOURCE THRU 3000-EXIT
006550     IF WS-SRC-POS = ZERO
006560         ADD 1 TO WS-SRC-OVERFLOW
006570         GO TO 2200-NEXT
006580     END-IF
006590     ADD 1 TO WS-SRC-MONTH (WS-SRC-POS)
006600     IF AIN-LINK-TIMESTAMP NOT = SPACES
006610        AND AIN-LINK-TIMESTAMP NOT = LOW-VALUES
006620         ADD 1 TO WS-CORRECTIONS
006630         ADD 1 TO WS-SRC-CORR (WS-SRC-POS)
006640         GO TO 2200-NEXT
006650     END-IF
006660     IF AIN-FORMULA NOT = SPACES
006670        AND AIN-FORMULA NOT = LOW-VALUES
006680         ADD 1 TO WS-FORMULA-STEPS
006690         ADD 1 TO WS-SRC-STEPS (WS-SRC-POS)
006700         GO TO 2200-NEXT
006710     END-IF
006720     IF AIN-HOLD-FLAG = "H" AND NOT WS-HOLD-RELEASED
006730         ADD 1 TO WS-HELD-EXCLUDED
006740         ADD 1 TO WS-SRC-HELD (WS-SRC-POS)
006750         GO TO 2200-NEXT
006760     END-IF
006770     PERFORM 2300-SET-GROUP THRU 2300-EXIT
006780     IF WS-GROUP-NO = ZERO
006790         ADD 1 TO WS-UNKNOWN-OP
006800         ADD 1 TO WS-SRC-UNPRICED (WS-SRC-POS)
006810         GO TO 2200-NEXT
006820     END-IF
006830     MOVE WS-GROUP-CODE (WS-GROUP-NO) TO WS-LOOK-KEY
006840     MOVE AIN-TIMESTAMP (1:8) TO WS-LOOK-DATE
006850     PERFORM 4100-RESOLVE-TARIFF THRU 4100-EXIT
006860     IF WS-BEST-IX = ZERO
006870         ADD 1 TO WS-UNPRICED
006880         ADD 1 TO WS-SRC-UNPRICED (WS-SRC-POS)
006890         GO TO 2200-NEXT
006900     END-IF
006910     PERFORM 3300-ADD-CHARGE THRU 3300-EXIT
006920     IF NOT WS-CHG-ADDED
006930         ADD 1 TO WS-CHG-OVERFLOW
006940         ADD 1 TO WS-SRC-UNPRICED (WS-SRC-POS)
006950         GO TO 2200-NEXT
006960     END-IF
006970     ADD 1 TO WS-BILLED
006980     ADD 1 TO WS-SRC-BILLED (WS-SRC-POS)
006982     IF WS-HOLD-RELEASED
006984         ADD 1 TO WS-HELD-RELEASED
006986         ADD 1 TO WS-SRC-RELEASED (WS-SRC-POS)
006988     END-IF
006990     IF AIN-ORIGIN = "S"
007000         PERFORM 2400-ADD-SURCHARGE THRU 2400-EXIT
007010     END-IF.
007020 2200-NEXT.
007030     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
007040 2200-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070*    OPERATION GROUP OF THE CALCULATION - ZERO WHEN THE CODE
007080*    BELONGS TO NONE.
007090*-----------------------------------------------------------------
007100 2300-SET-GROUP.
007110     EVALUATE AIN-OP-CODE
007120         WHEN 01 THRU 08
007130         WHEN 20 THRU 21
007140             MOVE 1 TO WS-GROUP-NO
007150         WHEN 09 THRU 14
007160             MOVE 2 TO WS-GROUP-NO
007170         WHEN 24 THRU 27
007180             MOVE 3 TO WS-GROUP-NO
007190         WHEN 30 THRU 33
007200         WHEN 80 THRU 84
007210             MOVE 4 TO WS-GROUP-NO
007220         WHEN 40 THRU 43
007230             MOVE 5 TO WS-GROUP-NO
007240         WHEN 50 THRU 51
007250             MOVE 6 TO WS-GROUP-NO
007260         WHEN 60 THRU 66
007270             MOVE 7 TO WS-GROUP-NO
007280         WHEN 70
007290             MOVE 8 TO WS-GROUP-NO
007300         WHEN OTHER
007310             MOVE ZERO TO WS-GROUP-NO
007320     END-EVALUATE.
007330 2300-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------------
007360*    INTRADAY SURCHARGE - A SERVICE REQUEST ALREADY CHARGED FOR
007370*    ITS GROUP ALSO CARRIES THE SERVIZIO TARIFF IN FORCE THAT DAY.
007372*    A SURCHARGE THE CHARGE TABLE CANNOT TAKE IS A CHARGE-TABLE
007374*    OVERFLOW LIKE ANY OTHER, KEPT APART IN WS-SVC-OVERFLOW SINCE
007376*    ITS RECORD IS ALREADY ACCOUNTED FOR AS BILLED.
007380*-----------------------------------------------------------------
007390 2400-ADD-SURCHARGE.
007400     ADD 1 TO WS-SVC-REQUESTS
007410     ADD 1 TO WS-SRC-SERVICE (WS-SRC-POS)
007420     MOVE 9 TO WS-GROUP-NO
007430     MOVE WS-GROUP-CODE (WS-GROUP-NO) TO WS-LOOK-KEY
007440     PERFORM 4100-RESOLVE-TARIFF THRU 4100-EXIT
007450     IF WS-BEST-IX = ZERO
007460         ADD 1 TO WS-SVC-UNPRICED
007470         GO TO 2400-EXIT
007480     END-IF
007490     PERFORM 3300-ADD-CHARGE THRU 3300-EXIT
007500     IF WS-CHG-ADDED
007510         ADD 1 TO WS-SVC-CHARGED
007520     ELSE
007530         ADD 1 TO WS-SVC-UNPRICED
007540         ADD 1 TO WS-SVC-OVERFLOW
007545         ADD 1 TO WS-CHG-OVERFLOW
007550     END-IF.
007560 2400-EXIT.
007570     EXIT.
007580*-----------------------------------------------------------------
007590*    FIND THE SOURCE ENTRY, OR OPEN ONE IN ITS PLACE IN SOURCE
007600*    ORDER WITH THE DEPARTMENT NAME IN FORCE AT MONTH END.  ZERO
007610*    IN WS-SRC-POS WHEN THE TABLE IS FULL.
007620*-----------------------------------------------------------------
007630 3000-FIND-SOURCE.
007640     MOVE ZERO TO WS-SRC-POS
007650     PERFORM 3010-FIND-SOURCE-POSITION THRU 3010-EXIT
007660         VARYING WS-SRC-IX FROM 1 BY 1
007670         UNTIL WS-SRC-IX > WS-SRC-USED
007680            OR WS-SRC-POS > ZERO
007690     IF WS-SRC-POS > ZERO
007700         IF WS-SRC-KEY (WS-SRC-POS) = WS-NEW-SRC-ID
007710             GO TO 3000-EXIT
007720         END-IF
007730     ELSE
007740         COMPUTE WS-SRC-POS = WS-SRC-USED + 1
007750     END-IF
007760     IF WS-SRC-USED NOT < 50
007770         MOVE ZERO TO WS-SRC-POS
007780         GO TO 3000-EXIT
007790     END-IF
007800     PERFORM 3020-SHIFT-SOURCE THRU 3020-EXIT
007810         VARYING WS-SRC-IX FROM WS-SRC-USED BY -1
007820         UNTIL WS-SRC-IX < WS-SRC-POS
007830     ADD 1 TO WS-SRC-USED
007840     MOVE WS-NEW-SRC-ID TO WS-SRC-KEY (WS-SRC-POS)
007850     MOVE ZERO TO WS-SRC-MONTH (WS-SRC-POS)
007860     MOVE ZERO TO WS-SRC-BILLED (WS-SRC-POS)
007870     MOVE ZERO TO WS-SRC-SERVICE (WS-SRC-POS)
007880     MOVE ZERO TO WS-SRC-CORR (WS-SRC-POS)
007890     MOVE ZERO TO WS-SRC-STEPS (WS-SRC-POS)
007900     MOVE ZERO TO WS-SRC-HELD (WS-SRC-POS)
007905     MOVE ZERO TO WS-SRC-RELEASED (WS-SRC-POS)
007910     MOVE ZERO TO WS-SRC-UNPRICED (WS-SRC-POS)
007920     PERFORM 4200-RESOLVE-NAME THRU 4200-EXIT
007930     IF WS-BEST-IX = ZERO
007940         MOVE SPACES TO WS-SRC-NAME (WS-SRC-POS)
007950     ELSE
007960         MOVE WS-NAME-TEXT (WS-BEST-IX)
007970             TO WS-SRC-NAME (WS-SRC-POS)
007980     END-IF.
007990 3000-EXIT.
008000     EXIT.
008010*-----------------------------------------------------------------
008020 3010-FIND-SOURCE-POSITION.
008030     IF WS-SRC-KEY (WS-SRC-IX) NOT < WS-NEW-SRC-ID
008040         MOVE WS-SRC-IX TO WS-SRC-POS
008050     END-IF.
008060 3010-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------------
008090 3020-SHIFT-SOURCE.
008100     MOVE WS-SRC-ENTRY (WS-SRC-IX)
008110         TO WS-SRC-ENTRY (WS-SRC-IX + 1).
008120 3020-EXIT.
008121     EXIT.
008122*-----------------------------------------------------------------
008123*    FIND THE RELEASE OF THE HELD CALCULATION IN WS-LOOK-REL-KEY -
008124*    ZERO IN WS-REL-POS WHEN IT HAS NOT BEEN RELEASED.
008125*-----------------------------------------------------------------
008126 3100-FIND-RELEASE.
008127     MOVE ZERO TO WS-REL-POS
008128     PERFORM 3110-MATCH-RELEASE THRU 3110-EXIT
008129         VARYING WS-REL-IX FROM 1 BY 1
008130         UNTIL WS-REL-IX > WS-REL-USED
008131            OR WS-REL-POS > ZERO.
008132 3100-EXIT.
008133     EXIT.
008134*-----------------------------------------------------------------
008135 3110-MATCH-RELEASE.
008136     IF WS-REL-KEY (WS-REL-IX) = WS-LOOK-REL-KEY
008137         MOVE WS-REL-IX TO WS-REL-POS
008138     END-IF.
008139 3110-EXIT.
008140     EXIT.
008141*-----------------------------------------------------------------
008150*    FIND THE CHARGE LINE FOR THE SOURCE, THE GROUP IN
008160*    WS-GROUP-NO AND THE TARIFF IN WS-BEST-IX, OR OPEN ONE IN ITS
008170*    PLACE IN KEY ORDER, AND COUNT THE CALCULATION ON IT.
008180*-----------------------------------------------------------------
008190 3300-ADD-CHARGE.
008200     MOVE "N" TO WS-CHG-ADDED-SW
008210     MOVE WS-NEW-SRC-ID TO WS-NEW-SRC
008220     MOVE WS-GROUP-NO TO WS-NEW-GROUP
008230     MOVE WS-TAR-EFF (WS-BEST-IX) TO WS-NEW-EFF
008240     MOVE WS-TAR-PRICE (WS-BEST-IX) TO WS-NEW-PRICE
008250     MOVE ZERO TO WS-CHG-POS
008260     PERFORM 3310-FIND-CHARGE-POSITION THRU 3310-EXIT
008270         VARYING WS-CHG-IX FROM 1 BY 1
008280         UNTIL WS-CHG-IX > WS-CHG-USED
008290            OR WS-CHG-POS > ZERO
008300     IF WS-CHG-POS = ZERO
008310         COMPUTE WS-CHG-POS = WS-CHG-USED + 1
008320     END-IF
008330     IF WS-CHG-POS > WS-CHG-USED
008340        OR WS-CHG-KEY (WS-CHG-POS) NOT = WS-NEW-KEY
008350         IF WS-CHG-USED NOT < 500
008360             GO TO 3300-EXIT
008370         END-IF
008380         PERFORM 3320-SHIFT-CHARGE THRU 3320-EXIT
008390             VARYING WS-CHG-IX FROM WS-CHG-USED BY -1
008400             UNTIL WS-CHG-IX < WS-CHG-POS
008410         ADD 1 TO WS-CHG-USED
008420         MOVE WS-NEW-KEY TO WS-CHG-KEY (WS-CHG-POS)
008430         MOVE WS-NEW-PRICE TO WS-CHG-PRICE (WS-CHG-POS)
008440         MOVE ZERO TO WS-CHG-QTY (WS-CHG-POS)
008450         MOVE ZERO TO WS-CHG-AMOUNT (WS-CHG-POS)
008460     END-IF
008470     ADD 1 TO WS-CHG-QTY (WS-CHG-POS)
008480     SET WS-CHG-ADDED TO TRUE.
008490 3300-EXIT.
008500     EXIT.
008510*-----------------------------------------------------------------
008520 3310-FIND-CHARGE-POSITION.
008530     IF WS-CHG-KEY (WS-CHG-IX) NOT < WS-NEW-KEY
008540         MOVE WS-CHG-IX TO WS-CHG-POS
008550     END-IF.
008560 3310-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------------
008590 3320-SHIFT-CHARGE.
008600     MOVE WS-CHG-ENTRY (WS-CHG-IX)
008610         TO WS-CHG-ENTRY (WS-CHG-IX + 1).
008620 3320-EXIT.
008630     EXIT.
008640*-----------------------------------------------------------------
008650*    RESOLUTION - SAME RULE AS THE ENGINE.  CODE IN WS-LOOK-KEY,
008660*    DATE IN WS-LOOK-DATE; THE ACTIVE ENTRY IN FORCE (OR ZERO)
008670*    COMES BACK IN WS-BEST-IX.
008680*-----------------------------------------------------------------
008690 4100-RESOLVE-TARIFF.
008700     MOVE ZERO TO WS-BEST-IX
008710     PERFORM 4110-SCAN-TARIFF-ENTRY THRU 4110-EXIT
008720         VARYING WS-IX FROM 1 BY 1
008730         UNTIL WS-IX > WS-TAR-USED
008740     IF WS-BEST-IX > ZERO
008750         IF WS-TAR-STAT (WS-BEST-IX) NOT = "A"
008760             MOVE ZERO TO WS-BEST-IX
008770         END-IF
008780     END-IF.
008790 4100-EXIT.
008800     EXIT.
008810*-----------------------------------------------------------------
008820 4110-SCAN-TARIFF-ENTRY.
008830     IF WS-TAR-KEY (WS-IX) = WS-LOOK-KEY
008840        AND WS-TAR-EFF (WS-IX) NOT > WS-LOOK-DATE
008850         IF WS-BEST-IX = ZERO
008860             MOVE WS-IX TO WS-BEST-IX
008870         ELSE
008880             IF WS-TAR-EFF (WS-IX) NOT <
008890                WS-TAR-EFF (WS-BEST-IX)
008900                 MOVE WS-IX TO WS-BEST-IX
008910             END-IF
008920         END-IF
008930     END-IF.
008940 4110-EXIT.
008950     EXIT.
008960*-----------------------------------------------------------------
008970*    DEPARTMENT NAME OF WS-NEW-SRC-ID IN FORCE AT MONTH END.
008980*-----------------------------------------------------------------
008990 4200-RESOLVE-NAME.
009000     MOVE ZERO TO WS-BEST-IX
009010     PERFORM 4210-SCAN-NAME-ENTRY THRU 4210-EXIT
009020         VARYING WS-IX FROM 1 BY 1
009030         UNTIL WS-IX > WS-NAME-USED.
009040 4200-EXIT.
009050     EXIT.
009060*-----------------------------------------------------------------
009070 4210-SCAN-NAME-ENTRY.
009080     IF WS-NAME-ID (WS-IX) = WS-NEW-SRC-ID
009090        AND WS-NAME-EFF (WS-IX) NOT > WS-MONTH-LAST
009100         IF WS-BEST-IX = ZERO
009110             MOVE WS-IX TO WS-BEST-IX
009120         ELSE
009130             IF WS-NAME-EFF (WS-IX) NOT <
009140                WS-NAME-EFF (WS-BEST-IX)
009150                 MOVE WS-IX TO WS-BEST-IX
009160             END-IF
009170         END-IF
009180     END-IF.
009190 4210-EXIT.
009200     EXIT.
009210*-----------------------------------------------------------------
009220*    INVOICES - ONE PAGE PER SOURCE WITH ACTIVITY IN THE MONTH.
009230*-----------------------------------------------------------------
009240 5000-PRINT-INVOICES.
009250     MOVE SPACES TO WS-COLUMN-HEADING
009260     MOVE "GRUPPO   DESCRIZIONE" TO WS-COLUMN-HEADING
009270     MOVE "TARIFFA DAL" TO WS-COLUMN-HEADING (36:11)
009280     MOVE "QUANTITA'" TO WS-COLUMN-HEADING (49:9)
009290     MOVE "PREZZO UNIT." TO WS-COLUMN-HEADING (60:12)
009300     MOVE "IMPORTO" TO WS-COLUMN-HEADING (85:7)
009310     PERFORM 5100-PRINT-ONE-INVOICE THRU 5100-EXIT
009320         VARYING WS-SRC-IX FROM 1 BY 1
009330         UNTIL WS-SRC-IX > WS-SRC-USED.
009340 5000-EXIT.
009350     EXIT.
009360*-----------------------------------------------------------------
009370 5100-PRINT-ONE-INVOICE.
009380     MOVE SPACES TO WS-SECTION-TITLE
009390     STRING "ADDEBITO ALLA SORGENTE " WS-SRC-KEY (WS-SRC-IX)
009400            " - " WS-SRC-NAME (WS-SRC-IX)
009410         DELIMITED BY SIZE INTO WS-SECTION-TITLE
009420     END-STRING
009430     PERFORM 7350-START-SECTION THRU 7350-EXIT
009440     ADD 1 TO WS-INVOICES
009450     MOVE ZERO TO WS-SRC-TOTAL
009460     PERFORM 5200-PRINT-CHARGE-LINE THRU 5200-EXIT
009470         VARYING WS-CHG-IX FROM 1 BY 1
009480         UNTIL WS-CHG-IX > WS-CHG-USED
009490     MOVE SPACES TO WS-PRINT-LINE
009500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009510     IF WS-SRC-BILLED (WS-SRC-IX) = ZERO
009520         MOVE "NESSUN CALCOLO ADDEBITABILE NEL MESE"
009530             TO WS-PRINT-LINE
009540         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009550     END-IF
009560     MOVE WS-SRC-TOTAL TO WS-ED-AMOUNT
009570     MOVE SPACES TO WS-PRINT-LINE
009580     STRING "TOTALE DA ADDEBITARE ALLA SORGENTE "
009590            WS-SRC-KEY (WS-SRC-IX)
009600         DELIMITED BY SIZE INTO WS-PRINT-LINE
009610     END-STRING
009620     MOVE WS-ED-AMOUNT TO WS-PRINT-LINE (73:19)
009630     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009640     ADD WS-SRC-TOTAL TO WS-GRAND-TOTAL
009650     PERFORM 5300-PRINT-SOURCE-COUNTS THRU 5300-EXIT.
009660 5100-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------------
009690*    ONE CHARGE LINE OF THE SOURCE - QUANTITY TIMES UNIT PRICE,
009700*    ROUNDED TO THE CENT, ON THE INVOICE AND ON THE CHARGE FILE.
009710*-----------------------------------------------------------------
009720 5200-PRINT-CHARGE-LINE.
009730     IF WS-CHG-SRC (WS-CHG-IX) NOT = WS-SRC-KEY (WS-SRC-IX)
009740         GO TO 5200-EXIT
009750     END-IF
009760     MOVE WS-CHG-GROUP (WS-CHG-IX) TO WS-GROUP-NO
009770     COMPUTE WS-CHG-AMOUNT (WS-CHG-IX) ROUNDED =
009780             WS-CHG-QTY (WS-CHG-IX) * WS-CHG-PRICE (WS-CHG-IX)
009790     ADD WS-CHG-AMOUNT (WS-CHG-IX) TO WS-SRC-TOTAL
009800     IF WS-GROUP-NO = 9
009810         ADD WS-CHG-QTY (WS-CHG-IX) TO WS-SURCH-QTY
009820     ELSE
009830         ADD WS-CHG-QTY (WS-CHG-IX) TO WS-BASE-QTY
009840     END-IF
009850     MOVE WS-CHG-QTY (WS-CHG-IX) TO WS-ED-COUNT
009860     MOVE WS-CHG-PRICE (WS-CHG-IX) TO WS-ED-PRICE
009870     MOVE WS-CHG-AMOUNT (WS-CHG-IX) TO WS-ED-AMOUNT
009880     MOVE SPACES TO WS-PRINT-LINE
009890     MOVE WS-GROUP-CODE (WS-GROUP-NO) TO WS-PRINT-LINE (1:8)
009900     MOVE WS-GROUP-DESC (WS-GROUP-NO) TO WS-PRINT-LINE (10:24)
009910     MOVE WS-CHG-EFF (WS-CHG-IX) TO WS-PRINT-LINE (36:8)
009920     MOVE WS-ED-COUNT TO WS-PRINT-LINE (47:11)
009930     MOVE WS-ED-PRICE TO WS-PRINT-LINE (61:11)
009940     MOVE WS-ED-AMOUNT TO WS-PRINT-LINE (73:19)
009950     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009960     ADD 1 TO WS-LINES-PRINTED
009970     PERFORM 5500-WRITE-CSV-LINE THRU 5500-EXIT.
009980 5200-EXIT.
009990     EXIT.
010000*-----------------------------------------------------------------
010010*    THE SOURCE'S AUDIT RECORDS FOR THE MONTH AND WHAT BECAME OF
010020*    THEM - CHARGED PLUS NOT CHARGED EQUALS THE MONTH'S RECORDS.
010030*-----------------------------------------------------------------
010040 5300-PRINT-SOURCE-COUNTS.
010050     MOVE SPACES TO WS-PRINT-LINE
010060     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010070     MOVE WS-SRC-MONTH (WS-SRC-IX) TO WS-ED-COUNT
010080     MOVE SPACES TO WS-PRINT-LINE
010090     STRING "CALCOLI DEL MESE IN AUDIT:   " WS-ED-COUNT
010100         DELIMITED BY SIZE INTO WS-PRINT-LINE
010110     END-STRING
010120     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010130     MOVE WS-SRC-BILLED (WS-SRC-IX) TO WS-ED-COUNT
010140     MOVE SPACES TO WS-PRINT-LINE
010150     STRING "  ADDEBITATI:                " WS-ED-COUNT
010160         DELIMITED BY SIZE INTO WS-PRINT-LINE
010170     END-STRING
010180     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010190     MOVE WS-SRC-SERVICE (WS-SRC-IX) TO WS-ED-COUNT
010200     MOVE SPACES TO WS-PRINT-LINE
010210     STRING "    DI CUI INTRADAY:         " WS-ED-COUNT
010220         DELIMITED BY SIZE INTO WS-PRINT-LINE
010230     END-STRING
010240     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010241     MOVE WS-SRC-RELEASED (WS-SRC-IX) TO WS-ED-COUNT
010242     MOVE SPACES TO WS-PRINT-LINE
010243     STRING "    DI CUI TRATT. RILASCIATI:" WS-ED-COUNT
010244         DELIMITED BY SIZE INTO WS-PRINT-LINE
010245     END-STRING
010246     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010250     MOVE WS-SRC-CORR (WS-SRC-IX) TO WS-ED-COUNT
010260     MOVE SPACES TO WS-PRINT-LINE
010270     STRING "  RETTIFICHE (ELMOCOR):      " WS-ED-COUNT
010280         DELIMITED BY SIZE INTO WS-PRINT-LINE
010290     END-STRING
010300     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010310     MOVE WS-SRC-STEPS (WS-SRC-IX) TO WS-ED-COUNT
010320     MOVE SPACES TO WS-PRINT-LINE
010330     STRING "  PASSI DI FORMULA:          " WS-ED-COUNT
010340         DELIMITED BY SIZE INTO WS-PRINT-LINE
010350     END-STRING
010360     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010370     MOVE WS-SRC-HELD (WS-SRC-IX) TO WS-ED-COUNT
010380     MOVE SPACES TO WS-PRINT-LINE
010390     STRING "  TRATTENUTI APERTI/ANNULL.: " WS-ED-COUNT
010400         DELIMITED BY SIZE INTO WS-PRINT-LINE
010410     END-STRING
010420     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010430     MOVE WS-SRC-UNPRICED (WS-SRC-IX) TO WS-ED-COUNT
010440     MOVE SPACES TO WS-PRINT-LINE
010450     STRING "  NON PREZZATI:              " WS-ED-COUNT
010460         DELIMITED BY SIZE INTO WS-PRINT-LINE
010470     END-STRING
010480     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
010490 5300-EXIT.
010500     EXIT.
010510*-----------------------------------------------------------------
010520*    CHARGE FILE LINE FOR FINANCE - MONTH, SOURCE, TARIFF CODE,
010530*    TARIFF DATE, QUANTITY, UNIT PRICE AND AMOUNT.
010540*-----------------------------------------------------------------
010550 5500-WRITE-CSV-LINE.
010560     MOVE WS-CHG-QTY (WS-CHG-IX) TO WS-ED-CSV-COUNT
010570     MOVE WS-CHG-PRICE (WS-CHG-IX) TO WS-ED-CSV-PRICE
010580     MOVE WS-CHG-AMOUNT (WS-CHG-IX) TO WS-ED-CSV-AMOUNT
010590     MOVE SPACES TO WS-CSV-LINE
010600     STRING WS-SEL-MONTH                DELIMITED BY SIZE
010610            ","                         DELIMITED BY SIZE
010620            WS-CHG-SRC (WS-CHG-IX)      DELIMITED BY SIZE
010630            ","                         DELIMITED BY SIZE
010640            WS-GROUP-CODE (WS-GROUP-NO) DELIMITED BY SPACE
010650            ","                         DELIMITED BY SIZE
010660            WS-CHG-EFF (WS-CHG-IX)      DELIMITED BY SIZE
010670            ","                         DELIMITED BY SIZE
010680            WS-ED-CSV-COUNT             DELIMITED BY SIZE
010690            ","                         DELIMITED BY SIZE
010700            WS-ED-CSV-PRICE             DELIMITED BY SIZE
010710            ","                         DELIMITED BY SIZE
010720            WS-ED-CSV-AMOUNT            DELIMITED BY SIZE
010730         INTO WS-CSV-LINE
010740     END-STRING
010750     MOVE WS-CSV-LINE TO FATCSV-RECORD
010760     WRITE FATCSV-RECORD
010770     IF WS-FATCSV-FS = "00"
010780         ADD 1 TO WS-CSV-WRITTEN
010790         ADD WS-CHG-AMOUNT (WS-CHG-IX) TO WS-CSV-TOTAL
010800     ELSE
010810         DISPLAY "ERRORE DI SCRITTURA SU FATCSV - FILE STATUS "
010820             WS-FATCSV-FS
010830     END-IF.
010840 5500-EXIT.
010850     EXIT.
010860*-----------------------------------------------------------------
010870*    SUMMARY AND RECONCILIATION - EVERY AUDIT RECORD OF THE MONTH
010880*    IS EITHER CHARGED OR COUNTED UNDER ITS REASON; THE INVOICE
010890*    QUANTITIES EQUAL THE CHARGED RECORDS AND THE CHARGE FILE
010900*    EQUALS THE INVOICES.
010910*-----------------------------------------------------------------
010920 6000-PRINT-SUMMARY.
010930     MOVE "RIEPILOGO E QUADRATURA" TO WS-SECTION-TITLE
010940     MOVE SPACES TO WS-COLUMN-HEADING
010950     PERFORM 7350-START-SECTION THRU 7350-EXIT
010960     MOVE WS-RECORDS-READ TO WS-ED-COUNT
010970     MOVE SPACES TO WS-PRINT-LINE
010980     STRING "RECORD DI AUDIT LETTI:       " WS-ED-COUNT
010990         DELIMITED BY SIZE INTO WS-PRINT-LINE
011000     END-STRING
011010     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011020     MOVE WS-OUT-OF-MONTH TO WS-ED-COUNT
011030     MOVE SPACES TO WS-PRINT-LINE
011040     STRING "  FUORI MESE:                " WS-ED-COUNT
011050         DELIMITED BY SIZE INTO WS-PRINT-LINE
011060     END-STRING
011070     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011080     MOVE WS-MONTH-RECORDS TO WS-ED-COUNT
011090     MOVE SPACES TO WS-PRINT-LINE
011100     STRING "  DEL MESE:                  " WS-ED-COUNT
011110         DELIMITED BY SIZE INTO WS-PRINT-LINE
011120     END-STRING
011130     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011140     MOVE WS-BILLED TO WS-ED-COUNT
011150     MOVE SPACES TO WS-PRINT-LINE
011160     STRING "    ADDEBITATI:              " WS-ED-COUNT
011170         DELIMITED BY SIZE INTO WS-PRINT-LINE
011180     END-STRING
011190     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011191     MOVE WS-HELD-RELEASED TO WS-ED-COUNT
011192     MOVE SPACES TO WS-PRINT-LINE
011193     STRING "      DI CUI TRATT. RILASC.: " WS-ED-COUNT
011194         DELIMITED BY SIZE INTO WS-PRINT-LINE
011195     END-STRING
011196     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011200     MOVE WS-NO-SOURCE TO WS-ED-COUNT
011210     MOVE SPACES TO WS-PRINT-LINE
011220     STRING "    SENZA SORGENTE (PANNELLO)" WS-ED-COUNT
011230         DELIMITED BY SIZE INTO WS-PRINT-LINE
011240     END-STRING
011250     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011260     MOVE WS-CORRECTIONS TO WS-ED-COUNT
011270     MOVE SPACES TO WS-PRINT-LINE
011280     STRING "    RETTIFICHE (ELMOCOR):    " WS-ED-COUNT
011290         DELIMITED BY SIZE INTO WS-PRINT-LINE
011300     END-STRING
011310     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011320     MOVE WS-FORMULA-STEPS TO WS-ED-COUNT
011330     MOVE SPACES TO WS-PRINT-LINE
011340     STRING "    PASSI DI FORMULA:        " WS-ED-COUNT
011350         DELIMITED BY SIZE INTO WS-PRINT-LINE
011360     END-STRING
011370     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011380     MOVE WS-HELD-EXCLUDED TO WS-ED-COUNT
011390     MOVE SPACES TO WS-PRINT-LINE
011400     STRING "    TRATT. APERTI/ANNULLATI: " WS-ED-COUNT
011410         DELIMITED BY SIZE INTO WS-PRINT-LINE
011420     END-STRING
011430     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011440     MOVE WS-UNPRICED TO WS-ED-COUNT
011450     MOVE SPACES TO WS-PRINT-LINE
011460     STRING "    SENZA TARIFFA IN VIGORE: " WS-ED-COUNT
011470         DELIMITED BY SIZE INTO WS-PRINT-LINE
011480     END-STRING
011490     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011500     MOVE WS-UNKNOWN-OP TO WS-ED-COUNT
011510     MOVE SPACES TO WS-PRINT-LINE
011520     STRING "    OPERAZIONE SENZA GRUPPO: " WS-ED-COUNT
011530         DELIMITED BY SIZE INTO WS-PRINT-LINE
011540     END-STRING
011550     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011560     COMPUTE WS-ED-COUNT = WS-SRC-OVERFLOW + WS-CHG-OVERFLOW
011565             - WS-SVC-OVERFLOW
011570     MOVE SPACES TO WS-PRINT-LINE
011580     STRING "    NON TRATTATI (TAB. PIENA)" WS-ED-COUNT
011590         DELIMITED BY SIZE INTO WS-PRINT-LINE
011600     END-STRING
011610     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011620     PERFORM 6100-PRINT-SERVICE-COUNTS THRU 6100-EXIT
011630     PERFORM 6200-RECONCILE THRU 6200-EXIT.
011640 6000-EXIT.
011650     EXIT.
011660*-----------------------------------------------------------------
011670*    INTRADAY SURCHARGE - SERVICE REQUESTS AMONG THE CHARGED
011680*    CALCULATIONS, AND HOW MANY CARRIED THE SURCHARGE.
011690*-----------------------------------------------------------------
011700 6100-PRINT-SERVICE-COUNTS.
011710     MOVE SPACES TO WS-PRINT-LINE
011720     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011730     MOVE WS-SVC-REQUESTS TO WS-ED-COUNT
011740     MOVE SPACES TO WS-PRINT-LINE
011750     STRING "RICHIESTE INTRADAY ADDEB.:   " WS-ED-COUNT
011760         DELIMITED BY SIZE INTO WS-PRINT-LINE
011770     END-STRING
011780     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011790     MOVE WS-SVC-CHARGED TO WS-ED-COUNT
011800     MOVE SPACES TO WS-PRINT-LINE
011810     STRING "  CON SUPPLEMENTO SERVIZIO:  " WS-ED-COUNT
011820         DELIMITED BY SIZE INTO WS-PRINT-LINE
011830     END-STRING
011840     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011850     MOVE WS-SVC-UNPRICED TO WS-ED-COUNT
011860     MOVE SPACES TO WS-PRINT-LINE
011870     STRING "  SUPPLEMENTO NON PREZZATO:  " WS-ED-COUNT
011880         DELIMITED BY SIZE INTO WS-PRINT-LINE
011890     END-STRING
011900     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011910     MOVE SPACES TO WS-PRINT-LINE
011920     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011930     MOVE WS-INVOICES TO WS-ED-COUNT
011940     MOVE SPACES TO WS-PRINT-LINE
011950     STRING "SORGENTI ADDEBITATE:         " WS-ED-COUNT
011960         DELIMITED BY SIZE INTO WS-PRINT-LINE
011970     END-STRING
011980     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
011990     MOVE WS-CSV-WRITTEN TO WS-ED-COUNT
012000     MOVE SPACES TO WS-PRINT-LINE
012010     STRING "RIGHE SCRITTE SU FATCSV:     " WS-ED-COUNT
012020         DELIMITED BY SIZE INTO WS-PRINT-LINE
012030     END-STRING
012040     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012050     MOVE WS-GRAND-TOTAL TO WS-ED-AMOUNT
012060     MOVE SPACES TO WS-PRINT-LINE
012070     STRING "TOTALE ADDEBITATO NEL MESE:  " WS-ED-AMOUNT
012080         DELIMITED BY SIZE INTO WS-PRINT-LINE
012090     END-STRING
012100     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
012110 6100-EXIT.
012120     EXIT.
012130*-----------------------------------------------------------------
012140*    RECONCILIATION AND RETURN CODE.
012150*-----------------------------------------------------------------
012160 6200-RECONCILE.
012170     COMPUTE WS-ACCOUNTED = WS-BILLED + WS-NO-SOURCE
012180             + WS-SRC-OVERFLOW + WS-CORRECTIONS + WS-FORMULA-STEPS
012190             + WS-HELD-EXCLUDED + WS-UNKNOWN-OP + WS-UNPRICED
012200             + WS-CHG-OVERFLOW - WS-SVC-OVERFLOW
012210     MOVE SPACES TO WS-PRINT-LINE
012220     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012230     IF WS-ACCOUNTED = WS-MONTH-RECORDS
012240        AND WS-BASE-QTY = WS-BILLED
012250        AND WS-SURCH-QTY = WS-SVC-CHARGED
012260        AND WS-SVC-REQUESTS = WS-SVC-CHARGED + WS-SVC-UNPRICED
012270        AND WS-CSV-WRITTEN = WS-LINES-PRINTED
012280        AND WS-CSV-TOTAL = WS-GRAND-TOTAL
012290         MOVE "B" TO WS-LDG-RECON
012300         MOVE "QUADRATURA: RECORD DEL MESE = ADDEBITATI + ESCLUSI"
012310             TO WS-PRINT-LINE
012320         MOVE ", FATCSV = FATTURE - OK" TO WS-PRINT-LINE (51:23)
012330     ELSE
012340         MOVE "S" TO WS-LDG-RECON
012350         MOVE "*** QUADRATURA NON RIUSCITA - VERIFICARE I TOTALI"
012360             TO WS-PRINT-LINE
012370         MOVE " DEL MESE E IL FILE FATCSV"
012380             TO WS-PRINT-LINE (50:26)
012390     END-IF
012400     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012410     MOVE SPACES TO WS-PRINT-LINE
012420     EVALUATE TRUE
012430         WHEN RETURN-CODE NOT < 16
012440             CONTINUE
012450         WHEN WS-LDG-RECON = "S"
012460             MOVE 8 TO RETURN-CODE
012470         WHEN WS-UNPRICED > ZERO
012480           OR WS-SVC-UNPRICED > ZERO
012490           OR WS-UNKNOWN-OP > ZERO
012500             MOVE "*** CALCOLI SENZA TARIFFA IN VIGORE -"
012510                 TO WS-PRINT-LINE
012520             MOVE " AGGIORNARE TARFILE E RIPETERE L'ADDEBITO"
012530                 TO WS-PRINT-LINE (38:41)
012540             MOVE 8 TO RETURN-CODE
012550         WHEN WS-SRC-OVERFLOW > ZERO
012560           OR WS-CHG-OVERFLOW > ZERO
012570           OR WS-TABLE-OVERFLOW > ZERO
012580             MOVE "*** TABELLA PIENA - ADDEBITO INCOMPLETO"
012590                 TO WS-PRINT-LINE
012600             MOVE 8 TO RETURN-CODE
012610         WHEN WS-BILLED = ZERO
012620             MOVE "NESSUN CALCOLO DA ADDEBITARE NEL MESE"
012630                 TO WS-PRINT-LINE
012640             MOVE 4 TO RETURN-CODE
012650         WHEN WS-MONTH-IN-PROGRESS
012660             MOVE "*** MESE IN CORSO - ADDEBITO PARZIALE, DA NON"
012670                 TO WS-PRINT-LINE
012680             MOVE " INVIARE ALL'AMMINISTRAZIONE"
012690                 TO WS-PRINT-LINE (46:28)
012700             MOVE 4 TO RETURN-CODE
012710         WHEN OTHER
012720             CONTINUE
012730     END-EVALUATE
012740     IF WS-PRINT-LINE NOT = SPACES
012750         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012760         DISPLAY WS-PRINT-LINE (1:80)
012770     END-IF.
012780 6200-EXIT.
012790     EXIT.
012800*-----------------------------------------------------------------
012810*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.  EACH SECTION
012820*    STARTS ON A NEW PAGE UNDER ITS OWN TITLE AND HEADINGS.
012830*-----------------------------------------------------------------
012840 7300-WRITE-REPORT-LINE.
012850     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
012860         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
012870         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
012880     END-IF
012890     MOVE WS-PRINT-LINE TO FATRPT-RECORD
012900     WRITE FATRPT-RECORD
012910     ADD 1 TO WS-REPORT-LINE-COUNT.
012920 7300-EXIT.
012930     EXIT.
012940*-----------------------------------------------------------------
012950 7310-PRINT-REPORT-HEADER.
012960     ADD 1 TO WS-REPORT-PAGE-NO
012970     MOVE WS-REPORT-TITLE TO FATRPT-RECORD
012980     WRITE FATRPT-RECORD
012990     MOVE SPACES TO FATRPT-RECORD
013000     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
013010            WS-RUN-DATE          DELIMITED BY SIZE
013020            "   MESE: "          DELIMITED BY SIZE
013030            WS-SEL-MONTH         DELIMITED BY SIZE
013040            "   PAGINA: "        DELIMITED BY SIZE
013050            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
013060         INTO FATRPT-RECORD
013070     END-STRING
013080     WRITE FATRPT-RECORD
013090     MOVE WS-SECTION-TITLE TO FATRPT-RECORD
013100     WRITE FATRPT-RECORD
013110     IF WS-COLUMN-HEADING NOT = SPACES
013120         MOVE WS-COLUMN-HEADING TO FATRPT-RECORD
013130         WRITE FATRPT-RECORD
013140     END-IF
013150     MOVE ZERO TO WS-REPORT-LINE-COUNT.
013160 7310-EXIT.
013170     EXIT.
013180*-----------------------------------------------------------------
013190 7320-PRINT-REPORT-FOOTER.
013200     MOVE SPACES TO FATRPT-RECORD
013210     STRING "FINE PAGINA "       DELIMITED BY SIZE
013220            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
013230         INTO FATRPT-RECORD
013240     END-STRING
013250     WRITE FATRPT-RECORD.
013260 7320-EXIT.
013270     EXIT.
013280*-----------------------------------------------------------------
013290 7350-START-SECTION.
013300     IF WS-REPORT-PAGE-NO > ZERO
013310         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
013320     END-IF
013330     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT.
013340 7350-EXIT.
013350     EXIT.
013360*-----------------------------------------------------------------
013370*    TERMINATION - REPORT, CHARGE FILE AND THE RUN LEDGER.  THE
013380*    RUN IS LEDGERED UNDER MODE CHGBACK WITH THE AUDIT RECORDS
013390*    READ IN AND THE CHARGE LINES WRITTEN OUT.
013400*-----------------------------------------------------------------
013410 9000-TERMINATE-PROGRAM.
013420     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
013430     CLOSE FATRPT-FILE
013440     CLOSE FATCSV-FILE
013450     DISPLAY "RECORD DI AUDIT LETTI:   " WS-RECORDS-READ
013460     DISPLAY "CALCOLI ADDEBITATI:      " WS-BILLED
013470     DISPLAY "RIGHE SCRITTE SU FATCSV: " WS-CSV-WRITTEN
013480     MOVE "CHGBACK " TO WS-LDG-MODE
013490     MOVE WS-RECORDS-READ TO WS-LDG-IN
013500     MOVE WS-CSV-WRITTEN TO WS-LDG-OUT
013510     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
013520 9000-EXIT.
013530     EXIT.
013540*-----------------------------------------------------------------
013550*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
013560*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
013570*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
013580*    RUN.
013590*-----------------------------------------------------------------
013600 9500-WRITE-RUN-LEDGER.
013610     OPEN EXTEND RUNLEDG
013620     IF WS-RUNLEDG-FS NOT = "00"
013630         OPEN OUTPUT RUNLEDG
013640     END-IF
013650     IF WS-RUNLEDG-FS NOT = "00"
013660         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
013670             WS-RUNLEDG-FS
013680         GO TO 9500-EXIT
013690     END-IF
013700     MOVE SPACES TO LDG-RECORD
013710     MOVE "ELMOFAT " TO LDG-PROGRAM
013720     MOVE WS-RUN-DATE TO LDG-RUN-DATE
013730     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
013740     MOVE WS-LDG-MODE TO LDG-RUN-MODE
013750     MOVE WS-LDG-IN TO LDG-RECORDS-IN
013760     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
013770     MOVE ZERO TO LDG-REJECTS
013780     MOVE RETURN-CODE TO LDG-RETURN-CODE
013790     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
013800     WRITE LDG-RECORD
013810     CLOSE RUNLEDG.
013820 9500-EXIT.
013830     EXIT.
