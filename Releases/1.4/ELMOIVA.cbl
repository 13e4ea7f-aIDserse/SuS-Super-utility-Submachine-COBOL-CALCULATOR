000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOIVA  (SuS - VAT AND RATE-USAGE REGISTER)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      PERIODIC REGISTER OF THE CALCULATIONS PRICED
000090*                  WITH A RATE CODE (OPERATIONS 24-27), A UNIT
000100*                  CODE (50-51) OR A NAMED FORMULA (70), TAKEN
000110*                  FROM THE AUDIT TRAIL - THE ARCHIVE GENERATIONS
000120*                  CUT BY ELMOARC AND THE LIVE AUDITLOG,
000130*                  CONCATENATED ON DD AUDITIN.  A CALCULATION IS
000140*                  IN THE PERIOD WHEN ITS VALUE DATE (ITS
000150*                  CALCULATION DATE IF IT HAS NONE) FALLS
000160*                  BETWEEN DATE-FROM AND DATE-TO.  FOR EACH CODE
000170*                  AND SOURCE THE REGISTER (DD IVARPT) SHOWS THE
000180*                  NUMBER OF CALCULATIONS, THE TAXABLE BASE
000190*                  (OPERAND 1) AND THE TAX OR CONVERTED AMOUNT,
000200*                  WITH A TOTAL PER CODE AND THE VALUES OF THE
000210*                  CODE IN FORCE DURING THE PERIOD (RATEFILE,
000220*                  UNITFILE).  THE SAME TOTALS GO TO ACCOUNTING AS
000230*                  A CSV FILE (DD IVACSV), ONE LINE PER CODE AND
000240*                  SOURCE.
000250*
000260*                  THE AMOUNT IS THE TAX FOR OPERATION 24 (RESULT
000270*                  LESS BASE - THE RESULT IS THE GROSS) AND THE
000280*                  RESULT FOR EVERY OTHER OPERATION (25 TAX, 26-27
000290*                  AND 50-51 CONVERTED AMOUNT, 70 FORMULA RESULT).
000300*                  A FORMULA'S RATE AND UNIT STEPS ARE COUNTED
000310*                  UNDER THEIR OWN CODES AS WELL AS THE FORMULA
000320*                  UNDER ITS NAME.
000330*
000340*                  A CALCULATION RE-PRICED BY A RATE CORRECTION
000350*                  (ELMOCOR) IS COUNTED ONCE, AT ITS CORRECTED
000360*                  VALUE - THE FIRST PASS OVER AUDITIN COLLECTS
000370*                  THE KEYS THE CORRECTION RECORDS ARE LINKED TO,
000380*                  AND THE SECOND PASS LEAVES THOSE OUT, WITH THE
000390*                  STEP RECORDS THAT FOLLOW A SUPERSEDED FORMULA.
000393*                  A HELD RESULT IS LEFT OUT AND COUNTED WHILE ITS
000394*                  HOLD IS OPEN OR HAS BEEN CANCELLED.  ONCE A
000395*                  SUPERVISOR HAS RELEASED IT (A RELEASE OR
000396*                  DELIVERY RECORD ON HOLDFILE, DD HOLDFILE,
000397*                  CARRYING ITS AUDIT KEY) IT IS REGISTERED LIKE
000398*                  ANY OTHER CALCULATION ON ITS VALUE DATE, WITH
000399*                  THE STEP RECORDS OF ITS FORMULA.
000400*
000410*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000420*        DATE-FROM=YYYYMMDD   FIRST VALUE DATE (DEFAULT ALL)
000430*        DATE-TO=YYYYMMDD     LAST VALUE DATE (DEFAULT ALL)
000440*        CODE=XXXXXXXX        ONE RATE, UNIT OR FORMULA CODE ONLY
000450*
000460*    RETURN-CODE 0 = REGISTER PRODUCED, 4 = NOTHING IN THE PERIOD,
000470*    8 = A TABLE OVERFLOWED - TOTALS INCOMPLETE, 12 = CONTROL
000480*    CARDS INVALID, 16 = FILE ERROR.
000490*
000500*    MODIFICATION HISTORY
000510*    --------------------------------------------------------
000520*    10/15/2026  DF   INITIAL VERSION.
000523*    10/15/2026  DF   AUDIT-ORIGIN CARRIED THROUGH IN STEP WITH
000524*                     AUDITREC.
000525*    10/15/2026  DF   STEP RECORDS FOLLOW THEIR FORMULA ON THE
000526*                     TRAIL AND ARE LEFT OUT WITH IT WHEN IT HAS
000527*                     BEEN SUPERSEDED; ONLY THE FORMULA RECORD OF
000528*                     A CORRECTION IS TAKEN AS ITS LINK.
000530*****************************************************************
000540 IDENTIFICATION DIVISION.
000550 PROGRAM-ID.   ELMOIVA.
000560 AUTHOR.       D. FERRANTE.
000570 INSTALLATION. OFFICINA CALCOLO.
000580 DATE-WRITTEN. 10/15/2026.
000590 DATE-COMPILED.
000600*****************************************************************
000610*    ENVIRONMENT DIVISION
000620*****************************************************************
000630 ENVIRONMENT DIVISION.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT AUDITIN-FILE ASSIGN TO "AUDITIN"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-AUDITIN-FS.
000690     SELECT RATEFILE ASSIGN TO "RATEFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RATEFILE-FS.
000720     SELECT UNITFILE ASSIGN TO "UNITFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-UNITFILE-FS.
000742     SELECT HOLDFILE ASSIGN TO "HOLDFILE"
000744         ORGANIZATION IS SEQUENTIAL
000746         FILE STATUS IS WS-HOLDFILE-FS.
000750     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CTLCARD-FS.
000780     SELECT IVARPT-FILE ASSIGN TO "IVARPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-IVARPT-FS.
000810     SELECT IVACSV-FILE ASSIGN TO "IVACSV"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-IVACSV-FS.
000840     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-RUNLEDG-FS.
000870*****************************************************************
000880*    DATA DIVISION
000890*****************************************************************
000900 DATA DIVISION.
000910 FILE SECTION.
000920*----------------------------------------------------------------
000930*    AUDIT TRAIL - ARCHIVE GENERATIONS AND THE LIVE LOG, READ
000940*    TWICE.
000950*----------------------------------------------------------------
000960 FD  AUDITIN-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY AUDITREC REPLACING ==AUDIT-RECORD==   BY ==AIN-RECORD==
001000                         ==AUDIT-TIMESTAMP== BY ==AIN-TIMESTAMP==
001010                         ==AUDIT-OP-CODE==   BY ==AIN-OP-CODE==
001020                         ==AUDIT-OPERAND-1== BY ==AIN-OPERAND-1==
001030                         ==AUDIT-OPERAND-2== BY ==AIN-OPERAND-2==
001040                         ==AUDIT-RESULT==    BY ==AIN-RESULT==
001050                         ==AUDIT-TERM-ID==   BY ==AIN-TERM-ID==
001060                         ==AUDIT-SOURCE-ID== BY
001070                         ==AIN-SOURCE-ID==
001080                         ==AUDIT-OPER-ID==   BY
001090                         ==AIN-OPER-ID==
001100                         ==AUDIT-DATE-1==    BY ==AIN-DATE-1==
001110                         ==AUDIT-DATE-2==    BY ==AIN-DATE-2==
001120                         ==AUDIT-DAY-BASIS== BY
001130                         ==AIN-DAY-BASIS==
001140                         ==AUDIT-VALUE-DATE== BY
001150                         ==AIN-VALUE-DATE==
001160                         ==AUDIT-RUN-DATE==   BY ==AIN-RUN-DATE==
001170                         ==AUDIT-HOLD-FLAG==  BY
001180                         ==AIN-HOLD-FLAG==
001190                         ==AUDIT-RATE-CODE==  BY
001200                         ==AIN-RATE-CODE==
001210                         ==AUDIT-FORMULA==    BY
001220                         ==AIN-FORMULA==
001230                         ==AUDIT-LINK-TIMESTAMP== BY
001240                         ==AIN-LINK-TIMESTAMP==
001250                         ==AUDIT-LINK-TERM-ID==   BY
001260                         ==AIN-LINK-TERM-ID==
001265                         ==AUDIT-ORIGIN==     BY ==AIN-ORIGIN==.
001270*----------------------------------------------------------------
001280*    RATE AND UNIT TABLES - FOR THE VALUES IN FORCE.
001290*----------------------------------------------------------------
001300 FD  RATEFILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 COPY RATEREC.
001340 FD  UNITFILE
001350     RECORDING MODE IS F
001360     LABEL RECORDS ARE STANDARD.
001370 COPY UNITREC.
001380*----------------------------------------------------------------
001381*    HELD RESULTS - FOR THE HOLDS A SUPERVISOR HAS RELEASED.
001382*----------------------------------------------------------------
001383 FD  HOLDFILE
001384     RECORDING MODE IS F
001385     LABEL RECORDS ARE STANDARD.
001386 COPY HOLDREC.
001387*----------------------------------------------------------------
001390*    SELECTION CONTROL CARDS.
001400*----------------------------------------------------------------
001410 FD  CTLCARD-FILE
001420     RECORDING MODE IS F.
001430 01  CTLCARD-RECORD               PIC X(80).
001440*----------------------------------------------------------------
001450*    PRINTED REGISTER AND ITS CSV COPY FOR ACCOUNTING.
001460*----------------------------------------------------------------
001470 FD  IVARPT-FILE
001480     RECORDING MODE IS F.
001490 01  IVARPT-RECORD                PIC X(132).
001500 FD  IVACSV-FILE
001510     RECORDING MODE IS F.
001520 01  IVACSV-RECORD                PIC X(132).
001530*----------------------------------------------------------------
001540*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
001550*----------------------------------------------------------------
001560 FD  RUNLEDG
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590 COPY LEDGREC.
001600*****************************************************************
001610 WORKING-STORAGE SECTION.
001620*----------------------------------------------------------------
001630*    FILE STATUS SWITCHES.
001640*----------------------------------------------------------------
001650 01  WS-FILE-STATUSES.
001660     05  WS-AUDITIN-FS            PIC X(02) VALUE SPACES.
001670     05  WS-RATEFILE-FS           PIC X(02) VALUE SPACES.
001680     05  WS-UNITFILE-FS           PIC X(02) VALUE SPACES.
001685     05  WS-HOLDFILE-FS           PIC X(02) VALUE SPACES.
001690     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001700     05  WS-IVARPT-FS             PIC X(02) VALUE SPACES.
001710     05  WS-IVACSV-FS             PIC X(02) VALUE SPACES.
001720     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001730*----------------------------------------------------------------
001740*    PROGRAM SWITCHES.
001750*----------------------------------------------------------------
001760 01  WS-SWITCHES.
001770     05  WS-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
001780         88  WS-AUDITIN-EOF           VALUE "Y".
001790     05  WS-RATEFILE-EOF-SW       PIC X(01) VALUE "N".
001800         88  WS-RATEFILE-EOF          VALUE "Y".
001810     05  WS-UNITFILE-EOF-SW       PIC X(01) VALUE "N".
001820         88  WS-UNITFILE-EOF          VALUE "Y".
001823     05  WS-HOLDFILE-EOF-SW       PIC X(01) VALUE "N".
001826         88  WS-HOLDFILE-EOF          VALUE "Y".
001830     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001840         88  WS-CTLCARD-EOF           VALUE "Y".
001850     05  WS-LINKED-SW             PIC X(01) VALUE "N".
001860         88  WS-ALREADY-LINKED        VALUE "Y".
001863     05  WS-RELEASED-SW           PIC X(01) VALUE "N".
001866         88  WS-HOLD-RELEASED         VALUE "Y".
001870*----------------------------------------------------------------
001880*    SELECTION.
001890*----------------------------------------------------------------
001900 01  WS-SEL-DATE-FROM             PIC X(08) VALUE "00000000".
001910 01  WS-SEL-DATE-TO               PIC X(08) VALUE "99999999".
001920 01  WS-SEL-CODE                  PIC X(08) VALUE SPACES.
001930 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001940 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001950*----------------------------------------------------------------
001960*    IN-CORE COPIES OF RATEFILE AND UNITFILE, IN FILE ORDER,
001970*    RESOLVED BY THE ENGINE'S RULE: FOR EACH CODE THE RECORD
001980*    WITH THE LATEST EFFECTIVE DATE NOT AFTER THE DATE WANTED IS
001990*    IN FORCE (LATER APPENDS WIN TIES).
002000*----------------------------------------------------------------
002010 01  WS-RATE-TABLE.
002020     05  WS-RATE-USED             PIC 9(03) COMP VALUE ZERO.
002030     05  WS-RATE-ENTRY OCCURS 300 TIMES.
002040         10  WS-RATE-KEY              PIC X(08).
002050         10  WS-RATE-EFF              PIC X(08).
002060         10  WS-RATE-AMT              PIC S9(07)V9(07).
002070         10  WS-RATE-STAT             PIC X(01).
002080 01  WS-UNIT-TABLE.
002090     05  WS-UNIT-USED             PIC 9(03) COMP VALUE ZERO.
002100     05  WS-UNIT-ENTRY OCCURS 100 TIMES.
002110         10  WS-UNIT-KEY              PIC X(08).
002120         10  WS-UNIT-EFF              PIC X(08).
002130         10  WS-UNIT-FACT             PIC S9(07)V9(07).
002140         10  WS-UNIT-OFFS             PIC S9(07)V9(07).
002150         10  WS-UNIT-STAT             PIC X(01).
002160 01  WS-TABLE-OVERFLOW            PIC 9(05) COMP VALUE ZERO.
002170 01  WS-LOOK-KEY                  PIC X(08) VALUE SPACES.
002180 01  WS-LOOK-DATE                 PIC X(08) VALUE SPACES.
002190 01  WS-BEST-IX                   PIC 9(03) COMP VALUE ZERO.
002200 01  WS-IX                        PIC 9(03) COMP VALUE ZERO.
002210 01  WS-IX-2                      PIC 9(03) COMP VALUE ZERO.
002220*----------------------------------------------------------------
002230*    CALCULATIONS SUPERSEDED BY A RATE CORRECTION - THE LINK KEYS
002240*    CARRIED BY THE CORRECTION RECORDS.
002250*----------------------------------------------------------------
002260 01  WS-LINK-TABLE.
002270     05  WS-LINK-USED             PIC 9(05) COMP VALUE ZERO.
002280     05  WS-LINK-ENTRY OCCURS 5000 TIMES.
002290         10  WS-LINK-TS               PIC X(26).
002300         10  WS-LINK-TERM             PIC X(08).
002301 01  WS-LINK-IX                   PIC 9(05) COMP VALUE ZERO.
002302 01  WS-LINK-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
002303*----------------------------------------------------------------
002304*    RELEASED HOLDS - THE AUDIT KEY OF EVERY HELD CALCULATION A
002305*    SUPERVISOR HAS RELEASED.
002306*----------------------------------------------------------------
002307 01  WS-REL-TABLE.
002308     05  WS-REL-USED              PIC 9(04) COMP VALUE ZERO.
002309     05  WS-REL-ENTRY OCCURS 2000 TIMES.
002310         10  WS-REL-KEY.
002311             15  WS-REL-TS                PIC X(26).
002312             15  WS-REL-TERM              PIC X(08).
002313 01  WS-REL-IX                    PIC 9(04) COMP VALUE ZERO.
002314 01  WS-REL-POS                   PIC 9(04) COMP VALUE ZERO.
002315 01  WS-REL-OVERFLOW              PIC 9(05) COMP VALUE ZERO.
002316 01  WS-LOOK-REL-KEY.
002317     05  WS-LOOK-REL-TS           PIC X(26).
002318     05  WS-LOOK-REL-TERM         PIC X(08).
002319*----------------------------------------------------------------
002322*    THE LAST FORMULA (OPERATION 70) RECORD READ - ITS STEP
002323*    RECORDS FOLLOW IT ON THE TRAIL AND GO WITH IT.
002324*----------------------------------------------------------------
002325 01  WS-PARENT-TERM               PIC X(08) VALUE SPACES.
002326 01  WS-PARENT-FORMULA            PIC X(08) VALUE SPACES.
002327 01  WS-PARENT-SW                 PIC X(01) VALUE "N".
002328     88  WS-PARENT-SUPERSEDED         VALUE "Y".
002331 01  WS-PARENT-REL-SW             PIC X(01) VALUE "N".
002334     88  WS-PARENT-RELEASED           VALUE "Y".
002337*----------------------------------------------------------------
002340*    REGISTER TOTALS - ONE ENTRY PER CODE AND SOURCE, KEPT IN
002350*    CODE / SOURCE ORDER AS THEY ARE ADDED.
002360*----------------------------------------------------------------
002370 01  WS-REG-TABLE.
002380     05  WS-REG-USED              PIC 9(03) COMP VALUE ZERO.
002390     05  WS-REG-ENTRY OCCURS 500 TIMES.
002400         10  WS-REG-KEY.
002410             15  WS-REG-CODE              PIC X(08).
002420             15  WS-REG-SRC               PIC X(03).
002430         10  WS-REG-KIND              PIC X(01).
002440         10  WS-REG-COUNT             PIC 9(09) COMP.
002450         10  WS-REG-BASE              PIC S9(11)V9(07).
002460         10  WS-REG-AMOUNT            PIC S9(11)V9(07).
002470 01  WS-REG-IX                    PIC 9(03) COMP VALUE ZERO.
002480 01  WS-REG-POS                   PIC 9(03) COMP VALUE ZERO.
002490 01  WS-REG-OVERFLOW              PIC 9(05) COMP VALUE ZERO.
002500 01  WS-NEW-KEY.
002510     05  WS-NEW-CODE              PIC X(08).
002520     05  WS-NEW-SRC               PIC X(03).
002530 01  WS-NEW-KIND                  PIC X(01) VALUE SPACE.
002540     88  WS-KIND-RATE                 VALUE "T".
002550     88  WS-KIND-UNIT                 VALUE "U".
002560     88  WS-KIND-FORMULA              VALUE "F".
002570*----------------------------------------------------------------
002580*    THE RECORD UNDER EXAMINATION AND THE CODE UNDER PRINT.
002590*----------------------------------------------------------------
002600 01  WS-EFF-DATE                  PIC X(08) VALUE SPACES.
002610 01  WS-AMOUNT                    PIC S9(07)V9(07) VALUE ZERO.
002620 01  WS-CODE-HOLD                 PIC X(08) VALUE SPACES.
002630 01  WS-KIND-HOLD                 PIC X(01) VALUE SPACE.
002640 01  WS-CODE-COUNT                PIC 9(09) COMP VALUE ZERO.
002650 01  WS-CODE-BASE                 PIC S9(11)V9(07) VALUE ZERO.
002660 01  WS-CODE-AMOUNT               PIC S9(11)V9(07) VALUE ZERO.
002670*----------------------------------------------------------------
002680*    TOTALS.
002690*----------------------------------------------------------------
002700 77  WS-PASS1-READ                PIC 9(09) COMP VALUE ZERO.
002710 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
002720 77  WS-OUT-OF-PERIOD             PIC 9(09) COMP VALUE ZERO.
002730 77  WS-NOT-RATED                 PIC 9(09) COMP VALUE ZERO.
002740 77  WS-SUPERSEDED                PIC 9(09) COMP VALUE ZERO.
002750 77  WS-HELD-EXCLUDED             PIC 9(09) COMP VALUE ZERO.
002755 77  WS-HELD-RELEASED             PIC 9(09) COMP VALUE ZERO.
002760 77  WS-REGISTERED                PIC 9(09) COMP VALUE ZERO.
002770 77  WS-CSV-WRITTEN               PIC 9(09) COMP VALUE ZERO.
002780*----------------------------------------------------------------
002790*    REPORT FORMATTING.
002800*----------------------------------------------------------------
002810 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002820 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
002830 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
002840 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
002850 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
002860 01  WS-CSV-LINE                  PIC X(132) VALUE SPACES.
002870 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002880 01  WS-ED-CSV-COUNT              PIC 9(09).
002890 01  WS-ED-TOTAL                  PIC -9(11).9(07).
002900 01  WS-ED-TOTAL-2                PIC -9(11).9(07).
002910 01  WS-ED-VALUE                  PIC -9(07).9(07).
002920 01  WS-ED-VALUE-2                PIC -9(07).9(07).
002930 01  WS-KIND-TEXT                 PIC X(08) VALUE SPACES.
002940 01  WS-CSV-HEADER.
002950     05  FILLER                   PIC X(40) VALUE
002960         "CODE,KIND,SOURCE,COUNT,BASE,AMOUNT,DATE-".
002970     05  FILLER                   PIC X(12) VALUE
002980         "FROM,DATE-TO".
002990*----------------------------------------------------------------
003000*    RUN LEDGER CLOSE-OUT.
003010*----------------------------------------------------------------
003020 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
003030 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
003040 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
003050 01  WS-LDG-REJ                   PIC 9(09) VALUE ZERO.
003060 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
003070*****************************************************************
003080*    PROCEDURE DIVISION
003090*****************************************************************
003100 PROCEDURE DIVISION.
003110*-----------------------------------------------------------------
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003140     PERFORM 2000-COLLECT-CORRECTIONS THRU 2000-EXIT
003150     PERFORM 3000-ACCUMULATE-REGISTER THRU 3000-EXIT
003160     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT
003170     PERFORM 6000-PRINT-SUMMARY-SECTION THRU 6000-EXIT
003180     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
003190     STOP RUN.
003200*-----------------------------------------------------------------
003210*    INITIALIZATION - CONTROL CARDS, REGISTER HEADER, REFERENCE
003220*    TABLES AND THE CSV FILE.
003230*-----------------------------------------------------------------
003240 1000-INITIALIZE.
003250     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003260     OPEN OUTPUT IVARPT-FILE
003270     IF WS-IVARPT-FS NOT = "00"
003280         DISPLAY "IMPOSSIBILE APRIRE IVARPT - FILE STATUS "
003290             WS-IVARPT-FS
003300         MOVE 16 TO RETURN-CODE
003310         STOP RUN
003320     END-IF
003330     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
003340     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
003350     IF WS-SEL-DATE-FROM > WS-SEL-DATE-TO
003360         MOVE "*** DATE-FROM SUCCESSIVA A DATE-TO"
003365             TO WS-PRINT-LINE
003370         MOVE " - NESSUN REGISTRO" TO WS-PRINT-LINE (35:18)
003380         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003390         DISPLAY "DATE-FROM SUCCESSIVA A DATE-TO"
003400         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003410         CLOSE IVARPT-FILE
003420         MOVE 12 TO RETURN-CODE
003430         STOP RUN
003440     END-IF
003450     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT
003460     PERFORM 1300-LOAD-UNIT-TABLE THRU 1300-EXIT
003465     PERFORM 1400-LOAD-RELEASE-TABLE THRU 1400-EXIT
003470     OPEN OUTPUT IVACSV-FILE
003480     IF WS-IVACSV-FS NOT = "00"
003490         DISPLAY "IMPOSSIBILE APRIRE IVACSV - FILE STATUS "
003500             WS-IVACSV-FS
003510         MOVE 16 TO RETURN-CODE
003520         STOP RUN
003530     END-IF
003540     MOVE WS-CSV-HEADER TO IVACSV-RECORD
003550     WRITE IVACSV-RECORD.
003560 1000-EXIT.
003570     EXIT.
003580*-----------------------------------------------------------------
003590*    CONTROL CARDS - KEYWORD=VALUE, ONE PER LINE.
003600*-----------------------------------------------------------------
003610 1100-READ-CONTROL-CARDS.
003620     OPEN INPUT CTLCARD-FILE
003630     IF WS-CTLCARD-FS NOT = "00"
003640         SET WS-CTLCARD-EOF TO TRUE
003650         GO TO 1100-EXIT
003660     END-IF
003670     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003680     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
003690         UNTIL WS-CTLCARD-EOF
003700     CLOSE CTLCARD-FILE.
003710 1100-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740 1110-READ-ONE-CARD.
003750     READ CTLCARD-FILE
003760         AT END SET WS-CTLCARD-EOF TO TRUE
003770     END-READ.
003780 1110-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810 1120-APPLY-CONTROL-CARD.
003820     MOVE SPACES TO WS-CARD-KEYWORD
003830     MOVE SPACES TO WS-CARD-VALUE
003840     UNSTRING CTLCARD-RECORD DELIMITED BY "="
003850         INTO WS-CARD-KEYWORD WS-CARD-VALUE
003860     END-UNSTRING
003870     EVALUATE WS-CARD-KEYWORD
003880         WHEN "DATE-FROM"
003890             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-DATE-FROM
003900         WHEN "DATE-TO"
003910             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-DATE-TO
003920         WHEN "CODE"
003930             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-CODE
003940         WHEN SPACES
003950             CONTINUE
003960         WHEN OTHER
003970             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
003980                 CTLCARD-RECORD
003990     END-EVALUATE
004000     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
004010 1120-EXIT.
004020     EXIT.
004030*-----------------------------------------------------------------
004040*    RATE AND UNIT TABLES.  A FILE THAT IS NOT ALLOCATED LOADS AS
004050*    AN EMPTY TABLE - THE REGISTER THEN SHOWS NO VALUES IN FORCE.
004060*-----------------------------------------------------------------
004070 1200-LOAD-RATE-TABLE.
004080     OPEN INPUT RATEFILE
004090     IF WS-RATEFILE-FS NOT = "00"
004100         DISPLAY "RATEFILE NON DISPONIBILE - FILE STATUS "
004110             WS-RATEFILE-FS " - TABELLA VUOTA"
004120         GO TO 1200-EXIT
004130     END-IF
004140     PERFORM 1210-READ-RATE-RECORD THRU 1210-EXIT
004150     PERFORM 1220-TABLE-RATE-RECORD THRU 1220-EXIT
004160         UNTIL WS-RATEFILE-EOF
004170     CLOSE RATEFILE.
004180 1200-EXIT.
004190     EXIT.
004200*-----------------------------------------------------------------
004210 1210-READ-RATE-RECORD.
004220     READ RATEFILE
004230         AT END SET WS-RATEFILE-EOF TO TRUE
004240     END-READ.
004250 1210-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280 1220-TABLE-RATE-RECORD.
004290     IF WS-RATE-USED < 300
004300         ADD 1 TO WS-RATE-USED
004310         MOVE RATE-CODE TO WS-RATE-KEY (WS-RATE-USED)
004320         MOVE RATE-EFF-DATE TO WS-RATE-EFF (WS-RATE-USED)
004330         MOVE RATE-VALUE TO WS-RATE-AMT (WS-RATE-USED)
004340         MOVE RATE-STATUS TO WS-RATE-STAT (WS-RATE-USED)
004350     ELSE
004360         DISPLAY "TABELLA TASSI PIENA - RECORD IGNORATO: "
004370             RATE-CODE
004380         ADD 1 TO WS-TABLE-OVERFLOW
004390     END-IF
004400     PERFORM 1210-READ-RATE-RECORD THRU 1210-EXIT.
004410 1220-EXIT.
004420     EXIT.
004430*-----------------------------------------------------------------
004440 1300-LOAD-UNIT-TABLE.
004450     OPEN INPUT UNITFILE
004460     IF WS-UNITFILE-FS NOT = "00"
004470         DISPLAY "UNITFILE NON DISPONIBILE - FILE STATUS "
004480             WS-UNITFILE-FS " - TABELLA VUOTA"
004490         GO TO 1300-EXIT
004500     END-IF
004510     PERFORM 1310-READ-UNIT-RECORD THRU 1310-EXIT
004520     PERFORM 1320-TABLE-UNIT-RECORD THRU 1320-EXIT
004530         UNTIL WS-UNITFILE-EOF
004540     CLOSE UNITFILE.
004550 1300-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580 1310-READ-UNIT-RECORD.
004590     READ UNITFILE
004600         AT END SET WS-UNITFILE-EOF TO TRUE
004610     END-READ.
004620 1310-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------------
004650 1320-TABLE-UNIT-RECORD.
004660     IF WS-UNIT-USED < 100
004670         ADD 1 TO WS-UNIT-USED
004680         MOVE UNIT-CODE TO WS-UNIT-KEY (WS-UNIT-USED)
004690         MOVE UNIT-EFF-DATE TO WS-UNIT-EFF (WS-UNIT-USED)
004700         MOVE UNIT-FACTOR TO WS-UNIT-FACT (WS-UNIT-USED)
004710         MOVE UNIT-OFFSET TO WS-UNIT-OFFS (WS-UNIT-USED)
004720         MOVE UNIT-STATUS TO WS-UNIT-STAT (WS-UNIT-USED)
004730     ELSE
004740         DISPLAY "TABELLA UNITA' PIENA - RECORD IGNORATO: "
004750             UNIT-CODE
004760         ADD 1 TO WS-TABLE-OVERFLOW
004770     END-IF
004780     PERFORM 1310-READ-UNIT-RECORD THRU 1310-EXIT.
004790 1320-EXIT.
004800     EXIT.
004810*-----------------------------------------------------------------
004811*    RELEASED HOLDS FROM HOLDFILE - A RELEASE (R) OR A DELIVERY
004812*    (D) WITH THE AUDIT KEY OF ITS CALCULATION.  WITHOUT HOLDFILE
004813*    EVERY HELD CALCULATION IS LEFT OUT.
004814*-----------------------------------------------------------------
004815 1400-LOAD-RELEASE-TABLE.
004816     OPEN INPUT HOLDFILE
004817     IF WS-HOLDFILE-FS NOT = "00"
004818         DISPLAY "HOLDFILE NON DISPONIBILE - FILE STATUS "
004819             WS-HOLDFILE-FS " - TRATTENUTI ESCLUSI"
004820         GO TO 1400-EXIT
004821     END-IF
004822     PERFORM 1410-READ-HOLD-RECORD THRU 1410-EXIT
004823     PERFORM 1420-TABLE-RELEASED-HOLD THRU 1420-EXIT
004824         UNTIL WS-HOLDFILE-EOF
004825     CLOSE HOLDFILE.
004826 1400-EXIT.
004827     EXIT.
004828*-----------------------------------------------------------------
004829 1410-READ-HOLD-RECORD.
004830     READ HOLDFILE
004831         AT END SET WS-HOLDFILE-EOF TO TRUE
004832     END-READ.
004833 1410-EXIT.
004834     EXIT.
004835*-----------------------------------------------------------------
004836 1420-TABLE-RELEASED-HOLD.
004837     IF NOT HLD-RELEASED AND NOT HLD-DELIVERED
004838         GO TO 1420-NEXT
004839     END-IF
004840     IF HLD-AUDIT-TIMESTAMP = SPACES
004841         GO TO 1420-NEXT
004842     END-IF
004843     MOVE HLD-AUDIT-TIMESTAMP TO WS-LOOK-REL-TS
004844     MOVE HLD-AUDIT-TERM-ID TO WS-LOOK-REL-TERM
004845     PERFORM 3410-FIND-RELEASE THRU 3410-EXIT
004846     IF WS-REL-POS > ZERO
004847         GO TO 1420-NEXT
004848     END-IF
004849     IF WS-REL-USED < 2000
004850         ADD 1 TO WS-REL-USED
004851         MOVE WS-LOOK-REL-KEY TO WS-REL-KEY (WS-REL-USED)
004852     ELSE
004853         DISPLAY "TABELLA RILASCI PIENA - TRATTENUTO IGNORATO: "
004854             HLD-NUMBER
004855         ADD 1 TO WS-REL-OVERFLOW
004856     END-IF.
004857 1420-NEXT.
004858     PERFORM 1410-READ-HOLD-RECORD THRU 1410-EXIT.
004859 1420-EXIT.
004860     EXIT.
004861*-----------------------------------------------------------------
004862*    FIRST PASS - THE KEYS OF THE CALCULATIONS A RATE CORRECTION
004863*    HAS SUPERSEDED, WHATEVER THEIR DATE.
004864*-----------------------------------------------------------------
004865 2000-COLLECT-CORRECTIONS.
004866     OPEN INPUT AUDITIN-FILE
004870     IF WS-AUDITIN-FS NOT = "00"
004880         DISPLAY "IMPOSSIBILE APRIRE AUDITIN - FILE STATUS "
004890             WS-AUDITIN-FS
004900         MOVE "*** AUDITIN NON DISPONIBILE" TO WS-PRINT-LINE
004910         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
004920         MOVE 16 TO RETURN-CODE
004930         PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
004940         STOP RUN
004950     END-IF
004960     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
004970     PERFORM 2200-NOTE-CORRECTION THRU 2200-EXIT
004980         UNTIL WS-AUDITIN-EOF
004990     CLOSE AUDITIN-FILE.
005000 2000-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030 2100-READ-AUDIT-RECORD.
005040     READ AUDITIN-FILE
005050         AT END SET WS-AUDITIN-EOF TO TRUE
005060     END-READ.
005070 2100-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100 2200-NOTE-CORRECTION.
005110     ADD 1 TO WS-PASS1-READ
005120     IF AIN-LINK-TIMESTAMP NOT = SPACES
005130        AND AIN-LINK-TIMESTAMP NOT = LOW-VALUES
005135        AND (AIN-FORMULA = SPACES OR AIN-FORMULA = LOW-VALUES)
005140         IF WS-LINK-USED < 5000
005150             ADD 1 TO WS-LINK-USED
005160             MOVE AIN-LINK-TIMESTAMP TO WS-LINK-TS (WS-LINK-USED)
005170             MOVE AIN-LINK-TERM-ID TO WS-LINK-TERM (WS-LINK-USED)
005180         ELSE
005190             ADD 1 TO WS-LINK-OVERFLOW
005200         END-IF
005210     END-IF
005220     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
005230 2200-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------------
005260*    SECOND PASS - EVERY RATED CALCULATION IN THE PERIOD THAT HAS
005270*    NOT BEEN SUPERSEDED, AND IS NOT HELD OR HAS BEEN RELEASED,
005275*    IS ADDED TO ITS CODE AND SOURCE.
005280*-----------------------------------------------------------------
005290 3000-ACCUMULATE-REGISTER.
005300     MOVE "N" TO WS-AUDITIN-EOF-SW
005310     OPEN INPUT AUDITIN-FILE
005320     IF WS-AUDITIN-FS NOT = "00"
005330         DISPLAY "IMPOSSIBILE RIAPRIRE AUDITIN - FILE STATUS "
005340             WS-AUDITIN-FS
005350         MOVE 16 TO RETURN-CODE
005360         PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
005370         STOP RUN
005380     END-IF
005390     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT
005400     PERFORM 3100-EXAMINE-RECORD THRU 3100-EXIT
005410         UNTIL WS-AUDITIN-EOF
005420     CLOSE AUDITIN-FILE.
005430 3000-EXIT.
005440     EXIT.
005450*-----------------------------------------------------------------
005460 3100-EXAMINE-RECORD.
005470     ADD 1 TO WS-RECORDS-READ
005472     IF AIN-OP-CODE = 70
005474         PERFORM 3150-NOTE-FORMULA THRU 3150-EXIT
005476     END-IF
005480     IF AIN-RATE-CODE = SPACES OR AIN-RATE-CODE = LOW-VALUES
005490         ADD 1 TO WS-NOT-RATED
005500         GO TO 3100-NEXT
005510     END-IF
005520     EVALUATE TRUE
005530         WHEN AIN-OP-CODE NOT < 24 AND AIN-OP-CODE NOT > 27
005540             SET WS-KIND-RATE TO TRUE
005550         WHEN AIN-OP-CODE = 50 OR AIN-OP-CODE = 51
005560             SET WS-KIND-UNIT TO TRUE
005570         WHEN AIN-OP-CODE = 70
005580             SET WS-KIND-FORMULA TO TRUE
005590         WHEN OTHER
005600             ADD 1 TO WS-NOT-RATED
005610             GO TO 3100-NEXT
005620     END-EVALUATE
005630     IF WS-SEL-CODE NOT = SPACES
005640        AND AIN-RATE-CODE NOT = WS-SEL-CODE
005650         GO TO 3100-NEXT
005660     END-IF
005670     IF AIN-VALUE-DATE = SPACES OR AIN-VALUE-DATE = LOW-VALUES
005680         MOVE AIN-TIMESTAMP (1:8) TO WS-EFF-DATE
005690     ELSE
005700         MOVE AIN-VALUE-DATE TO WS-EFF-DATE
005710     END-IF
005720     IF WS-EFF-DATE < WS-SEL-DATE-FROM
005730        OR WS-EFF-DATE > WS-SEL-DATE-TO
005740         ADD 1 TO WS-OUT-OF-PERIOD
005750         GO TO 3100-NEXT
005760     END-IF
005770     PERFORM 3200-TEST-SUPERSEDED THRU 3200-EXIT
005780     IF WS-ALREADY-LINKED
005790         ADD 1 TO WS-SUPERSEDED
005800         GO TO 3100-NEXT
005810     END-IF
005820     IF AIN-HOLD-FLAG = "H"
005830         PERFORM 3400-TEST-RELEASED THRU 3400-EXIT
005840         IF NOT WS-HOLD-RELEASED
005842             ADD 1 TO WS-HELD-EXCLUDED
005844             GO TO 3100-NEXT
005846         END-IF
005848         ADD 1 TO WS-HELD-RELEASED
005850     END-IF
005860     IF AIN-OP-CODE = 24
005870         COMPUTE WS-AMOUNT = AIN-RESULT - AIN-OPERAND-1
005880     ELSE
005890         MOVE AIN-RESULT TO WS-AMOUNT
005900     END-IF
005910     MOVE AIN-RATE-CODE TO WS-NEW-CODE
005920     MOVE AIN-SOURCE-ID TO WS-NEW-SRC
005930     PERFORM 3300-ADD-TO-REGISTER THRU 3300-EXIT.
005940 3100-NEXT.
005950     PERFORM 2100-READ-AUDIT-RECORD THRU 2100-EXIT.
005952 3100-EXIT.
005954     EXIT.
005956*-----------------------------------------------------------------
005958*    A FORMULA RECORD - KEPT AS THE PARENT OF THE STEP RECORDS
005960*    THAT FOLLOW IT, WITH WHETHER IT HAS BEEN SUPERSEDED AND,
005962*    WHEN HELD, WHETHER ITS HOLD HAS BEEN RELEASED.
005965*-----------------------------------------------------------------
005966 3150-NOTE-FORMULA.
005967     MOVE AIN-TERM-ID TO WS-PARENT-TERM
005968     MOVE AIN-RATE-CODE TO WS-PARENT-FORMULA
005969     PERFORM 3200-TEST-SUPERSEDED THRU 3200-EXIT
005970     MOVE WS-LINKED-SW TO WS-PARENT-SW
005971     MOVE "N" TO WS-PARENT-REL-SW
005972     IF AIN-HOLD-FLAG = "H"
005973         PERFORM 3400-TEST-RELEASED THRU 3400-EXIT
005974         MOVE WS-RELEASED-SW TO WS-PARENT-REL-SW
005975     END-IF.
005976 3150-EXIT.
005977     EXIT.
005980*-----------------------------------------------------------------
005990 3200-TEST-SUPERSEDED.
006000     MOVE "N" TO WS-LINKED-SW
006001     IF AIN-FORMULA NOT = SPACES AND AIN-FORMULA NOT = LOW-VALUES
006002         IF AIN-TERM-ID = WS-PARENT-TERM
006003            AND AIN-FORMULA = WS-PARENT-FORMULA
006004            AND WS-PARENT-SUPERSEDED
006005             SET WS-ALREADY-LINKED TO TRUE
006006         END-IF
006007         GO TO 3200-EXIT
006008     END-IF
006010     PERFORM 3210-COMPARE-LINK THRU 3210-EXIT
006020         VARYING WS-LINK-IX FROM 1 BY 1
006030         UNTIL WS-LINK-IX > WS-LINK-USED
006040            OR WS-ALREADY-LINKED.
006050 3200-EXIT.
006060     EXIT.
006070*-----------------------------------------------------------------
006080 3210-COMPARE-LINK.
006090     IF WS-LINK-TS (WS-LINK-IX) = AIN-TIMESTAMP
006100        AND WS-LINK-TERM (WS-LINK-IX) = AIN-TERM-ID
006110         SET WS-ALREADY-LINKED TO TRUE
006120     END-IF.
006130 3210-EXIT.
006140     EXIT.
006150*-----------------------------------------------------------------
006160*    FIND THE CODE / SOURCE ENTRY, OR OPEN ONE IN ITS PLACE IN
006170*    KEY ORDER, AND ADD THE CALCULATION TO IT.
006180*-----------------------------------------------------------------
006190 3300-ADD-TO-REGISTER.
006200     MOVE ZERO TO WS-REG-POS
006210     PERFORM 3310-FIND-POSITION THRU 3310-EXIT
006220         VARYING WS-REG-IX FROM 1 BY 1
006230         UNTIL WS-REG-IX > WS-REG-USED
006240            OR WS-REG-POS > ZERO
006250     IF WS-REG-POS = ZERO
006260         COMPUTE WS-REG-POS = WS-REG-USED + 1
006270     END-IF
006280     IF WS-REG-POS > WS-REG-USED
006290        OR WS-REG-KEY (WS-REG-POS) NOT = WS-NEW-KEY
006300         IF WS-REG-USED NOT < 500
006310             ADD 1 TO WS-REG-OVERFLOW
006320             GO TO 3300-EXIT
006330         END-IF
006340         PERFORM 3320-SHIFT-ENTRY THRU 3320-EXIT
006350             VARYING WS-REG-IX FROM WS-REG-USED BY -1
006360             UNTIL WS-REG-IX < WS-REG-POS
006370         ADD 1 TO WS-REG-USED
006380         MOVE WS-NEW-KEY TO WS-REG-KEY (WS-REG-POS)
006390         MOVE WS-NEW-KIND TO WS-REG-KIND (WS-REG-POS)
006400         MOVE ZERO TO WS-REG-COUNT (WS-REG-POS)
006410         MOVE ZERO TO WS-REG-BASE (WS-REG-POS)
006420         MOVE ZERO TO WS-REG-AMOUNT (WS-REG-POS)
006430     END-IF
006440     ADD 1 TO WS-REG-COUNT (WS-REG-POS)
006450     ADD AIN-OPERAND-1 TO WS-REG-BASE (WS-REG-POS)
006460     ADD WS-AMOUNT TO WS-REG-AMOUNT (WS-REG-POS)
006470     ADD 1 TO WS-REGISTERED.
006480 3300-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510 3310-FIND-POSITION.
006520     IF WS-REG-KEY (WS-REG-IX) NOT < WS-NEW-KEY
006530         MOVE WS-REG-IX TO WS-REG-POS
006540     END-IF.
006550 3310-EXIT.
006560     EXIT.
006570*-----------------------------------------------------------------
006580 3320-SHIFT-ENTRY.
006590     MOVE WS-REG-ENTRY (WS-REG-IX)
006595         TO WS-REG-ENTRY (WS-REG-IX + 1).
006600 3320-EXIT.
006601     EXIT.
006602*-----------------------------------------------------------------
006603*    A HELD RECORD - RELEASED WHEN HOLDFILE CARRIES A RELEASE FOR
006604*    ITS AUDIT KEY; A FORMULA STEP GOES WITH ITS FORMULA.
006605*-----------------------------------------------------------------
006606 3400-TEST-RELEASED.
006607     MOVE "N" TO WS-RELEASED-SW
006608     IF AIN-FORMULA NOT = SPACES AND AIN-FORMULA NOT = LOW-VALUES
006609         IF AIN-TERM-ID = WS-PARENT-TERM
006610            AND AIN-FORMULA = WS-PARENT-FORMULA
006611            AND WS-PARENT-RELEASED
006612             SET WS-HOLD-RELEASED TO TRUE
006613         END-IF
006614         GO TO 3400-EXIT
006615     END-IF
006616     MOVE AIN-TIMESTAMP TO WS-LOOK-REL-TS
006617     MOVE AIN-TERM-ID TO WS-LOOK-REL-TERM
006618     PERFORM 3410-FIND-RELEASE THRU 3410-EXIT
006619     IF WS-REL-POS > ZERO
006620         SET WS-HOLD-RELEASED TO TRUE
006621     END-IF.
006622 3400-EXIT.
006623     EXIT.
006624*-----------------------------------------------------------------
006625*    FIND THE RELEASE OF THE HELD CALCULATION IN WS-LOOK-REL-KEY -
006626*    ZERO IN WS-REL-POS WHEN IT HAS NOT BEEN RELEASED.
006627*-----------------------------------------------------------------
006628 3410-FIND-RELEASE.
006629     MOVE ZERO TO WS-REL-POS
006630     PERFORM 3420-MATCH-RELEASE THRU 3420-EXIT
006631         VARYING WS-REL-IX FROM 1 BY 1
006632         UNTIL WS-REL-IX > WS-REL-USED
006633            OR WS-REL-POS > ZERO.
006634 3410-EXIT.
006635     EXIT.
006636*-----------------------------------------------------------------
006637 3420-MATCH-RELEASE.
006638     IF WS-REL-KEY (WS-REL-IX) = WS-LOOK-REL-KEY
006639         MOVE WS-REL-IX TO WS-REL-POS
006640     END-IF.
006641 3420-EXIT.
006642     EXIT.
006643*-----------------------------------------------------------------
006644*    RESOLUTION - SAME RULE AS THE ENGINE.  CODE IN WS-LOOK-KEY,
006645*    DATE IN WS-LOOK-DATE; THE ENTRY IN FORCE (OR ZERO) COMES
006650*    BACK IN WS-BEST-IX.
006660*-----------------------------------------------------------------
006670 4100-RESOLVE-RATE.
006680     MOVE ZERO TO WS-BEST-IX
006690     PERFORM 4110-SCAN-RATE-ENTRY THRU 4110-EXIT
006700         VARYING WS-IX-2 FROM 1 BY 1
006710         UNTIL WS-IX-2 > WS-RATE-USED.
006720 4100-EXIT.
006730     EXIT.
006740*-----------------------------------------------------------------
006750 4110-SCAN-RATE-ENTRY.
006760     IF WS-RATE-KEY (WS-IX-2) = WS-LOOK-KEY
006770        AND WS-RATE-EFF (WS-IX-2) NOT > WS-LOOK-DATE
006780         IF WS-BEST-IX = ZERO
006790             MOVE WS-IX-2 TO WS-BEST-IX
006800         ELSE
006810             IF WS-RATE-EFF (WS-IX-2) NOT <
006820                WS-RATE-EFF (WS-BEST-IX)
006830                 MOVE WS-IX-2 TO WS-BEST-IX
006840             END-IF
006850         END-IF
006860     END-IF.
006870 4110-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------------
006900 4200-RESOLVE-UNIT.
006910     MOVE ZERO TO WS-BEST-IX
006920     PERFORM 4210-SCAN-UNIT-ENTRY THRU 4210-EXIT
006930         VARYING WS-IX-2 FROM 1 BY 1
006940         UNTIL WS-IX-2 > WS-UNIT-USED.
006950 4200-EXIT.
006960     EXIT.
006970*-----------------------------------------------------------------
006980 4210-SCAN-UNIT-ENTRY.
006990     IF WS-UNIT-KEY (WS-IX-2) = WS-LOOK-KEY
007000        AND WS-UNIT-EFF (WS-IX-2) NOT > WS-LOOK-DATE
007010         IF WS-BEST-IX = ZERO
007020             MOVE WS-IX-2 TO WS-BEST-IX
007030         ELSE
007040             IF WS-UNIT-EFF (WS-IX-2) NOT <
007050                WS-UNIT-EFF (WS-BEST-IX)
007060                 MOVE WS-IX-2 TO WS-BEST-IX
007070             END-IF
007080         END-IF
007090     END-IF.
007100 4210-EXIT.
007110     EXIT.
007120*-----------------------------------------------------------------
007130*    THE REGISTER - ONE LINE PER CODE AND SOURCE, A TOTAL LINE
007140*    AND THE VALUES IN FORCE AT EACH CHANGE OF CODE.
007150*-----------------------------------------------------------------
007160 5000-PRINT-REGISTER.
007170     MOVE SPACES TO WS-CODE-HOLD
007180     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT
007190         VARYING WS-REG-IX FROM 1 BY 1
007200         UNTIL WS-REG-IX > WS-REG-USED
007210     IF WS-REG-USED > ZERO
007220         PERFORM 5200-PRINT-CODE-TOTAL THRU 5200-EXIT
007230     END-IF.
007240 5000-EXIT.
007250     EXIT.
007260*-----------------------------------------------------------------
007270 5100-PRINT-ENTRY.
007280     IF WS-REG-IX > 1
007290        AND WS-REG-CODE (WS-REG-IX) NOT = WS-CODE-HOLD
007300         PERFORM 5200-PRINT-CODE-TOTAL THRU 5200-EXIT
007310     END-IF
007320     IF WS-REG-CODE (WS-REG-IX) NOT = WS-CODE-HOLD
007330        OR WS-REG-IX = 1
007340         MOVE WS-REG-CODE (WS-REG-IX) TO WS-CODE-HOLD
007350         MOVE WS-REG-KIND (WS-REG-IX) TO WS-KIND-HOLD
007360         MOVE ZERO TO WS-CODE-COUNT
007370         MOVE ZERO TO WS-CODE-BASE
007380         MOVE ZERO TO WS-CODE-AMOUNT
007390     END-IF
007400     ADD WS-REG-COUNT (WS-REG-IX) TO WS-CODE-COUNT
007410     ADD WS-REG-BASE (WS-REG-IX) TO WS-CODE-BASE
007420     ADD WS-REG-AMOUNT (WS-REG-IX) TO WS-CODE-AMOUNT
007430     EVALUATE WS-REG-KIND (WS-REG-IX)
007440         WHEN "T"
007450             MOVE "TASSO" TO WS-KIND-TEXT
007460         WHEN "U"
007470             MOVE "UNITA'" TO WS-KIND-TEXT
007480         WHEN OTHER
007490             MOVE "FORMULA" TO WS-KIND-TEXT
007500     END-EVALUATE
007510     MOVE WS-REG-COUNT (WS-REG-IX) TO WS-ED-COUNT
007520     MOVE WS-REG-BASE (WS-REG-IX) TO WS-ED-TOTAL
007530     MOVE WS-REG-AMOUNT (WS-REG-IX) TO WS-ED-TOTAL-2
007540     MOVE SPACES TO WS-PRINT-LINE
007550     MOVE WS-REG-CODE (WS-REG-IX) TO WS-PRINT-LINE (1:8)
007560     MOVE WS-KIND-TEXT TO WS-PRINT-LINE (10:8)
007570     IF WS-REG-SRC (WS-REG-IX) = SPACES
007580         MOVE "---" TO WS-PRINT-LINE (19:3)
007590     ELSE
007600         MOVE WS-REG-SRC (WS-REG-IX) TO WS-PRINT-LINE (19:3)
007610     END-IF
007620     MOVE WS-ED-COUNT TO WS-PRINT-LINE (23:11)
007630     MOVE WS-ED-TOTAL TO WS-PRINT-LINE (36:20)
007640     MOVE WS-ED-TOTAL-2 TO WS-PRINT-LINE (58:20)
007650     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007660     PERFORM 5500-WRITE-CSV-LINE THRU 5500-EXIT.
007670 5100-EXIT.
007680     EXIT.
007690*-----------------------------------------------------------------
007700 5200-PRINT-CODE-TOTAL.
007710     MOVE WS-CODE-COUNT TO WS-ED-COUNT
007720     MOVE WS-CODE-BASE TO WS-ED-TOTAL
007730     MOVE WS-CODE-AMOUNT TO WS-ED-TOTAL-2
007740     MOVE SPACES TO WS-PRINT-LINE
007750     MOVE "TOTALE" TO WS-PRINT-LINE (1:6)
007760     MOVE WS-CODE-HOLD TO WS-PRINT-LINE (10:8)
007770     MOVE WS-ED-COUNT TO WS-PRINT-LINE (23:11)
007780     MOVE WS-ED-TOTAL TO WS-PRINT-LINE (36:20)
007790     MOVE WS-ED-TOTAL-2 TO WS-PRINT-LINE (58:20)
007800     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007810     EVALUATE WS-KIND-HOLD
007820         WHEN "T"
007830             PERFORM 5300-PRINT-RATES-IN-FORCE THRU 5300-EXIT
007840         WHEN "U"
007850             PERFORM 5400-PRINT-UNITS-IN-FORCE THRU 5400-EXIT
007860         WHEN OTHER
007870             CONTINUE
007880     END-EVALUATE
007890     MOVE SPACES TO WS-PRINT-LINE
007900     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
007910 5200-EXIT.
007920     EXIT.
007930*-----------------------------------------------------------------
007940*    VALUES OF THE RATE CODE IN FORCE DURING THE PERIOD - THE
007950*    ONE IN FORCE ON DATE-FROM, THEN EACH CHANGE TAKING EFFECT
007960*    UP TO DATE-TO (AN APPEND OVERRULED BY A LATER ONE FOR THE
007970*    SAME DATE IS NOT A CHANGE).
007980*-----------------------------------------------------------------
007990 5300-PRINT-RATES-IN-FORCE.
008000     MOVE WS-CODE-HOLD TO WS-LOOK-KEY
008010     MOVE WS-SEL-DATE-FROM TO WS-LOOK-DATE
008020     PERFORM 4100-RESOLVE-RATE THRU 4100-EXIT
008030     IF WS-BEST-IX = ZERO
008040         MOVE "    NESSUN VALORE IN VIGORE A INIZIO PERIODO"
008050             TO WS-PRINT-LINE
008060         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008070     ELSE
008080         PERFORM 5320-PRINT-RATE-VALUE THRU 5320-EXIT
008090     END-IF
008100     PERFORM 5310-RATE-CHANGE THRU 5310-EXIT
008110         VARYING WS-IX FROM 1 BY 1
008120         UNTIL WS-IX > WS-RATE-USED.
008130 5300-EXIT.
008140     EXIT.
008150*-----------------------------------------------------------------
008160 5310-RATE-CHANGE.
008170     IF WS-RATE-KEY (WS-IX) NOT = WS-CODE-HOLD
008180        OR WS-RATE-EFF (WS-IX) NOT > WS-SEL-DATE-FROM
008190        OR WS-RATE-EFF (WS-IX) > WS-SEL-DATE-TO
008200         GO TO 5310-EXIT
008210     END-IF
008220     MOVE WS-RATE-EFF (WS-IX) TO WS-LOOK-DATE
008230     PERFORM 4100-RESOLVE-RATE THRU 4100-EXIT
008240     IF WS-BEST-IX = WS-IX
008250         PERFORM 5320-PRINT-RATE-VALUE THRU 5320-EXIT
008260     END-IF.
008270 5310-EXIT.
008280     EXIT.
008290*-----------------------------------------------------------------
008300 5320-PRINT-RATE-VALUE.
008310     MOVE SPACES TO WS-PRINT-LINE
008320     IF WS-RATE-STAT (WS-BEST-IX) = "A"
008330         MOVE WS-RATE-AMT (WS-BEST-IX) TO WS-ED-VALUE
008340         STRING "    IN VIGORE DAL "       DELIMITED BY SIZE
008350                WS-RATE-EFF (WS-BEST-IX)   DELIMITED BY SIZE
008360                "  VALORE "                DELIMITED BY SIZE
008370                WS-ED-VALUE                DELIMITED BY SIZE
008380             INTO WS-PRINT-LINE
008390         END-STRING
008400     ELSE
008410         STRING "    NON IN VIGORE DAL "   DELIMITED BY SIZE
008420                WS-RATE-EFF (WS-BEST-IX)   DELIMITED BY SIZE
008430             INTO WS-PRINT-LINE
008440         END-STRING
008450     END-IF
008460     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
008470 5320-EXIT.
008480     EXIT.
008490*-----------------------------------------------------------------
008500*    FACTOR AND OFFSET OF THE UNIT CODE IN FORCE DURING THE
008510*    PERIOD - SAME WALK AS FOR A RATE CODE.
008520*-----------------------------------------------------------------
008530 5400-PRINT-UNITS-IN-FORCE.
008540     MOVE WS-CODE-HOLD TO WS-LOOK-KEY
008550     MOVE WS-SEL-DATE-FROM TO WS-LOOK-DATE
008560     PERFORM 4200-RESOLVE-UNIT THRU 4200-EXIT
008570     IF WS-BEST-IX = ZERO
008580         MOVE "    NESSUN VALORE IN VIGORE A INIZIO PERIODO"
008590             TO WS-PRINT-LINE
008600         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008610     ELSE
008620         PERFORM 5420-PRINT-UNIT-VALUE THRU 5420-EXIT
008630     END-IF
008640     PERFORM 5410-UNIT-CHANGE THRU 5410-EXIT
008650         VARYING WS-IX FROM 1 BY 1
008660         UNTIL WS-IX > WS-UNIT-USED.
008670 5400-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------------
008700 5410-UNIT-CHANGE.
008710     IF WS-UNIT-KEY (WS-IX) NOT = WS-CODE-HOLD
008720        OR WS-UNIT-EFF (WS-IX) NOT > WS-SEL-DATE-FROM
008730        OR WS-UNIT-EFF (WS-IX) > WS-SEL-DATE-TO
008740         GO TO 5410-EXIT
008750     END-IF
008760     MOVE WS-UNIT-EFF (WS-IX) TO WS-LOOK-DATE
008770     PERFORM 4200-RESOLVE-UNIT THRU 4200-EXIT
008780     IF WS-BEST-IX = WS-IX
008790         PERFORM 5420-PRINT-UNIT-VALUE THRU 5420-EXIT
008800     END-IF.
008810 5410-EXIT.
008820     EXIT.
008830*-----------------------------------------------------------------
008840 5420-PRINT-UNIT-VALUE.
008850     MOVE SPACES TO WS-PRINT-LINE
008860     IF WS-UNIT-STAT (WS-BEST-IX) = "A"
008870         MOVE WS-UNIT-FACT (WS-BEST-IX) TO WS-ED-VALUE
008880         MOVE WS-UNIT-OFFS (WS-BEST-IX) TO WS-ED-VALUE-2
008890         STRING "    IN VIGORE DAL "       DELIMITED BY SIZE
008900                WS-UNIT-EFF (WS-BEST-IX)   DELIMITED BY SIZE
008910                "  FATTORE "               DELIMITED BY SIZE
008920                WS-ED-VALUE                DELIMITED BY SIZE
008930                "  SCOSTAMENTO "           DELIMITED BY SIZE
008940                WS-ED-VALUE-2              DELIMITED BY SIZE
008950             INTO WS-PRINT-LINE
008960         END-STRING
008970     ELSE
008980         STRING "    NON IN VIGORE DAL "   DELIMITED BY SIZE
008990                WS-UNIT-EFF (WS-BEST-IX)   DELIMITED BY SIZE
009000             INTO WS-PRINT-LINE
009010         END-STRING
009020     END-IF
009030     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
009040 5420-EXIT.
009050     EXIT.
009060*-----------------------------------------------------------------
009070*    CSV LINE FOR ACCOUNTING - CODE, KIND, SOURCE, COUNT, BASE,
009080*    AMOUNT AND THE PERIOD.
009090*-----------------------------------------------------------------
009100 5500-WRITE-CSV-LINE.
009110     MOVE WS-REG-COUNT (WS-REG-IX) TO WS-ED-CSV-COUNT
009120     MOVE SPACES TO WS-CSV-LINE
009130     STRING WS-REG-CODE (WS-REG-IX)  DELIMITED BY SPACE
009140            ","                      DELIMITED BY SIZE
009150            WS-REG-KIND (WS-REG-IX)  DELIMITED BY SIZE
009160            ","                      DELIMITED BY SIZE
009170            WS-REG-SRC (WS-REG-IX)   DELIMITED BY SPACE
009180            ","                      DELIMITED BY SIZE
009190            WS-ED-CSV-COUNT          DELIMITED BY SIZE
009200            ","                      DELIMITED BY SIZE
009210            WS-ED-TOTAL              DELIMITED BY SIZE
009220            ","                      DELIMITED BY SIZE
009230            WS-ED-TOTAL-2            DELIMITED BY SIZE
009240            ","                      DELIMITED BY SIZE
009250            WS-SEL-DATE-FROM         DELIMITED BY SIZE
009260            ","                      DELIMITED BY SIZE
009270            WS-SEL-DATE-TO           DELIMITED BY SIZE
009280         INTO WS-CSV-LINE
009290     END-STRING
009300     MOVE WS-CSV-LINE TO IVACSV-RECORD
009310     WRITE IVACSV-RECORD
009320     ADD 1 TO WS-CSV-WRITTEN.
009330 5500-EXIT.
009340     EXIT.
009350*-----------------------------------------------------------------
009360*    SUMMARY - WHAT WAS READ, WHAT WAS LEFT OUT AND WHY.
009370*-----------------------------------------------------------------
009380 6000-PRINT-SUMMARY-SECTION.
009390     MOVE SPACES TO WS-PRINT-LINE
009400     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009410     MOVE WS-RECORDS-READ TO WS-ED-COUNT
009420     MOVE SPACES TO WS-PRINT-LINE
009430     STRING "RECORD DI AUDIT LETTI:     " WS-ED-COUNT
009440         DELIMITED BY SIZE INTO WS-PRINT-LINE
009450     END-STRING
009460     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009470     MOVE WS-REGISTERED TO WS-ED-COUNT
009480     MOVE SPACES TO WS-PRINT-LINE
009490     STRING "  A REGISTRO:              " WS-ED-COUNT
009500         DELIMITED BY SIZE INTO WS-PRINT-LINE
009510     END-STRING
009520     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009521     MOVE WS-HELD-RELEASED TO WS-ED-COUNT
009522     MOVE SPACES TO WS-PRINT-LINE
009523     STRING "    DI CUI TRATT. RILASC.: " WS-ED-COUNT
009524         DELIMITED BY SIZE INTO WS-PRINT-LINE
009525     END-STRING
009526     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009530     MOVE WS-OUT-OF-PERIOD TO WS-ED-COUNT
009540     MOVE SPACES TO WS-PRINT-LINE
009550     STRING "  FUORI PERIODO:           " WS-ED-COUNT
009560         DELIMITED BY SIZE INTO WS-PRINT-LINE
009570     END-STRING
009580     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009590     MOVE WS-NOT-RATED TO WS-ED-COUNT
009600     MOVE SPACES TO WS-PRINT-LINE
009610     STRING "  SENZA CODICE TASSO:      " WS-ED-COUNT
009620         DELIMITED BY SIZE INTO WS-PRINT-LINE
009630     END-STRING
009640     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009650     MOVE WS-SUPERSEDED TO WS-ED-COUNT
009660     MOVE SPACES TO WS-PRINT-LINE
009670     STRING "  SOSTITUITI DA RETTIFICA: " WS-ED-COUNT
009680         DELIMITED BY SIZE INTO WS-PRINT-LINE
009690     END-STRING
009700     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009710     MOVE WS-HELD-EXCLUDED TO WS-ED-COUNT
009720     MOVE SPACES TO WS-PRINT-LINE
009730     STRING "  TRATT. APERTI/ANNULLATI: " WS-ED-COUNT
009740         DELIMITED BY SIZE INTO WS-PRINT-LINE
009750     END-STRING
009760     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009770     MOVE WS-CSV-WRITTEN TO WS-ED-COUNT
009780     MOVE SPACES TO WS-PRINT-LINE
009790     STRING "RIGHE CSV SCRITTE:         " WS-ED-COUNT
009800         DELIMITED BY SIZE INTO WS-PRINT-LINE
009810     END-STRING
009820     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009830     IF WS-LINK-OVERFLOW > ZERO
009840         MOVE "*** TROPPE RETTIFICHE - TOTALI NON ATTENDIBILI"
009841             TO WS-PRINT-LINE
009842         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009843     END-IF
009844     IF WS-REL-OVERFLOW > ZERO
009845         MOVE "*** TROPPI RILASCI - TOTALI NON ATTENDIBILI"
009850             TO WS-PRINT-LINE
009860         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009870     END-IF
009880     IF WS-REG-OVERFLOW > ZERO
009890         MOVE "*** TABELLA REGISTRO PIENA - TOTALI INCOMPLETI"
009900             TO WS-PRINT-LINE
009910         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009920     END-IF
009930     IF WS-TABLE-OVERFLOW > ZERO
009940         MOVE "*** TABELLA TASSI O UNITA' PIENA" TO WS-PRINT-LINE
009960         MOVE " - VALORI IN VIGORE INCOMPLETI"
009965             TO WS-PRINT-LINE (33:30)
009970         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009980     END-IF
009990     EVALUATE TRUE
010000         WHEN WS-LINK-OVERFLOW > ZERO
010005         WHEN WS-REL-OVERFLOW > ZERO
010010         WHEN WS-REG-OVERFLOW > ZERO
010020         WHEN WS-TABLE-OVERFLOW > ZERO
010030             MOVE 8 TO RETURN-CODE
010040         WHEN WS-REGISTERED = ZERO
010050             MOVE "NESSUN CALCOLO NEL PERIODO" TO WS-PRINT-LINE
010060             PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
010070             MOVE 4 TO RETURN-CODE
010080         WHEN OTHER
010090             CONTINUE
010100     END-EVALUATE.
010110 6000-EXIT.
010120     EXIT.
010130*-----------------------------------------------------------------
010140*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.
010150*-----------------------------------------------------------------
010160 7300-WRITE-REPORT-LINE.
010170     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
010180         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010190         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
010200     END-IF
010210     MOVE WS-PRINT-LINE TO IVARPT-RECORD
010220     WRITE IVARPT-RECORD
010230     ADD 1 TO WS-REPORT-LINE-COUNT.
010240 7300-EXIT.
010250     EXIT.
010260*-----------------------------------------------------------------
010270 7310-PRINT-REPORT-HEADER.
010280     ADD 1 TO WS-REPORT-PAGE-NO
010290     MOVE SPACES TO IVARPT-RECORD
010300     MOVE "SuS - REGISTRO IVA E UTILIZZO TASSI" TO IVARPT-RECORD
010310     WRITE IVARPT-RECORD
010320     MOVE SPACES TO IVARPT-RECORD
010330     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
010340            WS-RUN-DATE          DELIMITED BY SIZE
010350            "   PERIODO: "       DELIMITED BY SIZE
010360            WS-SEL-DATE-FROM     DELIMITED BY SIZE
010370            " - "                DELIMITED BY SIZE
010380            WS-SEL-DATE-TO       DELIMITED BY SIZE
010390            "   PAGINA: "        DELIMITED BY SIZE
010400            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
010410         INTO IVARPT-RECORD
010420     END-STRING
010430     WRITE IVARPT-RECORD
010440     MOVE SPACES TO IVARPT-RECORD
010450     MOVE "CODICE   TIPO     SRC    CALCOLI" TO IVARPT-RECORD
010460     MOVE "IMPONIBILE" TO IVARPT-RECORD (46:10)
010470     MOVE "IMPOSTA/CONTROVALORE" TO IVARPT-RECORD (58:20)
010480     WRITE IVARPT-RECORD
010490     MOVE ZERO TO WS-REPORT-LINE-COUNT.
010500 7310-EXIT.
010510     EXIT.
010520*-----------------------------------------------------------------
010530 7320-PRINT-REPORT-FOOTER.
010540     MOVE SPACES TO IVARPT-RECORD
010550     STRING "FINE PAGINA "       DELIMITED BY SIZE
010560            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
010570         INTO IVARPT-RECORD
010580     END-STRING
010590     WRITE IVARPT-RECORD.
010600 7320-EXIT.
010610     EXIT.
010620*-----------------------------------------------------------------
010630*    TERMINATION - REGISTER, CSV AND THE RUN LEDGER.
010640*-----------------------------------------------------------------
010650 9000-TERMINATE-PROGRAM.
010660     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010670     CLOSE IVARPT-FILE
010680     CLOSE IVACSV-FILE
010690     DISPLAY "RECORD DI AUDIT LETTI: " WS-RECORDS-READ
010700     DISPLAY "A REGISTRO:            " WS-REGISTERED
010710     MOVE "VATREG  " TO WS-LDG-MODE
010720     MOVE WS-RECORDS-READ TO WS-LDG-IN
010730     MOVE WS-CSV-WRITTEN TO WS-LDG-OUT
010740     MOVE ZERO TO WS-LDG-REJ
010750     MOVE SPACE TO WS-LDG-RECON
010760     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
010770 9000-EXIT.
010780     EXIT.
010790*-----------------------------------------------------------------
010800*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
010810*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
010820*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
010830*    RUN.
010840*-----------------------------------------------------------------
010850 9500-WRITE-RUN-LEDGER.
010860     OPEN EXTEND RUNLEDG
010870     IF WS-RUNLEDG-FS NOT = "00"
010880         OPEN OUTPUT RUNLEDG
010890     END-IF
010900     IF WS-RUNLEDG-FS NOT = "00"
010910         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
010920             WS-RUNLEDG-FS
010930         GO TO 9500-EXIT
010940     END-IF
010950     MOVE SPACES TO LDG-RECORD
010960     MOVE "ELMOIVA " TO LDG-PROGRAM
010970     MOVE WS-RUN-DATE TO LDG-RUN-DATE
010980     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
010990     MOVE WS-LDG-MODE TO LDG-RUN-MODE
011000     MOVE WS-LDG-IN TO LDG-RECORDS-IN
011010     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
011020     MOVE WS-LDG-REJ TO LDG-REJECTS
011030     MOVE RETURN-CODE TO LDG-RETURN-CODE
011040     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
011050     WRITE LDG-RECORD
011060     CLOSE RUNLEDG.
011070 9500-EXIT.
011080     EXIT.
