000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOCAL  (SuS - COMPANY CALENDAR LISTING)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      PRINTS ONE YEAR OF THE COMPANY CALENDAR AS THE
000090*                  DATE SERVICES MODULE ELMODAT SEES IT - MONTH
000100*                  BY MONTH, EVERY HOLIDAY AND EVERY WORKING
000110*                  SATURDAY OR SUNDAY WITH ITS DESCRIPTION, AND
000120*                  THE COUNT OF BUSINESS DAYS, SO OPERATIONS CAN
000130*                  CHECK THE CALENDAR BEFORE THE YEAR STARTS.
000140*                  RETURN-CODE 0 = LISTED, 4 = NO HOLIDAY ON FILE
000150*                  FOR THE YEAR OR CALFILE NOT AVAILABLE (THE
000160*                  CALENDAR HAS PROBABLY NOT BEEN KEYED YET),
000170*                  16 = FILE ERROR.
000180*
000190*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000200*        YEAR=YYYY            YEAR TO LIST (DEFAULT CURRENT)
000210*
000220*    MODIFICATION HISTORY
000230*    --------------------------------------------------------
000240*    10/15/2026  DF   INITIAL VERSION.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.   ELMOCAL.
000280 AUTHOR.       D. FERRANTE.
000290 INSTALLATION. OFFICINA CALCOLO.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320*****************************************************************
000330*    ENVIRONMENT DIVISION
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CTLCARD-FS.
000410     SELECT CALRPT-FILE ASSIGN TO "CALRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-CALRPT-FS.
000440*****************************************************************
000450*    DATA DIVISION
000460*****************************************************************
000470 DATA DIVISION.
000480 FILE SECTION.
000490*----------------------------------------------------------------
000500*    SELECTION CONTROL CARDS.
000510*----------------------------------------------------------------
000520 FD  CTLCARD-FILE
000530     RECORDING MODE IS F.
000540 01  CTLCARD-RECORD               PIC X(80).
000550*----------------------------------------------------------------
000560*    PRINTED CALENDAR LISTING.
000570*----------------------------------------------------------------
000580 FD  CALRPT-FILE
000590     RECORDING MODE IS F.
000600 01  CALRPT-RECORD                PIC X(132).
000610*****************************************************************
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640*    FILE STATUS SWITCHES.
000650*----------------------------------------------------------------
000660 01  WS-FILE-STATUSES.
000670     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
000680     05  WS-CALRPT-FS             PIC X(02) VALUE SPACES.
000690*----------------------------------------------------------------
000700*    PROGRAM SWITCHES.
000710*----------------------------------------------------------------
000720 01  WS-SWITCHES.
000730     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
000740         88  WS-CTLCARD-EOF           VALUE "Y".
000750*----------------------------------------------------------------
000760*    SELECTION AND DAY ARITHMETIC.
000770*----------------------------------------------------------------
000780 01  WS-SEL-YEAR                  PIC 9(04) VALUE ZERO.
000790 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
000800 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
000810 01  WS-MONTH                     PIC 9(02) VALUE ZERO.
000820 01  WS-DATE-NUM                  PIC 9(08) VALUE ZERO.
000830 01  WS-DATE REDEFINES WS-DATE-NUM
000840                                  PIC X(08).
000850 01  WS-DAY-INT                   PIC S9(09) COMP VALUE ZERO.
000860 01  WS-FIRST-INT                 PIC S9(09) COMP VALUE ZERO.
000870 01  WS-LAST-INT                  PIC S9(09) COMP VALUE ZERO.
000880*----------------------------------------------------------------
000890*    MONTH AND YEAR TOTALS.
000900*----------------------------------------------------------------
000910 01  WS-MONTH-TOTALS.
000920     05  WS-MON-BUSINESS          PIC 9(03) VALUE ZERO.
000930     05  WS-MON-HOLIDAYS          PIC 9(03) VALUE ZERO.
000940     05  WS-MON-WORK-WEEKEND      PIC 9(03) VALUE ZERO.
000950 01  WS-YEAR-TOTALS.
000960     05  WS-YR-BUSINESS           PIC 9(03) VALUE ZERO.
000970     05  WS-YR-HOLIDAYS           PIC 9(03) VALUE ZERO.
000980     05  WS-YR-WORK-WEEKEND       PIC 9(03) VALUE ZERO.
000990*----------------------------------------------------------------
001000*    DATE SERVICES.
001010*----------------------------------------------------------------
001020 COPY DATCOM.
001030*----------------------------------------------------------------
001040*    NAME TABLES - MONTHS AND WEEKDAYS (1 = MONDAY).
001050*----------------------------------------------------------------
001060 01  WS-MONTH-NAMES-INIT.
001070     05  FILLER                   PIC X(36)
001080         VALUE "GENNAIO  FEBBRAIO MARZO    APRILE   ".
001090     05  FILLER                   PIC X(36)
001100         VALUE "MAGGIO   GIUGNO   LUGLIO   AGOSTO   ".
001110     05  FILLER                   PIC X(36)
001120         VALUE "SETTEMBREOTTOBRE  NOVEMBRE DICEMBRE ".
001130 01  WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-INIT.
001140     05  WS-MONTH-NAME OCCURS 12 TIMES
001150                                  PIC X(09).
001160 01  WS-DAY-NAMES-INIT            PIC X(21)
001170                                  VALUE "LUNMARMERGIOVENSABDOM".
001180 01  WS-DAY-NAMES REDEFINES WS-DAY-NAMES-INIT.
001190     05  WS-DAY-NAME OCCURS 7 TIMES
001200                                  PIC X(03).
001210*----------------------------------------------------------------
001220*    REPORT FORMATTING.
001230*----------------------------------------------------------------
001240 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
001250 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
001260 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
001270 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
001280 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
001290 01  WS-DAY-KIND                  PIC X(24) VALUE SPACES.
001300 01  WS-ED-BUSINESS               PIC ZZ9.
001310 01  WS-ED-HOLIDAYS               PIC ZZ9.
001320 01  WS-ED-WORK-WEEKEND           PIC ZZ9.
001330*****************************************************************
001340*    PROCEDURE DIVISION
001350*****************************************************************
001360 PROCEDURE DIVISION.
001370*-----------------------------------------------------------------
001380 0000-MAINLINE.
001390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001400     PERFORM 3000-LIST-MONTH THRU 3000-EXIT
001410         VARYING WS-MONTH FROM 1 BY 1
001420         UNTIL WS-MONTH > 12
001430     PERFORM 5000-PRINT-YEAR-TOTALS THRU 5000-EXIT
001440     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
001450     STOP RUN.
001460*-----------------------------------------------------------------
001470 1000-INITIALIZE.
001480     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001490     MOVE WS-RUN-DATE (1:4) TO WS-SEL-YEAR
001500     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
001510     OPEN OUTPUT CALRPT-FILE
001520     IF WS-CALRPT-FS NOT = "00"
001530         DISPLAY "IMPOSSIBILE APRIRE CALRPT - FILE STATUS "
001540             WS-CALRPT-FS
001550         MOVE 16 TO RETURN-CODE
001560         STOP RUN
001570     END-IF
001580     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT.
001590 1000-EXIT.
001600     EXIT.
001610*-----------------------------------------------------------------
001620 1100-READ-CONTROL-CARDS.
001630     OPEN INPUT CTLCARD-FILE
001640     IF WS-CTLCARD-FS NOT = "00"
001650         SET WS-CTLCARD-EOF TO TRUE
001660         GO TO 1100-EXIT
001670     END-IF
001680     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
001690     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
001700         UNTIL WS-CTLCARD-EOF
001710     CLOSE CTLCARD-FILE.
001720 1100-EXIT.
001730     EXIT.
001740*-----------------------------------------------------------------
001750 1110-READ-ONE-CARD.
001760     READ CTLCARD-FILE
001770         AT END SET WS-CTLCARD-EOF TO TRUE
001780     END-READ.
001790 1110-EXIT.
001800     EXIT.
001810*-----------------------------------------------------------------
001820 1120-APPLY-CONTROL-CARD.
001830     MOVE SPACES TO WS-CARD-KEYWORD
001840     MOVE SPACES TO WS-CARD-VALUE
001850     UNSTRING CTLCARD-RECORD DELIMITED BY "="
001860         INTO WS-CARD-KEYWORD WS-CARD-VALUE
001870     END-UNSTRING
001880     EVALUATE WS-CARD-KEYWORD
001890         WHEN "YEAR"
001900             IF WS-CARD-VALUE (1:4) IS NUMERIC
001910                AND WS-CARD-VALUE (1:4) NOT < "1601"
001920                 MOVE WS-CARD-VALUE (1:4) TO WS-SEL-YEAR
001930             ELSE
001940                 DISPLAY "ANNO NON VALIDO - SCHEDA IGNORATA: "
001950                     CTLCARD-RECORD
001960             END-IF
001970         WHEN SPACES
001980             CONTINUE
001990         WHEN OTHER
002000             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
002010                 CTLCARD-RECORD
002020     END-EVALUATE
002030     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
002040 1120-EXIT.
002050     EXIT.
002060*-----------------------------------------------------------------
002070*    ONE MONTH - A HEADING, ONE LINE PER DAY THAT DEPARTS FROM
002080*    THE MONDAY TO FRIDAY RULE, AND THE MONTH'S COUNTS.
002090*-----------------------------------------------------------------
002100 3000-LIST-MONTH.
002110     INITIALIZE WS-MONTH-TOTALS
002120     COMPUTE WS-DATE-NUM = WS-SEL-YEAR * 10000 + WS-MONTH * 100
002130                         + 1
002140     COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
002150     IF WS-MONTH = 12
002160         COMPUTE WS-DATE-NUM = WS-SEL-YEAR * 10000 + 1231
002170         COMPUTE WS-LAST-INT =
002180                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
002190     ELSE
002200         COMPUTE WS-DATE-NUM = WS-SEL-YEAR * 10000
002210                             + (WS-MONTH + 1) * 100 + 1
002220         COMPUTE WS-LAST-INT =
002230                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
002240     END-IF
002250     MOVE SPACES TO WS-PRINT-LINE
002260     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002270     MOVE WS-MONTH-NAME (WS-MONTH) TO WS-PRINT-LINE
002280     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002290     PERFORM 3100-CLASSIFY-DAY THRU 3100-EXIT
002300         VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
002310         UNTIL WS-DAY-INT > WS-LAST-INT
002320     MOVE WS-MON-BUSINESS TO WS-ED-BUSINESS
002330     MOVE WS-MON-HOLIDAYS TO WS-ED-HOLIDAYS
002340     MOVE WS-MON-WORK-WEEKEND TO WS-ED-WORK-WEEKEND
002350     MOVE SPACES TO WS-PRINT-LINE
002360     STRING "    GIORNI LAVORATIVI: " WS-ED-BUSINESS
002370            "   FESTIVI INFRASETTIMANALI: " WS-ED-HOLIDAYS
002380            "   SABATI/DOMENICHE LAVORATIVI: "
002390            WS-ED-WORK-WEEKEND
002400         DELIMITED BY SIZE INTO WS-PRINT-LINE
002410     END-STRING
002420     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002430     ADD WS-MON-BUSINESS TO WS-YR-BUSINESS
002440     ADD WS-MON-HOLIDAYS TO WS-YR-HOLIDAYS
002450     ADD WS-MON-WORK-WEEKEND TO WS-YR-WORK-WEEKEND.
002460 3000-EXIT.
002470     EXIT.
002480*-----------------------------------------------------------------
002490*    ONE DAY - COUNTED, AND PRINTED WHEN THE CALENDAR MAKES IT
002500*    AN EXCEPTION.  A HOLIDAY FALLING ON A WEEKEND IS PRINTED
002510*    BUT NOT COUNTED AS A WEEKDAY HOLIDAY.
002520*-----------------------------------------------------------------
002530 3100-CLASSIFY-DAY.
002540     COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
002550     SET DAT-FUNC-TEST-DAY TO TRUE
002560     MOVE WS-DATE TO DAT-DATE-1
002570     CALL "ELMODAT" USING DAT-COMMAREA
002580     MOVE SPACES TO WS-DAY-KIND
002590     EVALUATE TRUE
002600         WHEN DAT-BUSINESS-DAY AND DAT-WEEKDAY > 5
002610             ADD 1 TO WS-MON-BUSINESS
002620             ADD 1 TO WS-MON-WORK-WEEKEND
002630             MOVE "LAVORATIVO (FINE SETT.)" TO WS-DAY-KIND
002640         WHEN DAT-BUSINESS-DAY
002650             ADD 1 TO WS-MON-BUSINESS
002660         WHEN DAT-HOLIDAY AND DAT-WEEKDAY < 6
002670             ADD 1 TO WS-MON-HOLIDAYS
002680             MOVE "FESTIVO" TO WS-DAY-KIND
002690         WHEN DAT-HOLIDAY
002700             MOVE "FESTIVO (FINE SETT.)" TO WS-DAY-KIND
002710         WHEN OTHER
002720             CONTINUE
002730     END-EVALUATE
002740     IF WS-DAY-KIND = SPACES
002750         GO TO 3100-EXIT
002760     END-IF
002770     MOVE SPACES TO WS-PRINT-LINE
002780     STRING "    " WS-DATE "  " WS-DAY-NAME (DAT-WEEKDAY)
002790            "  " WS-DAY-KIND "  " DAT-DESCRIPTION
002800         DELIMITED BY SIZE INTO WS-PRINT-LINE
002810     END-STRING
002820     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
002830 3100-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860*    YEAR TOTALS - AND THE WARNING WHEN THE YEAR LOOKS UNKEYED.
002870*-----------------------------------------------------------------
002880 5000-PRINT-YEAR-TOTALS.
002890     MOVE SPACES TO WS-PRINT-LINE
002900     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002910     MOVE WS-YR-BUSINESS TO WS-ED-BUSINESS
002920     MOVE WS-YR-HOLIDAYS TO WS-ED-HOLIDAYS
002930     MOVE WS-YR-WORK-WEEKEND TO WS-ED-WORK-WEEKEND
002940     MOVE SPACES TO WS-PRINT-LINE
002950     STRING "TOTALE ANNO " WS-SEL-YEAR
002960            " - GIORNI LAVORATIVI: " WS-ED-BUSINESS
002970            "   FESTIVI INFRASETTIMANALI: " WS-ED-HOLIDAYS
002980            "   SABATI/DOMENICHE LAVORATIVI: "
002990            WS-ED-WORK-WEEKEND
003000         DELIMITED BY SIZE INTO WS-PRINT-LINE
003010     END-STRING
003020     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003030     IF NOT DAT-AVAILABLE
003040         MOVE "*** CALFILE NON DISPONIBILE - SOLO LUNEDI-VENERDI"
003050             TO WS-PRINT-LINE
003060         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003070         MOVE 4 TO RETURN-CODE
003080         GO TO 5000-EXIT
003090     END-IF
003100     IF WS-YR-HOLIDAYS = ZERO
003110         MOVE "*** NESSUNA FESTIVITA' A CALENDARIO - VERIFICARE"
003120             TO WS-PRINT-LINE
003130         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003140         MOVE 4 TO RETURN-CODE
003150     END-IF.
003160 5000-EXIT.
003170     EXIT.
003180*-----------------------------------------------------------------
003190*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.
003200*-----------------------------------------------------------------
003210 7300-WRITE-REPORT-LINE.
003220     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
003230         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003240         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
003250     END-IF
003260     MOVE WS-PRINT-LINE TO CALRPT-RECORD
003270     WRITE CALRPT-RECORD
003280     ADD 1 TO WS-REPORT-LINE-COUNT.
003290 7300-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320 7310-PRINT-REPORT-HEADER.
003330     ADD 1 TO WS-REPORT-PAGE-NO
003340     MOVE SPACES TO CALRPT-RECORD
003350     STRING "SuS - CALENDARIO AZIENDALE " WS-SEL-YEAR
003360         DELIMITED BY SIZE INTO CALRPT-RECORD
003370     END-STRING
003380     WRITE CALRPT-RECORD
003390     MOVE SPACES TO CALRPT-RECORD
003400     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
003410            WS-RUN-DATE          DELIMITED BY SIZE
003420            "   PAGINA: "        DELIMITED BY SIZE
003430            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
003440         INTO CALRPT-RECORD
003450     END-STRING
003460     WRITE CALRPT-RECORD
003470     MOVE SPACES TO CALRPT-RECORD
003480     MOVE "    DATA      GG   TIPO                      DESCR."
003490         TO CALRPT-RECORD
003500     WRITE CALRPT-RECORD
003510     MOVE ZERO TO WS-REPORT-LINE-COUNT.
003520 7310-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550 7320-PRINT-REPORT-FOOTER.
003560     MOVE SPACES TO CALRPT-RECORD
003570     STRING "FINE PAGINA "       DELIMITED BY SIZE
003580            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
003590         INTO CALRPT-RECORD
003600     END-STRING
003610     WRITE CALRPT-RECORD.
003620 7320-EXIT.
003630     EXIT.
003640*-----------------------------------------------------------------
003650*    TERMINATION.
003660*-----------------------------------------------------------------
003670 9000-TERMINATE-PROGRAM.
003680     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003690     CLOSE CALRPT-FILE
003700     DISPLAY "ANNO ELENCATO:             " WS-SEL-YEAR
003710     DISPLAY "GIORNI LAVORATIVI:         " WS-YR-BUSINESS.
003720 9000-EXIT.
003730     EXIT.
