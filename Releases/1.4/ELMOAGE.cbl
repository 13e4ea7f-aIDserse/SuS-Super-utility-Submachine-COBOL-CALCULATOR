000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOAGE  (SuS - SUSPENSE AGING REPORT)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      AGING OF THE SUSPENSE MASTER (DD SUSPMST,
000090*                  COPYBOOK SUSMREC) KEPT BY ELMOSUS FOR EVERY
000100*                  TRANSACTION REJECTED BY THE BATCH (ELMO) OR BY
000110*                  THE INTRADAY SERVICE (ELMOSVC).  THE REPORT
000120*                  (DD AGERPT) SHOWS:
000130*                    - THE ITEMS STILL OUTSTANDING (OPEN,
000140*                      CORRECTED, RESUBMITTED OR REJECTED AGAIN)
000150*                      BY SOURCE AND LATEST REASON CODE, IN AGE
000160*                      BUCKETS OF UP TO 1, 2-5, 6-10 AND OVER 10
000170*                      BUSINESS DAYS SINCE THE FIRST REJECTION,
000180*                      WITH A TOTAL PER SOURCE AND OVERALL
000190*                    - EVERY OUTSTANDING ITEM REJECTED AGAIN
000200*                      AFTER A RESUBMISSION
000210*                    - THE ITEMS DROPPED IN ELMOFIX, WITH THE
000220*                      OPERATOR WHO DROPPED THEM AND WHEN
000230*                    - A SUMMARY OF THE MASTER BY STATUS
000240*                  BUSINESS DAYS COME FROM THE COMPANY CALENDAR
000250*                  THROUGH ELMODAT (DD CALFILE).  LINK ENTRIES
000260*                  (RESUBMISSION KEYS) ARE NOT ITEMS AND ARE ONLY
000270*                  COUNTED.
000280*
000290*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000300*        DATE=YYYYMMDD        AGE AS OF THIS DATE (DEFAULT TODAY)
000310*        DROP-FROM=YYYYMMDD   LIST ONLY ITEMS DROPPED ON OR AFTER
000320*                             THIS DATE (DEFAULT ALL)
000330*
000340*    RETURN-CODE 0 = REPORT PRODUCED, 4 = NOTHING OUTSTANDING,
000350*    8 = SOURCE/REASON TABLE FULL - AGING INCOMPLETE,
000360*    12 = CONTROL CARDS INVALID, 16 = FILE ERROR.
000370*
000380*    MODIFICATION HISTORY
000390*    --------------------------------------------------------
000400*    10/15/2026  DF   INITIAL VERSION.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.   ELMOAGE.
000440 AUTHOR.       D. FERRANTE.
000450 INSTALLATION. OFFICINA CALCOLO.
000460 DATE-WRITTEN. 10/15/2026.
000470 DATE-COMPILED.
000480*****************************************************************
000490*    ENVIRONMENT DIVISION
000500*****************************************************************
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SUSM-KEY
000580         FILE STATUS IS WS-SUSPMST-FS.
000590     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CTLCARD-FS.
000620     SELECT AGERPT-FILE ASSIGN TO "AGERPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-AGERPT-FS.
000650     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-RUNLEDG-FS.
000680*****************************************************************
000690*    DATA DIVISION
000700*****************************************************************
000710 DATA DIVISION.
000720 FILE SECTION.
000730*----------------------------------------------------------------
000740*    SUSPENSE MASTER - READ IN KEY ORDER, ONCE PER SECTION.
000750*----------------------------------------------------------------
000760 FD  SUSPMST-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 COPY SUSMREC.
000790*----------------------------------------------------------------
000800*    SELECTION CONTROL CARDS.
000810*----------------------------------------------------------------
000820 FD  CTLCARD-FILE
000830     RECORDING MODE IS F.
000840 01  CTLCARD-RECORD               PIC X(80).
000850*----------------------------------------------------------------
000860*    PRINTED AGING REPORT.
000870*----------------------------------------------------------------
000880 FD  AGERPT-FILE
000890     RECORDING MODE IS F.
000900 01  AGERPT-RECORD                PIC X(132).
000910*----------------------------------------------------------------
000920*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
000930*----------------------------------------------------------------
000940 FD  RUNLEDG
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970 COPY LEDGREC.
000980*****************************************************************
000990 WORKING-STORAGE SECTION.
001000*----------------------------------------------------------------
001010*    FILE STATUS SWITCHES.
001020*----------------------------------------------------------------
001030 01  WS-FILE-STATUSES.
001040     05  WS-SUSPMST-FS            PIC X(02) VALUE SPACES.
001050     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001060     05  WS-AGERPT-FS             PIC X(02) VALUE SPACES.
001070     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001080*----------------------------------------------------------------
001090*    PROGRAM SWITCHES.
001100*----------------------------------------------------------------
001110 01  WS-SWITCHES.
001120     05  WS-SUSPMST-EOF-SW        PIC X(01) VALUE "N".
001130         88  WS-SUSPMST-EOF           VALUE "Y".
001140     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001150         88  WS-CTLCARD-EOF           VALUE "Y".
001160     05  WS-MASTER-SW             PIC X(01) VALUE "Y".
001170         88  WS-MASTER-ON             VALUE "Y".
001180         88  WS-MASTER-EMPTY          VALUE "E".
001190*----------------------------------------------------------------
001200*    SELECTION.
001210*----------------------------------------------------------------
001220 01  WS-SEL-DATE                  PIC X(08) VALUE SPACES.
001230 01  WS-DROP-FROM                 PIC X(08) VALUE SPACES.
001240 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001250 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001260*----------------------------------------------------------------
001270*    OUTSTANDING ITEMS BY SOURCE AND REASON, IN ORDER OF FIRST
001280*    SIGHT.  THE MASTER IS IN SOURCE ORDER, SO THE ENTRIES OF A
001290*    SOURCE ARE TOGETHER.  BUCKET 1 = UP TO 1 BUSINESS DAY,
001300*    2 = 2-5, 3 = 6-10, 4 = OVER 10.
001310*----------------------------------------------------------------
001320 01  WS-AGE-TABLE.
001330     05  WS-AGE-USED              PIC 9(03) COMP VALUE ZERO.
001340     05  WS-AGE-ENTRY OCCURS 200 TIMES.
001350         10  WS-AGE-SOURCE            PIC X(03).
001360         10  WS-AGE-REASON            PIC X(02).
001370         10  WS-AGE-BUCKET            PIC 9(07) COMP
001380                                      OCCURS 4 TIMES.
001390         10  WS-AGE-TOTAL             PIC 9(07) COMP.
001400 01  WS-AGE-IX                    PIC 9(03) COMP VALUE ZERO.
001410 01  WS-AGE-FOUND                 PIC 9(03) COMP VALUE ZERO.
001420 01  WS-AGE-OVERFLOW              PIC 9(07) COMP VALUE ZERO.
001430 01  WS-BKT-IX                    PIC 9(01) COMP VALUE ZERO.
001440 01  WS-AGE-DAYS                  PIC S9(05) VALUE ZERO.
001450 01  WS-PREV-SOURCE               PIC X(03) VALUE SPACES.
001460*----------------------------------------------------------------
001470*    SOURCE AND GRAND TOTALS BY BUCKET.
001480*----------------------------------------------------------------
001490 01  WS-SOURCE-TOTALS.
001500     05  WS-SUB-BUCKET            PIC 9(07) COMP
001510                                  OCCURS 4 TIMES.
001520     05  WS-SUB-TOTAL             PIC 9(07) COMP.
001530 01  WS-GRAND-TOTALS.
001540     05  WS-GRD-BUCKET            PIC 9(07) COMP
001550                                  OCCURS 4 TIMES.
001560     05  WS-GRD-TOTAL             PIC 9(07) COMP.
001570*----------------------------------------------------------------
001580*    MASTER COUNTERS BY STATUS.
001590*----------------------------------------------------------------
001600 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
001610 77  WS-LINKS-READ                PIC 9(09) COMP VALUE ZERO.
001620 77  WS-ITEMS-READ                PIC 9(09) COMP VALUE ZERO.
001630 77  WS-OPEN-COUNT                PIC 9(09) COMP VALUE ZERO.
001640 77  WS-CORRECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
001650 77  WS-RESUBMITTED-COUNT         PIC 9(09) COMP VALUE ZERO.
001660 77  WS-AGAIN-COUNT               PIC 9(09) COMP VALUE ZERO.
001670 77  WS-CLEARED-COUNT             PIC 9(09) COMP VALUE ZERO.
001680 77  WS-DROPPED-COUNT             PIC 9(09) COMP VALUE ZERO.
001690 77  WS-OUTSTANDING-COUNT         PIC 9(09) COMP VALUE ZERO.
001700 77  WS-BAD-DATES                 PIC 9(09) COMP VALUE ZERO.
001710 77  WS-AGAIN-LISTED              PIC 9(09) COMP VALUE ZERO.
001720 77  WS-DROPPED-LISTED            PIC 9(09) COMP VALUE ZERO.
001730*----------------------------------------------------------------
001740*    ONE LINE'S FIGURES, FILLED BY THE CALLER OF 5900-FORMAT-LINE.
001750*----------------------------------------------------------------
001760 01  WS-LINE-FIGURES.
001770     05  WS-LF-BUCKET             PIC 9(07) COMP
001780                                  OCCURS 4 TIMES.
001790     05  WS-LF-TOTAL              PIC 9(07) COMP.
001800*----------------------------------------------------------------
001810*    DETAIL LINE - AGING SECTION.
001820*----------------------------------------------------------------
001830 01  WS-DETAIL-LINE.
001840     05  DL-SOURCE                PIC X(03).
001850     05  FILLER                   PIC X(03).
001860     05  DL-REASON                PIC X(08).
001870     05  FILLER                   PIC X(02).
001880     05  DL-BUCKET-AREA OCCURS 4 TIMES.
001890         10  DL-BUCKET                PIC ZZZ,ZZ9.
001900         10  FILLER                   PIC X(04).
001910     05  DL-TOTAL                 PIC ZZZ,ZZ9.
001920     05  FILLER                   PIC X(65).
001930*----------------------------------------------------------------
001940*    BUSINESS-DAY COUNT THROUGH ELMODAT.
001950*----------------------------------------------------------------
001960 COPY DATCOM.
001970*----------------------------------------------------------------
001980*    REPORT FORMATTING.
001990*----------------------------------------------------------------
002000 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002010 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
002020 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
002030 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
002040 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
002050 01  WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.
002060 01  WS-SECTION-TITLE             PIC X(60) VALUE SPACES.
002070 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002080 01  WS-ED-RECNO                  PIC ZZZZZZZZ9.
002090 01  WS-ED-TIMES                  PIC ZZ9.
002100 01  WS-ED-DAYS                   PIC ZZ,ZZ9.
002110 01  WS-ED-OP                     PIC Z9.
002120*----------------------------------------------------------------
002130*    RUN LEDGER CLOSE-OUT.
002140*----------------------------------------------------------------
002150 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
002160 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
002170 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
002180 01  WS-LDG-REJ                   PIC 9(09) VALUE ZERO.
002190 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
002200*****************************************************************
002210*    PROCEDURE DIVISION
002220*****************************************************************
002230 PROCEDURE DIVISION.
002240*-----------------------------------------------------------------
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002270     PERFORM 2000-ACCUMULATE-ITEMS THRU 2000-EXIT
002280     PERFORM 5000-PRINT-AGING THRU 5000-EXIT
002290     PERFORM 5200-PRINT-REJECTED-AGAIN THRU 5200-EXIT
002300     PERFORM 5400-PRINT-DROPPED THRU 5400-EXIT
002310     PERFORM 6000-PRINT-SUMMARY-SECTION THRU 6000-EXIT
002320     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
002330     STOP RUN.
002340*-----------------------------------------------------------------
002350*    INITIALIZATION - CONTROL CARDS, REPORT AND TABLES.
002360*-----------------------------------------------------------------
002370 1000-INITIALIZE.
002380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002390     MOVE WS-RUN-DATE TO WS-SEL-DATE
002400     OPEN OUTPUT AGERPT-FILE
002410     IF WS-AGERPT-FS NOT = "00"
002420         DISPLAY "IMPOSSIBILE APRIRE AGERPT - FILE STATUS "
002430             WS-AGERPT-FS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF
002470     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
002480     INITIALIZE WS-AGE-TABLE
002490     INITIALIZE WS-GRAND-TOTALS
002500     IF WS-SEL-DATE NOT NUMERIC
002510        OR (WS-DROP-FROM NOT = SPACES
002520            AND WS-DROP-FROM NOT NUMERIC)
002530         MOVE "RIEPILOGO" TO WS-SECTION-TITLE
002540         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
002550         MOVE "*** DATA NON VALIDA SULLA SCHEDA DATE O DROP-FROM"
002560             TO WS-PRINT-LINE
002570         MOVE " - NESSUN PROSPETTO" TO WS-PRINT-LINE (50:19)
002580         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002590         DISPLAY "DATA NON VALIDA SULLA SCHEDA DATE O DROP-FROM"
002600         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
002610         CLOSE AGERPT-FILE
002620         MOVE 12 TO RETURN-CODE
002630         STOP RUN
002640     END-IF.
002650 1000-EXIT.
002660     EXIT.
002670*-----------------------------------------------------------------
002680*    CONTROL CARDS - KEYWORD=VALUE, ONE PER LINE.
002690*-----------------------------------------------------------------
002700 1100-READ-CONTROL-CARDS.
002710     OPEN INPUT CTLCARD-FILE
002720     IF WS-CTLCARD-FS NOT = "00"
002730         SET WS-CTLCARD-EOF TO TRUE
002740         GO TO 1100-EXIT
002750     END-IF
002760     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
002770     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
002780         UNTIL WS-CTLCARD-EOF
002790     CLOSE CTLCARD-FILE.
002800 1100-EXIT.
002810     EXIT.
002820*-----------------------------------------------------------------
002830 1110-READ-ONE-CARD.
002840     READ CTLCARD-FILE
002850         AT END SET WS-CTLCARD-EOF TO TRUE
002860     END-READ.
002870 1110-EXIT.
002880     EXIT.
002890*-----------------------------------------------------------------
002900 1120-APPLY-CONTROL-CARD.
002910     MOVE SPACES TO WS-CARD-KEYWORD
002920     MOVE SPACES TO WS-CARD-VALUE
002930     UNSTRING CTLCARD-RECORD DELIMITED BY "="
002940         INTO WS-CARD-KEYWORD WS-CARD-VALUE
002950     END-UNSTRING
002960     EVALUATE WS-CARD-KEYWORD
002970         WHEN "DATE"
002980             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-DATE
002990         WHEN "DROP-FROM"
003000             MOVE WS-CARD-VALUE (1:8) TO WS-DROP-FROM
003010         WHEN SPACES
003020             CONTINUE
003030         WHEN OTHER
003040             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
003050                 CTLCARD-RECORD
003060     END-EVALUATE
003070     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
003080 1120-EXIT.
003090     EXIT.
003100*-----------------------------------------------------------------
003110*    FIRST PASS - EVERY ITEM COUNTED BY STATUS, THE OUTSTANDING
003120*    ONES AGED INTO THE SOURCE/REASON TABLE.  A MASTER NOT YET
003130*    CREATED (NOTHING EVER REJECTED) IS AN EMPTY MASTER.
003140*-----------------------------------------------------------------
003150 2000-ACCUMULATE-ITEMS.
003160     PERFORM 2050-OPEN-MASTER THRU 2050-EXIT
003170     IF NOT WS-MASTER-ON
003180         GO TO 2000-EXIT
003190     END-IF
003200     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
003210     PERFORM 3000-EXAMINE-ITEM THRU 3000-EXIT
003220         UNTIL WS-SUSPMST-EOF
003230     CLOSE SUSPMST-FILE.
003240 2000-EXIT.
003250     EXIT.
003260*-----------------------------------------------------------------
003270 2050-OPEN-MASTER.
003280     MOVE "N" TO WS-SUSPMST-EOF-SW
003290     OPEN INPUT SUSPMST-FILE
003300     IF WS-SUSPMST-FS = "35"
003310         DISPLAY "SUSPMST NON ANCORA CREATO - NESSUN SOSPESO"
003320         SET WS-MASTER-EMPTY TO TRUE
003330         GO TO 2050-EXIT
003340     END-IF
003350     IF WS-SUSPMST-FS NOT = "00"
003360         DISPLAY "IMPOSSIBILE APRIRE SUSPMST - FILE STATUS "
003370             WS-SUSPMST-FS
003380         CLOSE AGERPT-FILE
003390         MOVE 16 TO RETURN-CODE
003400         STOP RUN
003410     END-IF.
003420 2050-EXIT.
003430     EXIT.
003440*-----------------------------------------------------------------
003450 2100-READ-MASTER-RECORD.
003460     READ SUSPMST-FILE NEXT RECORD
003470         AT END SET WS-SUSPMST-EOF TO TRUE
003480     END-READ.
003490 2100-EXIT.
003500     EXIT.
003510*-----------------------------------------------------------------
003520*    ONE MASTER RECORD - LINKS ARE ONLY COUNTED, ITEMS BY STATUS,
003530*    OUTSTANDING ITEMS ALSO BY SOURCE, REASON AND AGE.
003540*-----------------------------------------------------------------
003550 3000-EXAMINE-ITEM.
003560     ADD 1 TO WS-RECORDS-READ
003570     IF SUSM-LINK
003580         ADD 1 TO WS-LINKS-READ
003590         GO TO 3000-NEXT
003600     END-IF
003610     ADD 1 TO WS-ITEMS-READ
003620     EVALUATE TRUE
003630         WHEN SUSM-OPEN
003640             ADD 1 TO WS-OPEN-COUNT
003650         WHEN SUSM-CORRECTED
003660             ADD 1 TO WS-CORRECTED-COUNT
003670         WHEN SUSM-RESUBMITTED
003680             ADD 1 TO WS-RESUBMITTED-COUNT
003690         WHEN SUSM-REJECTED-AGAIN
003700             ADD 1 TO WS-AGAIN-COUNT
003710         WHEN SUSM-CLEARED
003720             ADD 1 TO WS-CLEARED-COUNT
003730         WHEN SUSM-DROPPED
003740             ADD 1 TO WS-DROPPED-COUNT
003750     END-EVALUATE
003760     IF NOT SUSM-OUTSTANDING
003770         GO TO 3000-NEXT
003780     END-IF
003790     ADD 1 TO WS-OUTSTANDING-COUNT
003800     PERFORM 3100-COMPUTE-AGE THRU 3100-EXIT
003810     ADD 1 TO WS-GRD-BUCKET (WS-BKT-IX)
003820     ADD 1 TO WS-GRD-TOTAL
003830     PERFORM 3300-FIND-ENTRY THRU 3300-EXIT
003840     IF WS-AGE-FOUND = ZERO
003850         ADD 1 TO WS-AGE-OVERFLOW
003860         GO TO 3000-NEXT
003870     END-IF
003880     ADD 1 TO WS-AGE-BUCKET (WS-AGE-FOUND WS-BKT-IX)
003890     ADD 1 TO WS-AGE-TOTAL (WS-AGE-FOUND).
003900 3000-NEXT.
003910     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
003920 3000-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------------
003950*    AGE OF THE ITEM - BUSINESS DAYS FROM THE FIRST REJECTION TO
003960*    THE REPORT DATE, AND ITS BUCKET.  A REJECTION DATE THE
003970*    CALENDAR CANNOT TAKE IS COUNTED AND AGED OVER 10; ONE AFTER
003980*    THE REPORT DATE IS AGED ZERO.
003990*-----------------------------------------------------------------
004000 3100-COMPUTE-AGE.
004010     MOVE SPACES TO DAT-COMMAREA
004020     SET DAT-FUNC-COUNT-BUS-DAYS TO TRUE
004030     MOVE SUSM-REJECT-DATE TO DAT-DATE-1
004040     MOVE WS-SEL-DATE TO DAT-DATE-2
004050     MOVE ZERO TO DAT-DAYS
004060     CALL "ELMODAT" USING DAT-COMMAREA
004070     IF DAT-DATE-INVALID
004080         ADD 1 TO WS-BAD-DATES
004090         MOVE 99999 TO WS-AGE-DAYS
004100     ELSE
004110         MOVE DAT-DAYS TO WS-AGE-DAYS
004120     END-IF
004130     IF WS-AGE-DAYS < ZERO
004140         MOVE ZERO TO WS-AGE-DAYS
004150     END-IF
004160     EVALUATE TRUE
004170         WHEN WS-AGE-DAYS NOT > 1
004180             MOVE 1 TO WS-BKT-IX
004190         WHEN WS-AGE-DAYS NOT > 5
004200             MOVE 2 TO WS-BKT-IX
004210         WHEN WS-AGE-DAYS NOT > 10
004220             MOVE 3 TO WS-BKT-IX
004230         WHEN OTHER
004240             MOVE 4 TO WS-BKT-IX
004250     END-EVALUATE.
004260 3100-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290*    SOURCE AND LATEST REASON IN WS-AGE-TABLE - ADDED ON FIRST
004300*    SIGHT.  WS-AGE-FOUND IS ZERO WHEN THE TABLE IS FULL.
004310*-----------------------------------------------------------------
004320 3300-FIND-ENTRY.
004330     MOVE ZERO TO WS-AGE-FOUND
004340     PERFORM 3310-COMPARE-ENTRY THRU 3310-EXIT
004350         VARYING WS-AGE-IX FROM 1 BY 1
004360         UNTIL WS-AGE-IX > WS-AGE-USED
004370            OR WS-AGE-FOUND > ZERO
004380     IF WS-AGE-FOUND > ZERO
004390         GO TO 3300-EXIT
004400     END-IF
004410     IF WS-AGE-USED NOT < 200
004420         GO TO 3300-EXIT
004430     END-IF
004440     ADD 1 TO WS-AGE-USED
004450     MOVE WS-AGE-USED TO WS-AGE-FOUND
004460     MOVE SUSM-SOURCE-ID TO WS-AGE-SOURCE (WS-AGE-FOUND)
004470     MOVE SUSM-LAST-REASON TO WS-AGE-REASON (WS-AGE-FOUND).
004480 3300-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510 3310-COMPARE-ENTRY.
004520     IF WS-AGE-SOURCE (WS-AGE-IX) = SUSM-SOURCE-ID
004530        AND WS-AGE-REASON (WS-AGE-IX) = SUSM-LAST-REASON
004540         MOVE WS-AGE-IX TO WS-AGE-FOUND
004550     END-IF.
004560 3310-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------------
004590*    SECTION 1 - OUTSTANDING ITEMS BY SOURCE AND REASON, A TOTAL
004600*    AFTER EACH SOURCE AND THE OVERALL TOTAL.
004610*-----------------------------------------------------------------
004620 5000-PRINT-AGING.
004630     MOVE "SOSPESI APERTI PER SORGENTE, MOTIVO E ANZIANITA'"
004640         TO WS-SECTION-TITLE
004650     MOVE SPACES TO WS-COLUMN-HEADING
004660     MOVE "SRC" TO WS-COLUMN-HEADING (1:3)
004670     MOVE "MOTIVO" TO WS-COLUMN-HEADING (7:6)
004680     MOVE "FINO A 1" TO WS-COLUMN-HEADING (16:8)
004690     MOVE "2-5" TO WS-COLUMN-HEADING (32:3)
004700     MOVE "6-10" TO WS-COLUMN-HEADING (42:4)
004710     MOVE "OLTRE 10" TO WS-COLUMN-HEADING (49:8)
004720     MOVE "TOTALE" TO WS-COLUMN-HEADING (62:6)
004730     PERFORM 7350-START-SECTION THRU 7350-EXIT
004740     MOVE "ANZIANITA' IN GIORNI LAVORATIVI DAL PRIMO SCARTO"
004750         TO WS-PRINT-LINE
004760     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
004770     MOVE SPACES TO WS-PRINT-LINE
004780     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
004790     IF WS-OUTSTANDING-COUNT = ZERO
004800         MOVE "NESSUN SOSPESO APERTO" TO WS-PRINT-LINE
004810         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
004820         GO TO 5000-EXIT
004830     END-IF
004840     MOVE SPACES TO WS-PREV-SOURCE
004850     INITIALIZE WS-SOURCE-TOTALS
004860     PERFORM 5100-PRINT-ENTRY THRU 5100-EXIT
004870         VARYING WS-AGE-IX FROM 1 BY 1
004880         UNTIL WS-AGE-IX > WS-AGE-USED
004890     PERFORM 5150-PRINT-SOURCE-TOTAL THRU 5150-EXIT
004900     PERFORM 5910-MOVE-GRAND-FIGURE THRU 5910-EXIT
004910         VARYING WS-BKT-IX FROM 1 BY 1
004920         UNTIL WS-BKT-IX > 4
004930     MOVE WS-GRD-TOTAL TO WS-LF-TOTAL
004940     PERFORM 5900-FORMAT-LINE THRU 5900-EXIT
004950     MOVE "TOTALE" TO DL-REASON
004960     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
004970     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
004980     IF WS-AGE-OVERFLOW > ZERO
004990         MOVE "*** TABELLA SORGENTI/MOTIVI PIENA - RIGHE"
005000             TO WS-PRINT-LINE
005006         MOVE " INCOMPLETE, TOTALE COMPLETO"
005012             TO WS-PRINT-LINE (42:28)
005020         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005030     END-IF.
005040 5000-EXIT.
005050     EXIT.
005060*-----------------------------------------------------------------
005070 5100-PRINT-ENTRY.
005080     IF WS-AGE-SOURCE (WS-AGE-IX) NOT = WS-PREV-SOURCE
005090        AND WS-PREV-SOURCE NOT = SPACES
005100         PERFORM 5150-PRINT-SOURCE-TOTAL THRU 5150-EXIT
005110     END-IF
005120     MOVE WS-AGE-SOURCE (WS-AGE-IX) TO WS-PREV-SOURCE
005130     PERFORM 5110-MOVE-ENTRY-FIGURE THRU 5110-EXIT
005140         VARYING WS-BKT-IX FROM 1 BY 1
005150         UNTIL WS-BKT-IX > 4
005160     MOVE WS-AGE-TOTAL (WS-AGE-IX) TO WS-LF-TOTAL
005170     ADD WS-AGE-TOTAL (WS-AGE-IX) TO WS-SUB-TOTAL
005180     PERFORM 5900-FORMAT-LINE THRU 5900-EXIT
005190     MOVE WS-AGE-SOURCE (WS-AGE-IX) TO DL-SOURCE
005200     MOVE WS-AGE-REASON (WS-AGE-IX) TO DL-REASON
005210     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
005220     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
005230 5100-EXIT.
005240     EXIT.
005250*-----------------------------------------------------------------
005260 5110-MOVE-ENTRY-FIGURE.
005270     MOVE WS-AGE-BUCKET (WS-AGE-IX WS-BKT-IX)
005280         TO WS-LF-BUCKET (WS-BKT-IX)
005290     ADD WS-AGE-BUCKET (WS-AGE-IX WS-BKT-IX)
005300         TO WS-SUB-BUCKET (WS-BKT-IX).
005310 5110-EXIT.
005320     EXIT.
005330*-----------------------------------------------------------------
005340*    TOTAL OF THE SOURCE JUST PRINTED, THEN A BLANK LINE.
005350*-----------------------------------------------------------------
005360 5150-PRINT-SOURCE-TOTAL.
005370     PERFORM 5160-MOVE-SOURCE-FIGURE THRU 5160-EXIT
005380         VARYING WS-BKT-IX FROM 1 BY 1
005390         UNTIL WS-BKT-IX > 4
005400     MOVE WS-SUB-TOTAL TO WS-LF-TOTAL
005410     PERFORM 5900-FORMAT-LINE THRU 5900-EXIT
005420     MOVE WS-PREV-SOURCE TO DL-SOURCE
005430     MOVE "TOT.SRC" TO DL-REASON
005440     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
005450     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005460     MOVE SPACES TO WS-PRINT-LINE
005470     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005480     INITIALIZE WS-SOURCE-TOTALS.
005490 5150-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520 5160-MOVE-SOURCE-FIGURE.
005530     MOVE WS-SUB-BUCKET (WS-BKT-IX) TO WS-LF-BUCKET (WS-BKT-IX).
005540 5160-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570*    SECTION 2 - SECOND PASS: THE OUTSTANDING ITEMS REJECTED
005580*    AGAIN AFTER A RESUBMISSION, WITH THEIR AGE AND WHO
005590*    RESUBMITTED THEM LAST.
005600*-----------------------------------------------------------------
005610 5200-PRINT-REJECTED-AGAIN.
005620     MOVE "SOSPESI RESPINTI DI NUOVO DOPO LA RIPRESENTAZIONE"
005630         TO WS-SECTION-TITLE
005640     MOVE SPACES TO WS-COLUMN-HEADING
005650     MOVE "SRC" TO WS-COLUMN-HEADING (1:3)
005660     MOVE "FILE" TO WS-COLUMN-HEADING (6:4)
005670     MOVE "DATA FILE" TO WS-COLUMN-HEADING (15:9)
005680     MOVE "RECORD" TO WS-COLUMN-HEADING (29:6)
005690     MOVE "OP" TO WS-COLUMN-HEADING (37:2)
005700     MOVE "MOT.1" TO WS-COLUMN-HEADING (41:5)
005710     MOVE "MOT.UL" TO WS-COLUMN-HEADING (47:6)
005720     MOVE "SCARTI" TO WS-COLUMN-HEADING (54:6)
005730     MOVE "RIPRES" TO WS-COLUMN-HEADING (61:6)
005740     MOVE "SCARTO IL" TO WS-COLUMN-HEADING (68:9)
005750     MOVE "GG" TO WS-COLUMN-HEADING (81:2)
005760     MOVE "STATO" TO WS-COLUMN-HEADING (85:5)
005770     MOVE "RIPRESENTATO DA" TO WS-COLUMN-HEADING (92:15)
005780     PERFORM 7350-START-SECTION THRU 7350-EXIT
005790     IF NOT WS-MASTER-ON
005800         MOVE "NESSUN SOSPESO RESPINTO DI NUOVO" TO WS-PRINT-LINE
005810         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005820         GO TO 5200-EXIT
005830     END-IF
005840     PERFORM 2050-OPEN-MASTER THRU 2050-EXIT
005850     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
005860     PERFORM 5210-LIST-REJECTED-AGAIN THRU 5210-EXIT
005870         UNTIL WS-SUSPMST-EOF
005880     CLOSE SUSPMST-FILE
005890     IF WS-AGAIN-LISTED = ZERO
005900         MOVE "NESSUN SOSPESO RESPINTO DI NUOVO" TO WS-PRINT-LINE
005910         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005920     END-IF.
005930 5200-EXIT.
005940     EXIT.
005950*-----------------------------------------------------------------
005960*    AN ITEM RESUBMITTED AT LEAST ONCE AND REJECTED MORE THAN
005970*    ONCE, STILL OUTSTANDING.
005980*-----------------------------------------------------------------
005990 5210-LIST-REJECTED-AGAIN.
006000     IF SUSM-LINK
006010        OR NOT SUSM-OUTSTANDING
006020        OR SUSM-RESUB-COUNT = ZERO
006030        OR SUSM-REJECT-COUNT < 2
006040         GO TO 5210-NEXT
006050     END-IF
006060     ADD 1 TO WS-AGAIN-LISTED
006070     PERFORM 3100-COMPUTE-AGE THRU 3100-EXIT
006080     MOVE SUSM-RECNO TO WS-ED-RECNO
006090     MOVE SUSM-OP-CODE TO WS-ED-OP
006100     MOVE SPACES TO WS-PRINT-LINE
006110     MOVE SUSM-SOURCE-ID TO WS-PRINT-LINE (1:3)
006120     MOVE SUSM-FILE-SYSTEM TO WS-PRINT-LINE (6:8)
006130     MOVE SUSM-FILE-DATE TO WS-PRINT-LINE (15:8)
006140     MOVE WS-ED-RECNO TO WS-PRINT-LINE (26:9)
006150     MOVE WS-ED-OP TO WS-PRINT-LINE (37:2)
006160     MOVE SUSM-FIRST-REASON TO WS-PRINT-LINE (42:2)
006170     MOVE SUSM-LAST-REASON TO WS-PRINT-LINE (49:2)
006180     MOVE SUSM-REJECT-COUNT TO WS-ED-TIMES
006190     MOVE WS-ED-TIMES TO WS-PRINT-LINE (57:3)
006200     MOVE SUSM-RESUB-COUNT TO WS-ED-TIMES
006210     MOVE WS-ED-TIMES TO WS-PRINT-LINE (64:3)
006220     MOVE SUSM-REJECT-DATE TO WS-PRINT-LINE (68:8)
006230     IF WS-AGE-DAYS = 99999
006240         MOVE "   ???" TO WS-PRINT-LINE (77:6)
006250     ELSE
006260         MOVE WS-AGE-DAYS TO WS-ED-DAYS
006270         MOVE WS-ED-DAYS TO WS-PRINT-LINE (77:6)
006280     END-IF
006290     MOVE SUSM-STATUS TO WS-PRINT-LINE (87:1)
006300     MOVE SUSM-RESUB-BY TO WS-PRINT-LINE (92:8)
006310     MOVE SUSM-RESUB-DATE TO WS-PRINT-LINE (101:8)
006320     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
006330 5210-NEXT.
006340     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
006350 5210-EXIT.
006360     EXIT.
006370*-----------------------------------------------------------------
006380*    SECTION 3 - THIRD PASS: THE ITEMS DROPPED IN ELMOFIX, WITH
006390*    THE OPERATOR WHO DROPPED THEM.
006400*-----------------------------------------------------------------
006410 5400-PRINT-DROPPED.
006420     MOVE "SOSPESI ELIMINATI IN CORREZIONE" TO WS-SECTION-TITLE
006430     MOVE SPACES TO WS-COLUMN-HEADING
006440     MOVE "SRC" TO WS-COLUMN-HEADING (1:3)
006450     MOVE "FILE" TO WS-COLUMN-HEADING (6:4)
006460     MOVE "DATA FILE" TO WS-COLUMN-HEADING (15:9)
006470     MOVE "RECORD" TO WS-COLUMN-HEADING (29:6)
006480     MOVE "OP" TO WS-COLUMN-HEADING (37:2)
006490     MOVE "MOTIVO" TO WS-COLUMN-HEADING (41:6)
006500     MOVE "SCARTI" TO WS-COLUMN-HEADING (49:6)
006510     MOVE "SCARTO IL" TO WS-COLUMN-HEADING (57:9)
006520     MOVE "ELIMINATO IL" TO WS-COLUMN-HEADING (67:12)
006530     MOVE "DA" TO WS-COLUMN-HEADING (81:2)
006540     PERFORM 7350-START-SECTION THRU 7350-EXIT
006550     IF WS-DROP-FROM NOT = SPACES
006560         MOVE SPACES TO WS-PRINT-LINE
006570         STRING "ELIMINATI DAL " WS-DROP-FROM
006580             DELIMITED BY SIZE INTO WS-PRINT-LINE
006590         END-STRING
006600         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006610         MOVE SPACES TO WS-PRINT-LINE
006620         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006630     END-IF
006640     IF NOT WS-MASTER-ON
006650        OR WS-DROPPED-COUNT = ZERO
006660         MOVE "NESSUN SOSPESO ELIMINATO" TO WS-PRINT-LINE
006670         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006680         GO TO 5400-EXIT
006690     END-IF
006700     PERFORM 2050-OPEN-MASTER THRU 2050-EXIT
006710     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
006720     PERFORM 5410-LIST-DROPPED THRU 5410-EXIT
006730         UNTIL WS-SUSPMST-EOF
006740     CLOSE SUSPMST-FILE
006750     IF WS-DROPPED-LISTED = ZERO
006760         MOVE "NESSUN SOSPESO ELIMINATO" TO WS-PRINT-LINE
006770         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006780     END-IF.
006790 5400-EXIT.
006800     EXIT.
006810*-----------------------------------------------------------------
006820 5410-LIST-DROPPED.
006830     IF SUSM-LINK
006840        OR NOT SUSM-DROPPED
006850         GO TO 5410-NEXT
006860     END-IF
006870     IF WS-DROP-FROM NOT = SPACES
006880        AND SUSM-DROPPED-DATE < WS-DROP-FROM
006890         GO TO 5410-NEXT
006900     END-IF
006910     ADD 1 TO WS-DROPPED-LISTED
006920     MOVE SUSM-RECNO TO WS-ED-RECNO
006930     MOVE SUSM-OP-CODE TO WS-ED-OP
006940     MOVE SPACES TO WS-PRINT-LINE
006950     MOVE SUSM-SOURCE-ID TO WS-PRINT-LINE (1:3)
006960     MOVE SUSM-FILE-SYSTEM TO WS-PRINT-LINE (6:8)
006970     MOVE SUSM-FILE-DATE TO WS-PRINT-LINE (15:8)
006980     MOVE WS-ED-RECNO TO WS-PRINT-LINE (26:9)
006990     MOVE WS-ED-OP TO WS-PRINT-LINE (37:2)
007000     MOVE SUSM-LAST-REASON TO WS-PRINT-LINE (43:2)
007010     MOVE SUSM-REJECT-COUNT TO WS-ED-TIMES
007020     MOVE WS-ED-TIMES TO WS-PRINT-LINE (52:3)
007030     MOVE SUSM-REJECT-DATE TO WS-PRINT-LINE (57:8)
007040     MOVE SUSM-DROPPED-DATE TO WS-PRINT-LINE (67:8)
007050     MOVE SUSM-DROPPED-BY TO WS-PRINT-LINE (81:8)
007060     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
007070 5410-NEXT.
007080     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
007090 5410-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------------
007120*    ONE DETAIL LINE FROM WS-LINE-FIGURES.
007130*-----------------------------------------------------------------
007140 5900-FORMAT-LINE.
007150     MOVE SPACES TO WS-DETAIL-LINE
007160     PERFORM 5920-MOVE-LINE-FIGURE THRU 5920-EXIT
007170         VARYING WS-BKT-IX FROM 1 BY 1
007180         UNTIL WS-BKT-IX > 4
007190     MOVE WS-LF-TOTAL TO DL-TOTAL
007200     INITIALIZE WS-LINE-FIGURES.
007210 5900-EXIT.
007220     EXIT.
007230*-----------------------------------------------------------------
007240 5910-MOVE-GRAND-FIGURE.
007250     MOVE WS-GRD-BUCKET (WS-BKT-IX) TO WS-LF-BUCKET (WS-BKT-IX).
007260 5910-EXIT.
007270     EXIT.
007280*-----------------------------------------------------------------
007290 5920-MOVE-LINE-FIGURE.
007300     MOVE WS-LF-BUCKET (WS-BKT-IX) TO DL-BUCKET (WS-BKT-IX).
007310 5920-EXIT.
007320     EXIT.
007330*-----------------------------------------------------------------
007340*    SUMMARY - THE MASTER BY STATUS.
007350*-----------------------------------------------------------------
007360 6000-PRINT-SUMMARY-SECTION.
007370     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
007380     MOVE SPACES TO WS-COLUMN-HEADING
007390     PERFORM 7350-START-SECTION THRU 7350-EXIT
007400     IF WS-MASTER-EMPTY
007410         MOVE "SUSPMST NON ANCORA CREATO - NESSUN SOSPESO"
007420             TO WS-PRINT-LINE
007430         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007440     END-IF
007450     MOVE WS-RECORDS-READ TO WS-ED-COUNT
007460     MOVE SPACES TO WS-PRINT-LINE
007470     STRING "RECORD DI SUSPMST LETTI:    " WS-ED-COUNT
007480         DELIMITED BY SIZE INTO WS-PRINT-LINE
007490     END-STRING
007500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007510     MOVE WS-LINKS-READ TO WS-ED-COUNT
007520     MOVE SPACES TO WS-PRINT-LINE
007530     STRING "  RIFERIMENTI A RIPRESENT.: " WS-ED-COUNT
007540         DELIMITED BY SIZE INTO WS-PRINT-LINE
007550     END-STRING
007560     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007570     MOVE WS-ITEMS-READ TO WS-ED-COUNT
007580     MOVE SPACES TO WS-PRINT-LINE
007590     STRING "  SOSPESI:                  " WS-ED-COUNT
007600         DELIMITED BY SIZE INTO WS-PRINT-LINE
007610     END-STRING
007620     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007630     MOVE WS-OPEN-COUNT TO WS-ED-COUNT
007640     MOVE SPACES TO WS-PRINT-LINE
007650     STRING "    APERTI:                 " WS-ED-COUNT
007660         DELIMITED BY SIZE INTO WS-PRINT-LINE
007670     END-STRING
007680     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007690     MOVE WS-CORRECTED-COUNT TO WS-ED-COUNT
007700     MOVE SPACES TO WS-PRINT-LINE
007710     STRING "    CORRETTI DA RIPRESENT.: " WS-ED-COUNT
007720         DELIMITED BY SIZE INTO WS-PRINT-LINE
007730     END-STRING
007740     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007750     MOVE WS-RESUBMITTED-COUNT TO WS-ED-COUNT
007760     MOVE SPACES TO WS-PRINT-LINE
007770     STRING "    RIPRESENTATI IN ATTESA: " WS-ED-COUNT
007780         DELIMITED BY SIZE INTO WS-PRINT-LINE
007790     END-STRING
007800     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007810     MOVE WS-AGAIN-COUNT TO WS-ED-COUNT
007820     MOVE SPACES TO WS-PRINT-LINE
007830     STRING "    RESPINTI DI NUOVO:      " WS-ED-COUNT
007840         DELIMITED BY SIZE INTO WS-PRINT-LINE
007850     END-STRING
007860     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007870     MOVE WS-CLEARED-COUNT TO WS-ED-COUNT
007880     MOVE SPACES TO WS-PRINT-LINE
007890     STRING "    CHIUSI (ACCETTATI):     " WS-ED-COUNT
007900         DELIMITED BY SIZE INTO WS-PRINT-LINE
007910     END-STRING
007920     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007930     MOVE WS-DROPPED-COUNT TO WS-ED-COUNT
007940     MOVE SPACES TO WS-PRINT-LINE
007950     STRING "    ELIMINATI:              " WS-ED-COUNT
007960         DELIMITED BY SIZE INTO WS-PRINT-LINE
007970     END-STRING
007980     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007990     MOVE WS-OUTSTANDING-COUNT TO WS-ED-COUNT
008000     MOVE SPACES TO WS-PRINT-LINE
008010     STRING "SOSPESI DA LAVORARE:        " WS-ED-COUNT
008020         DELIMITED BY SIZE INTO WS-PRINT-LINE
008030     END-STRING
008040     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008050     MOVE WS-AGAIN-LISTED TO WS-ED-COUNT
008060     MOVE SPACES TO WS-PRINT-LINE
008070     STRING "RESPINTI DOPO RIPRESENT.:   " WS-ED-COUNT
008080         DELIMITED BY SIZE INTO WS-PRINT-LINE
008090     END-STRING
008100     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008110     IF WS-BAD-DATES > ZERO
008120         MOVE WS-BAD-DATES TO WS-ED-COUNT
008130         MOVE SPACES TO WS-PRINT-LINE
008140         STRING "DATA SCARTO NON VALIDA:     " WS-ED-COUNT
008150                "  (CONTATI OLTRE 10)"
008160             DELIMITED BY SIZE INTO WS-PRINT-LINE
008170         END-STRING
008180         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008190     END-IF
008200     IF NOT DAT-AVAILABLE AND WS-OUTSTANDING-COUNT > ZERO
008210         MOVE "CALFILE NON DISPONIBILE - GIORNI LAVORATIVI DA"
008220             TO WS-PRINT-LINE
008230         MOVE " LUNEDI' A VENERDI'" TO WS-PRINT-LINE (47:19)
008240         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008250     END-IF
008260     EVALUATE TRUE
008270         WHEN RETURN-CODE NOT < 16
008280             CONTINUE
008290         WHEN WS-AGE-OVERFLOW > ZERO
008300             MOVE 8 TO RETURN-CODE
008310         WHEN WS-OUTSTANDING-COUNT = ZERO
008320             MOVE 4 TO RETURN-CODE
008330         WHEN OTHER
008340             CONTINUE
008350     END-EVALUATE.
008360 6000-EXIT.
008370     EXIT.
008380*-----------------------------------------------------------------
008390*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.  EACH SECTION
008400*    STARTS ON A NEW PAGE UNDER ITS OWN TITLE AND HEADINGS.
008410*-----------------------------------------------------------------
008420 7300-WRITE-REPORT-LINE.
008430     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
008440         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
008450         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
008460     END-IF
008470     MOVE WS-PRINT-LINE TO AGERPT-RECORD
008480     WRITE AGERPT-RECORD
008490     ADD 1 TO WS-REPORT-LINE-COUNT.
008500 7300-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------------
008530 7310-PRINT-REPORT-HEADER.
008540     ADD 1 TO WS-REPORT-PAGE-NO
008550     MOVE SPACES TO AGERPT-RECORD
008560     MOVE "SuS - ANZIANITA' DEI SOSPESI (SUSPMST)"
008570         TO AGERPT-RECORD
008580     WRITE AGERPT-RECORD
008590     MOVE SPACES TO AGERPT-RECORD
008600     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
008610            WS-RUN-DATE          DELIMITED BY SIZE
008620            "   ALLA DATA: "     DELIMITED BY SIZE
008630            WS-SEL-DATE          DELIMITED BY SIZE
008640            "   PAGINA: "        DELIMITED BY SIZE
008650            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
008660         INTO AGERPT-RECORD
008670     END-STRING
008680     WRITE AGERPT-RECORD
008690     MOVE WS-SECTION-TITLE TO AGERPT-RECORD
008700     WRITE AGERPT-RECORD
008710     IF WS-COLUMN-HEADING NOT = SPACES
008720         MOVE WS-COLUMN-HEADING TO AGERPT-RECORD
008730         WRITE AGERPT-RECORD
008740     END-IF
008750     MOVE ZERO TO WS-REPORT-LINE-COUNT.
008760 7310-EXIT.
008770     EXIT.
008780*-----------------------------------------------------------------
008790 7320-PRINT-REPORT-FOOTER.
008800     MOVE SPACES TO AGERPT-RECORD
008810     STRING "FINE PAGINA "       DELIMITED BY SIZE
008820            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
008830         INTO AGERPT-RECORD
008840     END-STRING
008850     WRITE AGERPT-RECORD.
008860 7320-EXIT.
008870     EXIT.
008880*-----------------------------------------------------------------
008890 7350-START-SECTION.
008900     IF WS-REPORT-PAGE-NO > ZERO
008910         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
008920     END-IF
008930     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT.
008940 7350-EXIT.
008950     EXIT.
008960*-----------------------------------------------------------------
008970*    TERMINATION - REPORT AND THE RUN LEDGER.
008980*-----------------------------------------------------------------
008990 9000-TERMINATE-PROGRAM.
009000     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009010     CLOSE AGERPT-FILE
009020     DISPLAY "RECORD DI SUSPMST LETTI: " WS-RECORDS-READ
009030     DISPLAY "SOSPESI DA LAVORARE:     " WS-OUTSTANDING-COUNT
009040     MOVE "AGING   " TO WS-LDG-MODE
009050     MOVE WS-RECORDS-READ TO WS-LDG-IN
009060     MOVE WS-OUTSTANDING-COUNT TO WS-LDG-OUT
009070     MOVE ZERO TO WS-LDG-REJ
009080     MOVE SPACE TO WS-LDG-RECON
009090     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
009100 9000-EXIT.
009110     EXIT.
009120*-----------------------------------------------------------------
009130*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
009140*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
009150*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
009160*    RUN.
009170*-----------------------------------------------------------------
009180 9500-WRITE-RUN-LEDGER.
009190     OPEN EXTEND RUNLEDG
009200     IF WS-RUNLEDG-FS NOT = "00"
009210         OPEN OUTPUT RUNLEDG
009220     END-IF
009230     IF WS-RUNLEDG-FS NOT = "00"
009240         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
009250             WS-RUNLEDG-FS
009260         GO TO 9500-EXIT
009270     END-IF
009280     MOVE SPACES TO LDG-RECORD
009290     MOVE "ELMOAGE " TO LDG-PROGRAM
009300     MOVE WS-RUN-DATE TO LDG-RUN-DATE
009310     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
009320     MOVE WS-LDG-MODE TO LDG-RUN-MODE
009330     MOVE WS-LDG-IN TO LDG-RECORDS-IN
009340     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
009350     MOVE WS-LDG-REJ TO LDG-REJECTS
009360     MOVE RETURN-CODE TO LDG-RETURN-CODE
009370     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
009380     WRITE LDG-RECORD
009390     CLOSE RUNLEDG.
009400 9500-EXIT.
009410     EXIT.
