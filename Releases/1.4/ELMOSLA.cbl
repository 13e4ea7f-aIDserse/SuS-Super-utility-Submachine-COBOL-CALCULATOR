000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOSLA  (SuS - INTRADAY SERVICE LEVEL REPORT)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      SERVICE-LEVEL REPORT OF THE INTRADAY REQUEST
000090*                  SERVICE (ELMOSVC) FOR ONE DAY, FROM ITS TIMING
000100*                  LOG (DD SVCTIME, COPYBOOK SVTREC) - EVERY
000110*                  REQUEST WITH WHEN IT WAS QUEUED, PICKED UP AND
000120*                  ANSWERED, AND THE QUEUE DEPTH FOUND AT EACH
000130*                  POLL.  THE REPORT (DD SLARPT) SHOWS:
000140*                    - BY HOUR AND SOURCE: REQUESTS, AVERAGE AND
000150*                      WORST TURNAROUND (QUEUED TO ANSWERED),
000160*                      AVERAGE WAIT BEFORE PICK-UP, REFUSED AND
000170*                      HELD, WITH AN HOUR TOTAL CARRYING THE
000180*                      POLLS AND THE AVERAGE AND DEEPEST QUEUE
000190*                    - BY SOURCE FOR THE DAY
000200*                    - THE QUEUE DEPTH AT EACH POLL THAT FOUND
000210*                      WORK
000220*                    - THE DAY'S ALERTS FROM DD SVCALRT (COPYBOOK
000230*                      ALRTREC), RAISED AND CLEARED
000240*                  A REQUEST BELONGS TO THE HOUR IT WAS QUEUED IN,
000250*                  A POLL TO THE HOUR IT STARTED IN.  TIMES ARE
000260*                  IN SECONDS.  THE SERVICE CAN BE RUNNING WHILE
000270*                  THE REPORT IS TAKEN - IT SHOWS THE DAY SO FAR.
000280*
000290*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000300*        DATE=YYYYMMDD        DAY TO REPORT (DEFAULT TODAY)
000310*
000320*    RETURN-CODE 0 = REPORT PRODUCED, 4 = NO REQUESTS FOR THE DAY,
000330*    8 = SOURCE TABLE FULL - TOTALS BY SOURCE INCOMPLETE,
000340*    12 = CONTROL CARDS INVALID, 16 = FILE ERROR.
000350*
000360*    MODIFICATION HISTORY
000370*    --------------------------------------------------------
000380*    10/15/2026  DF   INITIAL VERSION.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.   ELMOSLA.
000420 AUTHOR.       D. FERRANTE.
000430 INSTALLATION. OFFICINA CALCOLO.
000440 DATE-WRITTEN. 10/15/2026.
000450 DATE-COMPILED.
000460*****************************************************************
000470*    ENVIRONMENT DIVISION
000480*****************************************************************
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SVCTIME-FILE ASSIGN TO "SVCTIME"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-SVCTIME-FS.
000550     SELECT SVCALRT-FILE ASSIGN TO "SVCALRT"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-SVCALRT-FS.
000580     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CTLCARD-FS.
000610     SELECT SLARPT-FILE ASSIGN TO "SLARPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SLARPT-FS.
000640     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RUNLEDG-FS.
000670*****************************************************************
000680*    DATA DIVISION
000690*****************************************************************
000700 DATA DIVISION.
000710 FILE SECTION.
000720*----------------------------------------------------------------
000730*    SERVICE TIMING LOG - READ TWICE: TOTALS, THEN THE POLLS.
000740*----------------------------------------------------------------
000750 FD  SVCTIME-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE STANDARD.
000780 COPY SVTREC.
000790*----------------------------------------------------------------
000800*    SERVICE ALERTS.
000810*----------------------------------------------------------------
000820 FD  SVCALRT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 COPY ALRTREC.
000860*----------------------------------------------------------------
000870*    SELECTION CONTROL CARDS.
000880*----------------------------------------------------------------
000890 FD  CTLCARD-FILE
000900     RECORDING MODE IS F.
000910 01  CTLCARD-RECORD               PIC X(80).
000920*----------------------------------------------------------------
000930*    PRINTED SERVICE-LEVEL REPORT.
000940*----------------------------------------------------------------
000950 FD  SLARPT-FILE
000960     RECORDING MODE IS F.
000970 01  SLARPT-RECORD                PIC X(132).
000980*----------------------------------------------------------------
000990*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
001000*----------------------------------------------------------------
001010 FD  RUNLEDG
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 COPY LEDGREC.
001050*****************************************************************
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080*    FILE STATUS SWITCHES.
001090*----------------------------------------------------------------
001100 01  WS-FILE-STATUSES.
001110     05  WS-SVCTIME-FS            PIC X(02) VALUE SPACES.
001120     05  WS-SVCALRT-FS            PIC X(02) VALUE SPACES.
001130     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001140     05  WS-SLARPT-FS             PIC X(02) VALUE SPACES.
001150     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001160*----------------------------------------------------------------
001170*    PROGRAM SWITCHES.
001180*----------------------------------------------------------------
001190 01  WS-SWITCHES.
001200     05  WS-SVCTIME-EOF-SW        PIC X(01) VALUE "N".
001210         88  WS-SVCTIME-EOF           VALUE "Y".
001220     05  WS-SVCALRT-EOF-SW        PIC X(01) VALUE "N".
001230         88  WS-SVCALRT-EOF           VALUE "Y".
001240     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001250         88  WS-CTLCARD-EOF           VALUE "Y".
001260     05  WS-HOUR-PRINTED-SW       PIC X(01) VALUE "N".
001270         88  WS-HOUR-PRINTED          VALUE "Y".
001280*----------------------------------------------------------------
001290*    SELECTION.
001300*----------------------------------------------------------------
001310 01  WS-SEL-DATE                  PIC X(08) VALUE SPACES.
001320 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001330 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001340*----------------------------------------------------------------
001350*    SOURCES SEEN, IN ORDER OF FIRST REQUEST, WITH THEIR DAY
001360*    TOTALS.
001370*----------------------------------------------------------------
001380 01  WS-SRC-TABLE.
001390     05  WS-SRC-USED              PIC 9(02) COMP VALUE ZERO.
001400     05  WS-SRC-ENTRY OCCURS 30 TIMES.
001410         10  WS-SRC-ID                PIC X(03).
001420         10  WS-SRC-COUNT             PIC 9(07) COMP.
001430         10  WS-SRC-TOTAL             PIC 9(11) COMP.
001440         10  WS-SRC-WORST             PIC 9(05) COMP.
001450         10  WS-SRC-WAIT              PIC 9(11) COMP.
001460         10  WS-SRC-REFUSED           PIC 9(07) COMP.
001470         10  WS-SRC-HELD              PIC 9(07) COMP.
001480 01  WS-SRC-IX                    PIC 9(02) COMP VALUE ZERO.
001490 01  WS-SRC-FOUND                 PIC 9(02) COMP VALUE ZERO.
001500 01  WS-SRC-OVERFLOW              PIC 9(07) COMP VALUE ZERO.
001510*----------------------------------------------------------------
001520*    HOURS OF THE DAY (ENTRY 1 = 00:00-00:59) - REQUEST TOTALS,
001530*    POLLS AND QUEUE DEPTH, AND THE SAME REQUEST TOTALS BY
001540*    SOURCE IN THE ORDER OF WS-SRC-TABLE.
001550*----------------------------------------------------------------
001560 01  WS-HOUR-TABLE.
001570     05  WS-HR-ENTRY OCCURS 24 TIMES.
001580         10  WS-HR-COUNT              PIC 9(07) COMP.
001590         10  WS-HR-TOTAL              PIC 9(11) COMP.
001600         10  WS-HR-WORST              PIC 9(05) COMP.
001610         10  WS-HR-WAIT               PIC 9(11) COMP.
001620         10  WS-HR-REFUSED            PIC 9(07) COMP.
001630         10  WS-HR-HELD               PIC 9(07) COMP.
001640         10  WS-HR-POLLS              PIC 9(07) COMP.
001650         10  WS-HR-DEPTH-SUM          PIC 9(11) COMP.
001660         10  WS-HR-DEPTH-MAX          PIC 9(07) COMP.
001670         10  WS-HS-ENTRY OCCURS 30 TIMES.
001680             15  WS-HS-COUNT              PIC 9(07) COMP.
001690             15  WS-HS-TOTAL              PIC 9(11) COMP.
001700             15  WS-HS-WORST              PIC 9(05) COMP.
001710             15  WS-HS-WAIT               PIC 9(11) COMP.
001720             15  WS-HS-REFUSED            PIC 9(07) COMP.
001730             15  WS-HS-HELD               PIC 9(07) COMP.
001740 01  WS-HR-IX                     PIC 9(02) COMP VALUE ZERO.
001750 01  WS-HOUR                      PIC 9(02) VALUE ZERO.
001760 01  WS-HOUR-TEXT                 PIC X(02) VALUE SPACES.
001770*----------------------------------------------------------------
001780*    DAY TOTALS AND COUNTERS.
001790*----------------------------------------------------------------
001800 01  WS-DAY-TOTALS.
001810     05  WS-DAY-COUNT             PIC 9(07) COMP VALUE ZERO.
001820     05  WS-DAY-TOTAL             PIC 9(11) COMP VALUE ZERO.
001830     05  WS-DAY-WORST             PIC 9(05) COMP VALUE ZERO.
001840     05  WS-DAY-WAIT              PIC 9(11) COMP VALUE ZERO.
001850     05  WS-DAY-REFUSED           PIC 9(07) COMP VALUE ZERO.
001860     05  WS-DAY-HELD              PIC 9(07) COMP VALUE ZERO.
001870     05  WS-DAY-POLLS             PIC 9(07) COMP VALUE ZERO.
001880     05  WS-DAY-DEPTH-SUM         PIC 9(11) COMP VALUE ZERO.
001890     05  WS-DAY-DEPTH-MAX         PIC 9(07) COMP VALUE ZERO.
001900 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
001910 77  WS-OTHER-DAYS                PIC 9(09) COMP VALUE ZERO.
001920 77  WS-BAD-TIMES                 PIC 9(09) COMP VALUE ZERO.
001930 77  WS-POLLS-LISTED              PIC 9(09) COMP VALUE ZERO.
001940 77  WS-ALERTS-RAISED             PIC 9(07) COMP VALUE ZERO.
001950 77  WS-ALERTS-CLEARED            PIC 9(07) COMP VALUE ZERO.
001960*----------------------------------------------------------------
001970*    ONE LINE'S FIGURES, FILLED BY THE CALLER OF 5900-FORMAT-LINE.
001980*----------------------------------------------------------------
001990 01  WS-LINE-FIGURES.
002000     05  WS-LF-COUNT              PIC 9(07) COMP VALUE ZERO.
002010     05  WS-LF-TOTAL              PIC 9(11) COMP VALUE ZERO.
002020     05  WS-LF-WORST              PIC 9(05) COMP VALUE ZERO.
002030     05  WS-LF-WAIT               PIC 9(11) COMP VALUE ZERO.
002040     05  WS-LF-REFUSED            PIC 9(07) COMP VALUE ZERO.
002050     05  WS-LF-HELD               PIC 9(07) COMP VALUE ZERO.
002060     05  WS-LF-POLLS              PIC 9(07) COMP VALUE ZERO.
002070     05  WS-LF-DEPTH-SUM          PIC 9(11) COMP VALUE ZERO.
002080     05  WS-LF-DEPTH-MAX          PIC 9(07) COMP VALUE ZERO.
002090 01  WS-AVG-SECS                  PIC 9(05) VALUE ZERO.
002100 01  WS-AVG-DEPTH                 PIC 9(07) VALUE ZERO.
002110*----------------------------------------------------------------
002120*    DETAIL LINE - HOUR AND SOURCE SECTIONS.
002130*----------------------------------------------------------------
002140 01  WS-DETAIL-LINE.
002150     05  DL-HOUR                  PIC X(05).
002160     05  FILLER                   PIC X(02).
002170     05  DL-SOURCE                PIC X(06).
002180     05  FILLER                   PIC X(02).
002190     05  DL-COUNT                 PIC ZZZ,ZZ9.
002200     05  FILLER                   PIC X(03).
002210     05  DL-AVG                   PIC ZZ,ZZ9.
002220     05  FILLER                   PIC X(04).
002230     05  DL-WORST                 PIC ZZ,ZZ9.
002240     05  FILLER                   PIC X(04).
002250     05  DL-WAIT                  PIC ZZ,ZZ9.
002260     05  FILLER                   PIC X(03).
002270     05  DL-REFUSED               PIC ZZZ,ZZ9.
002280     05  FILLER                   PIC X(03).
002290     05  DL-HELD                  PIC ZZZ,ZZ9.
002300     05  FILLER                   PIC X(03).
002310     05  DL-POLL-AREA.
002320         10  DL-POLLS                 PIC ZZZ,ZZ9.
002330         10  FILLER                   PIC X(03).
002340         10  DL-DEPTH-AVG             PIC ZZZ,ZZ9.
002350         10  FILLER                   PIC X(03).
002360         10  DL-DEPTH-MAX             PIC ZZZ,ZZ9.
002370     05  FILLER                   PIC X(31).
002380*----------------------------------------------------------------
002390*    REPORT FORMATTING.
002400*----------------------------------------------------------------
002410 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002420 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
002430 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
002440 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
002450 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
002460 01  WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.
002470 01  WS-SECTION-TITLE             PIC X(60) VALUE SPACES.
002480 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002490 01  WS-ED-DEPTH                  PIC ZZZ,ZZ9.
002500 01  WS-ED-SECS                   PIC ZZ,ZZ9.
002510 01  WS-ED-CYCLE                  PIC ZZZZZZZZ9.
002520 01  WS-ED-POS                    PIC ZZZZZZZZ9.
002530 01  WS-ED-VALUE                  PIC Z,ZZZ,ZZ9.
002540 01  WS-ED-THRESHOLD              PIC Z,ZZZ,ZZ9.
002550 01  WS-TIME-TEXT                 PIC X(08) VALUE SPACES.
002560 01  WS-STATE-TEXT                PIC X(08) VALUE SPACES.
002570 01  WS-TYPE-TEXT                 PIC X(10) VALUE SPACES.
002580*----------------------------------------------------------------
002590*    RUN LEDGER CLOSE-OUT.
002600*----------------------------------------------------------------
002610 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
002620 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
002630 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
002640 01  WS-LDG-REJ                   PIC 9(09) VALUE ZERO.
002650 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
002660*****************************************************************
002670*    PROCEDURE DIVISION
002680*****************************************************************
002690 PROCEDURE DIVISION.
002700*-----------------------------------------------------------------
002710 0000-MAINLINE.
002720     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002730     PERFORM 2000-ACCUMULATE-TIMES THRU 2000-EXIT
002740     PERFORM 5000-PRINT-BY-HOUR THRU 5000-EXIT
002750     PERFORM 5200-PRINT-BY-SOURCE THRU 5200-EXIT
002760     PERFORM 5400-PRINT-POLLS THRU 5400-EXIT
002770     PERFORM 5600-PRINT-ALERTS THRU 5600-EXIT
002780     PERFORM 6000-PRINT-SUMMARY-SECTION THRU 6000-EXIT
002790     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
002800     STOP RUN.
002810*-----------------------------------------------------------------
002820*    INITIALIZATION - CONTROL CARDS, REPORT AND TABLES.
002830*-----------------------------------------------------------------
002840 1000-INITIALIZE.
002850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002860     MOVE WS-RUN-DATE TO WS-SEL-DATE
002870     OPEN OUTPUT SLARPT-FILE
002880     IF WS-SLARPT-FS NOT = "00"
002890         DISPLAY "IMPOSSIBILE APRIRE SLARPT - FILE STATUS "
002900             WS-SLARPT-FS
002910         MOVE 16 TO RETURN-CODE
002920         STOP RUN
002930     END-IF
002940     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
002950     INITIALIZE WS-SRC-TABLE
002960     INITIALIZE WS-HOUR-TABLE
002970     IF WS-SEL-DATE NOT NUMERIC
002980         MOVE "RIEPILOGO" TO WS-SECTION-TITLE
002990         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
003000         MOVE "*** DATA NON VALIDA SULLA SCHEDA DATE"
003010             TO WS-PRINT-LINE
003020         MOVE " - NESSUN PROSPETTO" TO WS-PRINT-LINE (38:19)
003030         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003040         DISPLAY "DATA NON VALIDA SULLA SCHEDA DATE"
003050         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003060         CLOSE SLARPT-FILE
003070         MOVE 12 TO RETURN-CODE
003080         STOP RUN
003090     END-IF.
003100 1000-EXIT.
003110     EXIT.
003120*-----------------------------------------------------------------
003130*    CONTROL CARDS - KEYWORD=VALUE, ONE PER LINE.
003140*-----------------------------------------------------------------
003150 1100-READ-CONTROL-CARDS.
003160     OPEN INPUT CTLCARD-FILE
003170     IF WS-CTLCARD-FS NOT = "00"
003180         SET WS-CTLCARD-EOF TO TRUE
003190         GO TO 1100-EXIT
003200     END-IF
003210     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003220     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
003230         UNTIL WS-CTLCARD-EOF
003240     CLOSE CTLCARD-FILE.
003250 1100-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280 1110-READ-ONE-CARD.
003290     READ CTLCARD-FILE
003300         AT END SET WS-CTLCARD-EOF TO TRUE
003310     END-READ.
003320 1110-EXIT.
003330     EXIT.
003340*-----------------------------------------------------------------
003350 1120-APPLY-CONTROL-CARD.
003360     MOVE SPACES TO WS-CARD-KEYWORD
003370     MOVE SPACES TO WS-CARD-VALUE
003380     UNSTRING CTLCARD-RECORD DELIMITED BY "="
003390         INTO WS-CARD-KEYWORD WS-CARD-VALUE
003400     END-UNSTRING
003410     EVALUATE WS-CARD-KEYWORD
003420         WHEN "DATE"
003430             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-DATE
003440         WHEN SPACES
003450             CONTINUE
003460         WHEN OTHER
003470             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
003480                 CTLCARD-RECORD
003490     END-EVALUATE
003500     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
003510 1120-EXIT.
003520     EXIT.
003530*-----------------------------------------------------------------
003540*    FIRST PASS - THE DAY'S REQUESTS AND POLLS INTO THE HOUR AND
003550*    SOURCE TABLES.
003560*-----------------------------------------------------------------
003570 2000-ACCUMULATE-TIMES.
003580     MOVE "N" TO WS-SVCTIME-EOF-SW
003590     OPEN INPUT SVCTIME-FILE
003600     IF WS-SVCTIME-FS NOT = "00"
003610         DISPLAY "IMPOSSIBILE APRIRE SVCTIME - FILE STATUS "
003620             WS-SVCTIME-FS
003630         CLOSE SLARPT-FILE
003640         MOVE 16 TO RETURN-CODE
003650         STOP RUN
003660     END-IF
003670     PERFORM 2100-READ-TIME-RECORD THRU 2100-EXIT
003680     PERFORM 3000-EXAMINE-RECORD THRU 3000-EXIT
003690         UNTIL WS-SVCTIME-EOF
003700     CLOSE SVCTIME-FILE.
003710 2000-EXIT.
003720     EXIT.
003730*-----------------------------------------------------------------
003740 2100-READ-TIME-RECORD.
003750     READ SVCTIME-FILE
003760         AT END SET WS-SVCTIME-EOF TO TRUE
003770     END-READ.
003780 2100-EXIT.
003790     EXIT.
003800*-----------------------------------------------------------------
003810*    ONE TIMING RECORD - A REQUEST COUNTS IN THE HOUR IT WAS
003820*    QUEUED, A POLL IN THE HOUR IT STARTED.
003830*-----------------------------------------------------------------
003840 3000-EXAMINE-RECORD.
003850     ADD 1 TO WS-RECORDS-READ
003860     IF SVT-POLL
003870         MOVE SVT-PICKED-TS (1:8) TO WS-TIME-TEXT
003880         MOVE SVT-PICKED-TS (9:2) TO WS-HOUR-TEXT
003890     ELSE
003900         MOVE SVT-QUEUED-TS (1:8) TO WS-TIME-TEXT
003910         MOVE SVT-QUEUED-TS (9:2) TO WS-HOUR-TEXT
003920     END-IF
003930     IF WS-TIME-TEXT NOT = WS-SEL-DATE
003940         ADD 1 TO WS-OTHER-DAYS
003950         GO TO 3000-NEXT
003960     END-IF
003970     IF WS-HOUR-TEXT NOT NUMERIC
003980         ADD 1 TO WS-BAD-TIMES
003990         GO TO 3000-NEXT
004000     END-IF
004010     MOVE WS-HOUR-TEXT TO WS-HOUR
004020     IF WS-HOUR > 23
004030         ADD 1 TO WS-BAD-TIMES
004040         GO TO 3000-NEXT
004050     END-IF
004060     COMPUTE WS-HR-IX = WS-HOUR + 1
004070     IF SVT-POLL
004080         PERFORM 3200-ADD-POLL THRU 3200-EXIT
004090     ELSE
004100         PERFORM 3100-ADD-REQUEST THRU 3100-EXIT
004110     END-IF.
004120 3000-NEXT.
004130     PERFORM 2100-READ-TIME-RECORD THRU 2100-EXIT.
004140 3000-EXIT.
004150     EXIT.
004160*-----------------------------------------------------------------
004170*    A REQUEST - DAY, HOUR, SOURCE AND HOUR-BY-SOURCE TOTALS.
004180*-----------------------------------------------------------------
004190 3100-ADD-REQUEST.
004200     ADD 1 TO WS-DAY-COUNT
004210     ADD SVT-TURNAROUND TO WS-DAY-TOTAL
004220     ADD SVT-WAIT TO WS-DAY-WAIT
004230     IF SVT-TURNAROUND > WS-DAY-WORST
004240         MOVE SVT-TURNAROUND TO WS-DAY-WORST
004250     END-IF
004260     ADD 1 TO WS-HR-COUNT (WS-HR-IX)
004270     ADD SVT-TURNAROUND TO WS-HR-TOTAL (WS-HR-IX)
004280     ADD SVT-WAIT TO WS-HR-WAIT (WS-HR-IX)
004290     IF SVT-TURNAROUND > WS-HR-WORST (WS-HR-IX)
004300         MOVE SVT-TURNAROUND TO WS-HR-WORST (WS-HR-IX)
004310     END-IF
004320     IF SVT-REFUSED
004330         ADD 1 TO WS-DAY-REFUSED
004340         ADD 1 TO WS-HR-REFUSED (WS-HR-IX)
004350     END-IF
004360     IF SVT-HELD
004370         ADD 1 TO WS-DAY-HELD
004380         ADD 1 TO WS-HR-HELD (WS-HR-IX)
004390     END-IF
004400     PERFORM 3300-FIND-SOURCE THRU 3300-EXIT
004410     IF WS-SRC-FOUND = ZERO
004420         ADD 1 TO WS-SRC-OVERFLOW
004430         GO TO 3100-EXIT
004440     END-IF
004450     MOVE WS-SRC-FOUND TO WS-SRC-IX
004460     ADD 1 TO WS-SRC-COUNT (WS-SRC-IX)
004470     ADD SVT-TURNAROUND TO WS-SRC-TOTAL (WS-SRC-IX)
004480     ADD SVT-WAIT TO WS-SRC-WAIT (WS-SRC-IX)
004490     IF SVT-TURNAROUND > WS-SRC-WORST (WS-SRC-IX)
004500         MOVE SVT-TURNAROUND TO WS-SRC-WORST (WS-SRC-IX)
004510     END-IF
004520     ADD 1 TO WS-HS-COUNT (WS-HR-IX WS-SRC-IX)
004530     ADD SVT-TURNAROUND TO WS-HS-TOTAL (WS-HR-IX WS-SRC-IX)
004540     ADD SVT-WAIT TO WS-HS-WAIT (WS-HR-IX WS-SRC-IX)
004550     IF SVT-TURNAROUND > WS-HS-WORST (WS-HR-IX WS-SRC-IX)
004560         MOVE SVT-TURNAROUND TO WS-HS-WORST (WS-HR-IX WS-SRC-IX)
004570     END-IF
004580     IF SVT-REFUSED
004590         ADD 1 TO WS-SRC-REFUSED (WS-SRC-IX)
004600         ADD 1 TO WS-HS-REFUSED (WS-HR-IX WS-SRC-IX)
004610     END-IF
004620     IF SVT-HELD
004630         ADD 1 TO WS-SRC-HELD (WS-SRC-IX)
004640         ADD 1 TO WS-HS-HELD (WS-HR-IX WS-SRC-IX)
004650     END-IF.
004660 3100-EXIT.
004670     EXIT.
004680*-----------------------------------------------------------------
004690*    A POLL - ITS QUEUE DEPTH INTO THE HOUR AND THE DAY.
004700*-----------------------------------------------------------------
004710 3200-ADD-POLL.
004720     ADD 1 TO WS-DAY-POLLS
004730     ADD SVT-QUEUE-DEPTH TO WS-DAY-DEPTH-SUM
004740     IF SVT-QUEUE-DEPTH > WS-DAY-DEPTH-MAX
004750         MOVE SVT-QUEUE-DEPTH TO WS-DAY-DEPTH-MAX
004760     END-IF
004770     ADD 1 TO WS-HR-POLLS (WS-HR-IX)
004780     ADD SVT-QUEUE-DEPTH TO WS-HR-DEPTH-SUM (WS-HR-IX)
004790     IF SVT-QUEUE-DEPTH > WS-HR-DEPTH-MAX (WS-HR-IX)
004800         MOVE SVT-QUEUE-DEPTH TO WS-HR-DEPTH-MAX (WS-HR-IX)
004810     END-IF.
004820 3200-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------------
004850*    SOURCE OF THE REQUEST IN WS-SRC-TABLE - ADDED ON FIRST
004860*    SIGHT.  WS-SRC-FOUND IS ZERO WHEN THE TABLE IS FULL.
004870*-----------------------------------------------------------------
004880 3300-FIND-SOURCE.
004890     MOVE ZERO TO WS-SRC-FOUND
004900     PERFORM 3310-COMPARE-SOURCE THRU 3310-EXIT
004910         VARYING WS-SRC-IX FROM 1 BY 1
004920         UNTIL WS-SRC-IX > WS-SRC-USED
004930            OR WS-SRC-FOUND > ZERO
004940     IF WS-SRC-FOUND > ZERO
004950         GO TO 3300-EXIT
004960     END-IF
004970     IF WS-SRC-USED NOT < 30
004980         GO TO 3300-EXIT
004990     END-IF
005000     ADD 1 TO WS-SRC-USED
005010     MOVE WS-SRC-USED TO WS-SRC-FOUND
005020     MOVE SVT-SOURCE-ID TO WS-SRC-ID (WS-SRC-FOUND).
005030 3300-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 3310-COMPARE-SOURCE.
005070     IF WS-SRC-ID (WS-SRC-IX) = SVT-SOURCE-ID
005080         MOVE WS-SRC-IX TO WS-SRC-FOUND
005090     END-IF.
005100 3310-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130*    SECTION 1 - BY HOUR: ONE LINE PER SOURCE, THEN THE HOUR
005140*    TOTAL WITH THE POLLS AND THE QUEUE DEPTH.
005150*-----------------------------------------------------------------
005160 5000-PRINT-BY-HOUR.
005170     MOVE "TEMPI DI RISPOSTA PER ORA E SORGENTE"
005180         TO WS-SECTION-TITLE
005190     PERFORM 7400-SET-FIGURE-HEADING THRU 7400-EXIT
005200     PERFORM 7350-START-SECTION THRU 7350-EXIT
005210     MOVE "TEMPI IN SECONDI - MEDIA E PEGGIORE DALL'ACCODAMENTO"
005220         TO WS-PRINT-LINE
005230     MOVE " ALLA RISPOSTA, ATTESA FINO ALLA PRESA IN CARICO"
005240         TO WS-PRINT-LINE (53:48)
005250     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005260     MOVE SPACES TO WS-PRINT-LINE
005270     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005280     IF WS-DAY-COUNT = ZERO AND WS-DAY-POLLS = ZERO
005290         MOVE "NESSUNA RICHIESTA PER LA GIORNATA"
005300             TO WS-PRINT-LINE
005310         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005320         GO TO 5000-EXIT
005330     END-IF
005340     PERFORM 5100-PRINT-HOUR THRU 5100-EXIT
005350         VARYING WS-HR-IX FROM 1 BY 1
005360         UNTIL WS-HR-IX > 24.
005370 5000-EXIT.
005380     EXIT.
005390*-----------------------------------------------------------------
005400 5100-PRINT-HOUR.
005410     IF WS-HR-COUNT (WS-HR-IX) = ZERO
005420        AND WS-HR-POLLS (WS-HR-IX) = ZERO
005430         GO TO 5100-EXIT
005440     END-IF
005450     COMPUTE WS-HOUR = WS-HR-IX - 1
005460     PERFORM 5110-PRINT-HOUR-SOURCE THRU 5110-EXIT
005470         VARYING WS-SRC-IX FROM 1 BY 1
005480         UNTIL WS-SRC-IX > WS-SRC-USED
005490     MOVE WS-HR-COUNT (WS-HR-IX) TO WS-LF-COUNT
005500     MOVE WS-HR-TOTAL (WS-HR-IX) TO WS-LF-TOTAL
005510     MOVE WS-HR-WORST (WS-HR-IX) TO WS-LF-WORST
005520     MOVE WS-HR-WAIT (WS-HR-IX) TO WS-LF-WAIT
005530     MOVE WS-HR-REFUSED (WS-HR-IX) TO WS-LF-REFUSED
005540     MOVE WS-HR-HELD (WS-HR-IX) TO WS-LF-HELD
005550     MOVE WS-HR-POLLS (WS-HR-IX) TO WS-LF-POLLS
005560     MOVE WS-HR-DEPTH-SUM (WS-HR-IX) TO WS-LF-DEPTH-SUM
005570     MOVE WS-HR-DEPTH-MAX (WS-HR-IX) TO WS-LF-DEPTH-MAX
005580     PERFORM 5900-FORMAT-LINE THRU 5900-EXIT
005590     MOVE WS-HOUR TO WS-HOUR-TEXT
005600     STRING WS-HOUR-TEXT ":00" DELIMITED BY SIZE INTO DL-HOUR
005610     END-STRING
005620     MOVE "TOTALE" TO DL-SOURCE
005630     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
005640     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005650     MOVE SPACES TO WS-PRINT-LINE
005660     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
005670 5100-EXIT.
005680     EXIT.
005690*-----------------------------------------------------------------
005700 5110-PRINT-HOUR-SOURCE.
005710     IF WS-HS-COUNT (WS-HR-IX WS-SRC-IX) = ZERO
005720         GO TO 5110-EXIT
005730     END-IF
005740     MOVE WS-HS-COUNT (WS-HR-IX WS-SRC-IX) TO WS-LF-COUNT
005750     MOVE WS-HS-TOTAL (WS-HR-IX WS-SRC-IX) TO WS-LF-TOTAL
005760     MOVE WS-HS-WORST (WS-HR-IX WS-SRC-IX) TO WS-LF-WORST
005770     MOVE WS-HS-WAIT (WS-HR-IX WS-SRC-IX) TO WS-LF-WAIT
005780     MOVE WS-HS-REFUSED (WS-HR-IX WS-SRC-IX) TO WS-LF-REFUSED
005790     MOVE WS-HS-HELD (WS-HR-IX WS-SRC-IX) TO WS-LF-HELD
005800     PERFORM 5900-FORMAT-LINE THRU 5900-EXIT
005810     MOVE SPACES TO DL-POLL-AREA
005820     MOVE WS-HOUR TO WS-HOUR-TEXT
005830     STRING WS-HOUR-TEXT ":00" DELIMITED BY SIZE INTO DL-HOUR
005840     END-STRING
005850     MOVE WS-SRC-ID (WS-SRC-IX) TO DL-SOURCE
005860     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
005870     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
005880 5110-EXIT.
005890     EXIT.
005900*-----------------------------------------------------------------
005910*    SECTION 2 - BY SOURCE FOR THE DAY, AND THE DAY TOTAL.
005920*-----------------------------------------------------------------
005930 5200-PRINT-BY-SOURCE.
005940     MOVE "TEMPI DI RISPOSTA PER SORGENTE - GIORNATA"
005950         TO WS-SECTION-TITLE
005960     PERFORM 7400-SET-FIGURE-HEADING THRU 7400-EXIT
005970     PERFORM 7350-START-SECTION THRU 7350-EXIT
005980     PERFORM 5210-PRINT-SOURCE THRU 5210-EXIT
005990         VARYING WS-SRC-IX FROM 1 BY 1
006000         UNTIL WS-SRC-IX > WS-SRC-USED
006010     MOVE WS-DAY-COUNT TO WS-LF-COUNT
006020     MOVE WS-DAY-TOTAL TO WS-LF-TOTAL
006030     MOVE WS-DAY-WORST TO WS-LF-WORST
006040     MOVE WS-DAY-WAIT TO WS-LF-WAIT
006050     MOVE WS-DAY-REFUSED TO WS-LF-REFUSED
006060     MOVE WS-DAY-HELD TO WS-LF-HELD
006070     MOVE WS-DAY-POLLS TO WS-LF-POLLS
006080     MOVE WS-DAY-DEPTH-SUM TO WS-LF-DEPTH-SUM
006090     MOVE WS-DAY-DEPTH-MAX TO WS-LF-DEPTH-MAX
006100     PERFORM 5900-FORMAT-LINE THRU 5900-EXIT
006110     MOVE "TOTALE" TO DL-SOURCE
006120     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
006130     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
006140 5200-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------------
006170 5210-PRINT-SOURCE.
006180     MOVE WS-SRC-COUNT (WS-SRC-IX) TO WS-LF-COUNT
006190     MOVE WS-SRC-TOTAL (WS-SRC-IX) TO WS-LF-TOTAL
006200     MOVE WS-SRC-WORST (WS-SRC-IX) TO WS-LF-WORST
006210     MOVE WS-SRC-WAIT (WS-SRC-IX) TO WS-LF-WAIT
006220     MOVE WS-SRC-REFUSED (WS-SRC-IX) TO WS-LF-REFUSED
006230     MOVE WS-SRC-HELD (WS-SRC-IX) TO WS-LF-HELD
006240     PERFORM 5900-FORMAT-LINE THRU 5900-EXIT
006250     MOVE SPACES TO DL-POLL-AREA
006260     MOVE WS-SRC-ID (WS-SRC-IX) TO DL-SOURCE
006270     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
006280     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
006290 5210-EXIT.
006300     EXIT.
006310*-----------------------------------------------------------------
006320*    SECTION 3 - SECOND PASS OVER THE TIMING LOG: THE QUEUE DEPTH
006330*    AT EACH POLL OF THE DAY THAT FOUND WORK (AND THE EMPTY POLL
006340*    THAT FOLLOWED IT), IN TIME ORDER.
006350*-----------------------------------------------------------------
006360 5400-PRINT-POLLS.
006370     MOVE "PROFONDITA' DELLA CODA AD OGNI CICLO"
006380         TO WS-SECTION-TITLE
006390     MOVE SPACES TO WS-COLUMN-HEADING
006400     MOVE "ORA" TO WS-COLUMN-HEADING (1:3)
006410     MOVE "TERMINALE" TO WS-COLUMN-HEADING (11:9)
006420     MOVE "CICLO" TO WS-COLUMN-HEADING (26:5)
006430     MOVE "IN CODA" TO WS-COLUMN-HEADING (34:7)
006440     MOVE "DURATA SEC" TO WS-COLUMN-HEADING (44:10)
006450     MOVE "POSIZIONE" TO WS-COLUMN-HEADING (58:9)
006460     PERFORM 7350-START-SECTION THRU 7350-EXIT
006470     IF WS-DAY-POLLS = ZERO
006480         MOVE "NESSUN CICLO CON RICHIESTE NELLA GIORNATA"
006490             TO WS-PRINT-LINE
006500         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006510         GO TO 5400-EXIT
006520     END-IF
006530     MOVE "N" TO WS-SVCTIME-EOF-SW
006540     OPEN INPUT SVCTIME-FILE
006550     IF WS-SVCTIME-FS NOT = "00"
006560         DISPLAY "IMPOSSIBILE RIAPRIRE SVCTIME - FILE STATUS "
006570             WS-SVCTIME-FS
006580         MOVE 16 TO RETURN-CODE
006590         GO TO 5400-EXIT
006600     END-IF
006610     PERFORM 2100-READ-TIME-RECORD THRU 2100-EXIT
006620     PERFORM 5410-PRINT-POLL THRU 5410-EXIT
006630         UNTIL WS-SVCTIME-EOF
006640     CLOSE SVCTIME-FILE.
006650 5400-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------------
006680 5410-PRINT-POLL.
006690     IF NOT SVT-POLL
006700        OR SVT-PICKED-TS (1:8) NOT = WS-SEL-DATE
006710         GO TO 5410-NEXT
006720     END-IF
006730     ADD 1 TO WS-POLLS-LISTED
006740     MOVE SPACES TO WS-TIME-TEXT
006750     STRING SVT-PICKED-TS (9:2) ":" SVT-PICKED-TS (11:2) ":"
006760            SVT-PICKED-TS (13:2)
006770         DELIMITED BY SIZE INTO WS-TIME-TEXT
006780     END-STRING
006790     MOVE SVT-POLL-CYCLE TO WS-ED-CYCLE
006800     MOVE SVT-QUEUE-DEPTH TO WS-ED-DEPTH
006810     MOVE SVT-TURNAROUND TO WS-ED-SECS
006820     MOVE SVT-QUEUE-POS TO WS-ED-POS
006830     MOVE SPACES TO WS-PRINT-LINE
006840     MOVE WS-TIME-TEXT TO WS-PRINT-LINE (1:8)
006850     MOVE SVT-TERM-ID TO WS-PRINT-LINE (11:8)
006860     MOVE WS-ED-CYCLE TO WS-PRINT-LINE (22:9)
006870     MOVE WS-ED-DEPTH TO WS-PRINT-LINE (34:7)
006880     MOVE WS-ED-SECS TO WS-PRINT-LINE (48:6)
006890     MOVE WS-ED-POS TO WS-PRINT-LINE (58:9)
006900     IF SVT-QUEUE-DEPTH = ZERO
006910         MOVE "CODA SVUOTATA" TO WS-PRINT-LINE (70:13)
006920     END-IF
006930     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
006940 5410-NEXT.
006950     PERFORM 2100-READ-TIME-RECORD THRU 2100-EXIT.
006960 5410-EXIT.
006970     EXIT.
006980*-----------------------------------------------------------------
006990*    SECTION 4 - THE DAY'S ALERTS, RAISED AND CLEARED.  NO
007000*    SVCALRT MEANS THE SERVICE HAS NOT RUN WITH ALERTING.
007010*-----------------------------------------------------------------
007020 5600-PRINT-ALERTS.
007030     MOVE "ALLARMI DEL SERVIZIO" TO WS-SECTION-TITLE
007040     MOVE SPACES TO WS-COLUMN-HEADING
007050     MOVE "ORA" TO WS-COLUMN-HEADING (1:3)
007060     MOVE "STATO" TO WS-COLUMN-HEADING (11:5)
007070     MOVE "TIPO" TO WS-COLUMN-HEADING (21:4)
007080     MOVE "SRC" TO WS-COLUMN-HEADING (33:3)
007090     MOVE "POSIZIONE" TO WS-COLUMN-HEADING (38:9)
007100     MOVE "VALORE" TO WS-COLUMN-HEADING (51:6)
007110     MOVE "SOGLIA" TO WS-COLUMN-HEADING (61:6)
007120     MOVE "DESCRIZIONE" TO WS-COLUMN-HEADING (69:11)
007130     PERFORM 7350-START-SECTION THRU 7350-EXIT
007140     MOVE "N" TO WS-SVCALRT-EOF-SW
007150     OPEN INPUT SVCALRT-FILE
007160     IF WS-SVCALRT-FS NOT = "00"
007170         MOVE "FILE ALLARMI SVCALRT NON DISPONIBILE"
007180             TO WS-PRINT-LINE
007190         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007200         GO TO 5600-EXIT
007210     END-IF
007220     PERFORM 5610-READ-ALERT THRU 5610-EXIT
007230     PERFORM 5620-PRINT-ALERT THRU 5620-EXIT
007240         UNTIL WS-SVCALRT-EOF
007250     CLOSE SVCALRT-FILE
007260     IF WS-ALERTS-RAISED = ZERO AND WS-ALERTS-CLEARED = ZERO
007270         MOVE "NESSUN ALLARME NELLA GIORNATA" TO WS-PRINT-LINE
007280         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007290     END-IF.
007300 5600-EXIT.
007310     EXIT.
007320*-----------------------------------------------------------------
007330 5610-READ-ALERT.
007340     READ SVCALRT-FILE
007350         AT END SET WS-SVCALRT-EOF TO TRUE
007360     END-READ.
007370 5610-EXIT.
007380     EXIT.
007390*-----------------------------------------------------------------
007400 5620-PRINT-ALERT.
007410     IF ALR-TIMESTAMP (1:8) NOT = WS-SEL-DATE
007420         GO TO 5620-NEXT
007430     END-IF
007440     IF ALR-RAISED
007450         ADD 1 TO WS-ALERTS-RAISED
007460         MOVE "ALLARME" TO WS-STATE-TEXT
007470     ELSE
007480         ADD 1 TO WS-ALERTS-CLEARED
007490         MOVE "RIENTRO" TO WS-STATE-TEXT
007500     END-IF
007510     IF ALR-BACKLOG
007520         MOVE "CODA" TO WS-TYPE-TEXT
007530     ELSE
007540         MOVE "RISPOSTA" TO WS-TYPE-TEXT
007550     END-IF
007560     MOVE SPACES TO WS-TIME-TEXT
007570     STRING ALR-TIMESTAMP (9:2) ":" ALR-TIMESTAMP (11:2) ":"
007580            ALR-TIMESTAMP (13:2)
007590         DELIMITED BY SIZE INTO WS-TIME-TEXT
007600     END-STRING
007610     MOVE ALR-QUEUE-POS TO WS-ED-POS
007620     MOVE ALR-VALUE TO WS-ED-VALUE
007630     MOVE ALR-THRESHOLD TO WS-ED-THRESHOLD
007640     MOVE SPACES TO WS-PRINT-LINE
007650     MOVE WS-TIME-TEXT TO WS-PRINT-LINE (1:8)
007660     MOVE WS-STATE-TEXT TO WS-PRINT-LINE (11:8)
007670     MOVE WS-TYPE-TEXT TO WS-PRINT-LINE (21:10)
007680     MOVE ALR-SOURCE-ID TO WS-PRINT-LINE (33:3)
007690     MOVE WS-ED-POS TO WS-PRINT-LINE (38:9)
007700     MOVE WS-ED-VALUE TO WS-PRINT-LINE (48:9)
007710     MOVE WS-ED-THRESHOLD TO WS-PRINT-LINE (58:9)
007720     MOVE ALR-TEXT TO WS-PRINT-LINE (69:60)
007730     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
007740 5620-NEXT.
007750     PERFORM 5610-READ-ALERT THRU 5610-EXIT.
007760 5620-EXIT.
007770     EXIT.
007780*-----------------------------------------------------------------
007790*    ONE DETAIL LINE FROM WS-LINE-FIGURES - AVERAGES ROUNDED TO
007800*    THE SECOND AND TO THE WHOLE REQUEST.
007810*-----------------------------------------------------------------
007820 5900-FORMAT-LINE.
007830     MOVE SPACES TO WS-DETAIL-LINE
007840     MOVE WS-LF-COUNT TO DL-COUNT
007850     MOVE ZERO TO WS-AVG-SECS
007860     IF WS-LF-COUNT > ZERO
007870         COMPUTE WS-AVG-SECS ROUNDED =
007880                 WS-LF-TOTAL / WS-LF-COUNT
007890     END-IF
007900     MOVE WS-AVG-SECS TO DL-AVG
007910     MOVE WS-LF-WORST TO DL-WORST
007920     MOVE ZERO TO WS-AVG-SECS
007930     IF WS-LF-COUNT > ZERO
007940         COMPUTE WS-AVG-SECS ROUNDED =
007950                 WS-LF-WAIT / WS-LF-COUNT
007960     END-IF
007970     MOVE WS-AVG-SECS TO DL-WAIT
007980     MOVE WS-LF-REFUSED TO DL-REFUSED
007990     MOVE WS-LF-HELD TO DL-HELD
008000     MOVE WS-LF-POLLS TO DL-POLLS
008010     MOVE ZERO TO WS-AVG-DEPTH
008020     IF WS-LF-POLLS > ZERO
008030         COMPUTE WS-AVG-DEPTH ROUNDED =
008040                 WS-LF-DEPTH-SUM / WS-LF-POLLS
008050     END-IF
008060     MOVE WS-AVG-DEPTH TO DL-DEPTH-AVG
008070     MOVE WS-LF-DEPTH-MAX TO DL-DEPTH-MAX
008080     INITIALIZE WS-LINE-FIGURES.
008090 5900-EXIT.
008100     EXIT.
008110*-----------------------------------------------------------------
008120*    SUMMARY - WHAT WAS READ AND THE DAY'S FIGURES.
008130*-----------------------------------------------------------------
008140 6000-PRINT-SUMMARY-SECTION.
008150     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
008160     MOVE SPACES TO WS-COLUMN-HEADING
008170     PERFORM 7350-START-SECTION THRU 7350-EXIT
008180     MOVE WS-RECORDS-READ TO WS-ED-COUNT
008190     MOVE SPACES TO WS-PRINT-LINE
008200     STRING "RECORD DI SVCTIME LETTI:    " WS-ED-COUNT
008210         DELIMITED BY SIZE INTO WS-PRINT-LINE
008220     END-STRING
008230     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008240     MOVE WS-OTHER-DAYS TO WS-ED-COUNT
008250     MOVE SPACES TO WS-PRINT-LINE
008260     STRING "  DI ALTRE GIORNATE:        " WS-ED-COUNT
008270         DELIMITED BY SIZE INTO WS-PRINT-LINE
008280     END-STRING
008290     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008300     MOVE WS-BAD-TIMES TO WS-ED-COUNT
008310     MOVE SPACES TO WS-PRINT-LINE
008320     STRING "  CON ORARIO NON VALIDO:    " WS-ED-COUNT
008330         DELIMITED BY SIZE INTO WS-PRINT-LINE
008340     END-STRING
008350     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008360     MOVE WS-DAY-COUNT TO WS-ED-COUNT
008370     MOVE SPACES TO WS-PRINT-LINE
008380     STRING "RICHIESTE DELLA GIORNATA:   " WS-ED-COUNT
008390         DELIMITED BY SIZE INTO WS-PRINT-LINE
008400     END-STRING
008410     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008420     MOVE WS-DAY-POLLS TO WS-ED-COUNT
008430     MOVE SPACES TO WS-PRINT-LINE
008440     STRING "CICLI CON RICHIESTE:        " WS-ED-COUNT
008450         DELIMITED BY SIZE INTO WS-PRINT-LINE
008460     END-STRING
008470     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008480     MOVE ZERO TO WS-AVG-SECS
008490     IF WS-DAY-COUNT > ZERO
008500         COMPUTE WS-AVG-SECS ROUNDED =
008510                 WS-DAY-TOTAL / WS-DAY-COUNT
008520     END-IF
008530     MOVE WS-AVG-SECS TO WS-ED-COUNT
008540     MOVE SPACES TO WS-PRINT-LINE
008550     STRING "RISPOSTA MEDIA (SEC):       " WS-ED-COUNT
008560         DELIMITED BY SIZE INTO WS-PRINT-LINE
008570     END-STRING
008580     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008590     MOVE WS-DAY-WORST TO WS-ED-COUNT
008600     MOVE SPACES TO WS-PRINT-LINE
008610     STRING "RISPOSTA PEGGIORE (SEC):    " WS-ED-COUNT
008620         DELIMITED BY SIZE INTO WS-PRINT-LINE
008630     END-STRING
008640     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008650     MOVE WS-DAY-DEPTH-MAX TO WS-ED-COUNT
008660     MOVE SPACES TO WS-PRINT-LINE
008670     STRING "CODA MASSIMA A UN CICLO:    " WS-ED-COUNT
008680         DELIMITED BY SIZE INTO WS-PRINT-LINE
008690     END-STRING
008700     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008710     MOVE WS-ALERTS-RAISED TO WS-ED-COUNT
008720     MOVE SPACES TO WS-PRINT-LINE
008730     STRING "ALLARMI SOLLEVATI:          " WS-ED-COUNT
008740         DELIMITED BY SIZE INTO WS-PRINT-LINE
008750     END-STRING
008760     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008770     IF WS-SRC-OVERFLOW > ZERO
008780         MOVE "*** TABELLA SORGENTI PIENA - TOTALI PER SORGENTE"
008790             TO WS-PRINT-LINE
008800         MOVE " INCOMPLETI" TO WS-PRINT-LINE (50:11)
008810         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008820     END-IF
008830     EVALUATE TRUE
008840         WHEN RETURN-CODE NOT < 16
008850             CONTINUE
008860         WHEN WS-SRC-OVERFLOW > ZERO
008870             MOVE 8 TO RETURN-CODE
008880         WHEN WS-DAY-COUNT = ZERO
008890             MOVE 4 TO RETURN-CODE
008900         WHEN OTHER
008910             CONTINUE
008920     END-EVALUATE.
008930 6000-EXIT.
008940     EXIT.
008950*-----------------------------------------------------------------
008960*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.  EACH SECTION
008970*    STARTS ON A NEW PAGE UNDER ITS OWN TITLE AND HEADINGS.
008980*-----------------------------------------------------------------
008990 7300-WRITE-REPORT-LINE.
009000     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
009010         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009020         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
009030     END-IF
009040     MOVE WS-PRINT-LINE TO SLARPT-RECORD
009050     WRITE SLARPT-RECORD
009060     ADD 1 TO WS-REPORT-LINE-COUNT.
009070 7300-EXIT.
009080     EXIT.
009090*-----------------------------------------------------------------
009100 7310-PRINT-REPORT-HEADER.
009110     ADD 1 TO WS-REPORT-PAGE-NO
009120     MOVE SPACES TO SLARPT-RECORD
009130     MOVE "SuS - LIVELLO DI SERVIZIO INTRADAY (ELMOSVC)"
009140         TO SLARPT-RECORD
009150     WRITE SLARPT-RECORD
009160     MOVE SPACES TO SLARPT-RECORD
009170     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
009180            WS-RUN-DATE          DELIMITED BY SIZE
009190            "   GIORNATA: "      DELIMITED BY SIZE
009200            WS-SEL-DATE          DELIMITED BY SIZE
009210            "   PAGINA: "        DELIMITED BY SIZE
009220            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
009230         INTO SLARPT-RECORD
009240     END-STRING
009250     WRITE SLARPT-RECORD
009260     MOVE WS-SECTION-TITLE TO SLARPT-RECORD
009270     WRITE SLARPT-RECORD
009280     IF WS-COLUMN-HEADING NOT = SPACES
009290         MOVE WS-COLUMN-HEADING TO SLARPT-RECORD
009300         WRITE SLARPT-RECORD
009310     END-IF
009320     MOVE ZERO TO WS-REPORT-LINE-COUNT.
009330 7310-EXIT.
009340     EXIT.
009350*-----------------------------------------------------------------
009360 7320-PRINT-REPORT-FOOTER.
009370     MOVE SPACES TO SLARPT-RECORD
009380     STRING "FINE PAGINA "       DELIMITED BY SIZE
009390            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
009400         INTO SLARPT-RECORD
009410     END-STRING
009420     WRITE SLARPT-RECORD.
009430 7320-EXIT.
009440     EXIT.
009450*-----------------------------------------------------------------
009460 7350-START-SECTION.
009470     IF WS-REPORT-PAGE-NO > ZERO
009480         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009490     END-IF
009500     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT.
009510 7350-EXIT.
009520     EXIT.
009530*-----------------------------------------------------------------
009540*    COLUMN HEADINGS OVER WS-DETAIL-LINE.
009550*-----------------------------------------------------------------
009560 7400-SET-FIGURE-HEADING.
009570     MOVE SPACES TO WS-COLUMN-HEADING
009580     MOVE "ORA" TO WS-COLUMN-HEADING (1:3)
009590     MOVE "SRC" TO WS-COLUMN-HEADING (8:3)
009600     MOVE "RICHIESTE" TO WS-COLUMN-HEADING (14:9)
009610     MOVE "MEDIA" TO WS-COLUMN-HEADING (27:5)
009620     MOVE "PEGG." TO WS-COLUMN-HEADING (37:5)
009630     MOVE "ATTESA" TO WS-COLUMN-HEADING (46:6)
009640     MOVE "RIFIUT." TO WS-COLUMN-HEADING (55:7)
009650     MOVE "TRATT." TO WS-COLUMN-HEADING (66:6)
009660     MOVE "CICLI" TO WS-COLUMN-HEADING (77:5)
009670     MOVE "CODA MED" TO WS-COLUMN-HEADING (84:8)
009680     MOVE "CODA MAX" TO WS-COLUMN-HEADING (94:8).
009690 7400-EXIT.
009700     EXIT.
009710*-----------------------------------------------------------------
009720*    TERMINATION - REPORT AND THE RUN LEDGER.
009730*-----------------------------------------------------------------
009740 9000-TERMINATE-PROGRAM.
009750     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009760     CLOSE SLARPT-FILE
009770     DISPLAY "RECORD DI SVCTIME LETTI: " WS-RECORDS-READ
009780     DISPLAY "RICHIESTE DELLA GIORNATA:" WS-DAY-COUNT
009790     MOVE "SLAREPT " TO WS-LDG-MODE
009800     MOVE WS-RECORDS-READ TO WS-LDG-IN
009810     MOVE WS-DAY-COUNT TO WS-LDG-OUT
009820     MOVE ZERO TO WS-LDG-REJ
009830     MOVE SPACE TO WS-LDG-RECON
009840     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
009850 9000-EXIT.
009860     EXIT.
009870*-----------------------------------------------------------------
009880*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
009890*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
009900*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
009910*    RUN.
009920*-----------------------------------------------------------------
009930 9500-WRITE-RUN-LEDGER.
009940     OPEN EXTEND RUNLEDG
009950     IF WS-RUNLEDG-FS NOT = "00"
009960         OPEN OUTPUT RUNLEDG
009970     END-IF
009980     IF WS-RUNLEDG-FS NOT = "00"
009990         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
010000             WS-RUNLEDG-FS
010010         GO TO 9500-EXIT
010020     END-IF
010030     MOVE SPACES TO LDG-RECORD
010040     MOVE "ELMOSLA " TO LDG-PROGRAM
010050     MOVE WS-RUN-DATE TO LDG-RUN-DATE
010060     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
010070     MOVE WS-LDG-MODE TO LDG-RUN-MODE
010080     MOVE WS-LDG-IN TO LDG-RECORDS-IN
010090     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
010100     MOVE WS-LDG-REJ TO LDG-REJECTS
010110     MOVE RETURN-CODE TO LDG-RETURN-CODE
010120     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
010130     WRITE LDG-RECORD
010140     CLOSE RUNLEDG.
010150 9500-EXIT.
010160     EXIT.
