000010*****************************************************************
000020*
000030*    PROGRAM:      ELMORDL  (SuS - FEED RE-DELIVERY)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      REGENERATES ONE SOURCE'S CSV FEED AND
000090*                  ACKNOWLEDGMENT FEED FROM AN EARLIER BATCH RUN,
000100*                  AS A DUPLICATE DELIVERY.  THE RUN IS FOUND ON
000110*                  THE FILE REGISTER (DD FILEREG) BY THE DAY IT
000120*                  RAN OR BY THE IDENTITY OF ITS TRXIN (SOURCE
000130*                  SYSTEM AND CREATION DATE OF THE HEADER), AND
000140*                  ITS FEEDS ARE TAKEN FROM THE FEED ARCHIVE (DD
000150*                  FEEDARC, COPYBOOK FARCREC) - THE GENERATION
000160*                  THE RUN CLOSED WITH THE SAME FILEREG IDENTITY.
000170*                  A RUN OF THE PARALLEL CYCLE HAS ONE REGISTER
000180*                  ENTRY AND ONE GENERATION PER STREAM; THE
000190*                  STREAMS ARE JOINED IN ARCHIVE ORDER AS THE
000200*                  ORIGINAL DELIVERY JOINS THEM.
000210*                  THE CSV FEED IS WRITTEN TO DD CSVOUT EXACTLY AS
000220*                  IT WAS DELIVERED.  THE ACKNOWLEDGMENT FEED GOES
000230*                  TO DD ACKOUT WITH EVERY "ACK," HEADER LINE
000240*                  MARKED ",DUPLICATO," AND THE DATE OF THE
000250*                  RE-DELIVERY AFTER THE ORIGINAL RUN DATE.  THE
000260*                  SEARCH AND THE OUTCOME ARE LISTED ON DD RDLRPT.
000270*                  A RUN NOT ON THE REGISTER, A RUN WHOSE
000280*                  ARCHIVE GENERATIONS HAVE ROLLED OFF (PAST
000290*                  RETENTION) AND A RUN DAY WITH MORE THAN ONE
000300*                  TRXIN FOR THE SOURCE ARE REPORTED AND NOTHING
000310*                  IS WRITTEN.
000320*
000330*    CONTROL CARDS (SYSIN, ONE PER LINE):
000340*        SOURCE=XXX           SOURCE TO RE-DELIVER - REQUIRED
000350*        RUNDATE=YYYYMMDD     DAY THE RUN WAS MADE
000360*        SYSTEM=XXXXXXXX      TRXIN HEADER SOURCE SYSTEM } BOTH
000370*        CREATED=YYYYMMDD     TRXIN HEADER CREATION DATE } OR NONE
000380*        RUNDATE, OR SYSTEM AND CREATED, OR ALL THREE.
000390*
000400*    RETURN-CODE 0 = RE-DELIVERED, 4 = THE SOURCE HAD NO FEED IN
000410*    THAT RUN, 8 = RUN NOT FOUND, PAST RETENTION, NOT ARCHIVED,
000420*    MORE THAN ONE RUN MATCHES, PART OF THE RUN NO LONGER
000430*    ARCHIVED OR THE LINES WRITTEN DO NOT RECONCILE,
000440*    12 = CONTROL CARDS INVALID, 16 = FILE ERROR.
000450*
000460*    MODIFICATION HISTORY
000470*    --------------------------------------------------------
000480*    10/15/2026  DF   INITIAL VERSION.
000482*    10/15/2026  DF   GENERATION START RECORDS - THE LINES OF A
000484*                     GENERATION THAT ENDED WITHOUT AN IDENTITY
000486*                     RECORD ARE SET ASIDE INSTEAD OF BEING TAKEN
000488*                     FOR THE NEXT REGISTERED RUN'S.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.   ELMORDL.
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
000620     SELECT FILEREG-FILE ASSIGN TO "FILEREG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-FILEREG-FS.
000650     SELECT FEEDARC-FILE ASSIGN TO "FEEDARC"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-FEEDARC-FS.
000680     SELECT CSVOUT-FILE ASSIGN TO "CSVOUT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CSVOUT-FS.
000710     SELECT ACKOUT-FILE ASSIGN TO "ACKOUT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ACKOUT-FS.
000740     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CTLCARD-FS.
000770     SELECT RDLRPT-FILE ASSIGN TO "RDLRPT"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-RDLRPT-FS.
000800     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-RUNLEDG-FS.
000830*****************************************************************
000840*    DATA DIVISION
000850*****************************************************************
000860 DATA DIVISION.
000870 FILE SECTION.
000880*----------------------------------------------------------------
000890*    REGISTER OF TRANSACTION FILES ALREADY PROCESSED - ONE
000900*    RECORD PER COMPLETED BATCH RUN, AS WRITTEN BY ELMO.
000910*----------------------------------------------------------------
000920 FD  FILEREG-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 01  FREG-RECORD.
000960     05  FREG-SOURCE-SYSTEM       PIC X(08).
000970     05  FREG-CREATE-DATE         PIC X(08).
000980     05  FREG-RECORD-COUNT        PIC 9(09).
000990     05  FREG-HASH-OPERAND-1      PIC S9(11)V9(07).
001000     05  FREG-HASH-OPERAND-2      PIC S9(11)V9(07).
001010     05  FREG-RUN-TIMESTAMP       PIC X(26).
001020*----------------------------------------------------------------
001030*    FEED ARCHIVE - ALL GENERATIONS, OLDEST FIRST.
001040*----------------------------------------------------------------
001050 FD  FEEDARC-FILE
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 COPY FARCREC.
001090*----------------------------------------------------------------
001100*    RE-DELIVERED FEEDS - SAME LINE LAYOUT AS CSVSRCNN/ACKSRCNN.
001110*----------------------------------------------------------------
001120 FD  CSVOUT-FILE
001130     RECORDING MODE IS F.
001140 01  CSVOUT-RECORD                PIC X(100).
001150 FD  ACKOUT-FILE
001160     RECORDING MODE IS F.
001170 01  ACKOUT-RECORD                PIC X(100).
001180*----------------------------------------------------------------
001190*    CONTROL CARDS.
001200*----------------------------------------------------------------
001210 FD  CTLCARD-FILE
001220     RECORDING MODE IS F.
001230 01  CTLCARD-RECORD               PIC X(80).
001240*----------------------------------------------------------------
001250*    PRINTED LISTING.
001260*----------------------------------------------------------------
001270 FD  RDLRPT-FILE
001280     RECORDING MODE IS F.
001290 01  RDLRPT-RECORD                PIC X(132).
001300*----------------------------------------------------------------
001310*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
001320*----------------------------------------------------------------
001330 FD  RUNLEDG
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 COPY LEDGREC.
001370*****************************************************************
001380 WORKING-STORAGE SECTION.
001390*----------------------------------------------------------------
001400*    FILE STATUS SWITCHES.
001410*----------------------------------------------------------------
001420 01  WS-FILE-STATUSES.
001430     05  WS-FILEREG-FS            PIC X(02) VALUE SPACES.
001440     05  WS-FEEDARC-FS            PIC X(02) VALUE SPACES.
001450     05  WS-CSVOUT-FS             PIC X(02) VALUE SPACES.
001460     05  WS-ACKOUT-FS             PIC X(02) VALUE SPACES.
001470     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001480     05  WS-RDLRPT-FS             PIC X(02) VALUE SPACES.
001490     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001500*----------------------------------------------------------------
001510*    PROGRAM SWITCHES.
001520*----------------------------------------------------------------
001530 01  WS-SWITCHES.
001540     05  WS-FILEREG-EOF-SW        PIC X(01) VALUE "N".
001550         88  WS-FILEREG-EOF           VALUE "Y".
001560     05  WS-FEEDARC-EOF-SW        PIC X(01) VALUE "N".
001570         88  WS-FEEDARC-EOF           VALUE "Y".
001580     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001590         88  WS-CTLCARD-EOF           VALUE "Y".
001600     05  WS-CARD-ERROR-SW         PIC X(01) VALUE "N".
001610         88  WS-CARD-ERROR            VALUE "Y".
001620     05  WS-DATE-BAD-SW           PIC X(01) VALUE "N".
001630         88  WS-DATE-BAD              VALUE "Y".
001640     05  WS-GROUP-SEL-SW          PIC X(01) VALUE "N".
001650         88  WS-GROUP-SELECTED        VALUE "Y".
001660     05  WS-INCOMPLETE-SW         PIC X(01) VALUE "N".
001670         88  WS-RUN-INCOMPLETE        VALUE "Y".
001680*----------------------------------------------------------------
001690*    OUTCOME OF THE SEARCH - SET BY 4000, PRINTED BY 6000.
001700*----------------------------------------------------------------
001710 01  WS-OUTCOME-SW                PIC X(01) VALUE SPACE.
001720     88  WS-OUT-DELIVER               VALUE "D".
001730     88  WS-OUT-NOT-FOUND             VALUE "N".
001740     88  WS-OUT-RETENTION             VALUE "R".
001750     88  WS-OUT-NOT-ARCHIVED          VALUE "A".
001760     88  WS-OUT-NO-FEED               VALUE "F".
001770     88  WS-OUT-AMBIGUOUS             VALUE "M".
001780     88  WS-OUT-FILE-ERROR            VALUE "E".
001790*----------------------------------------------------------------
001800*    SELECTION.
001810*----------------------------------------------------------------
001820 01  WS-SEL-SOURCE                PIC X(03) VALUE SPACES.
001830 01  WS-SEL-RUNDATE               PIC X(08) VALUE SPACES.
001840 01  WS-SEL-SYSTEM                PIC X(08) VALUE SPACES.
001850 01  WS-SEL-CREATED               PIC X(08) VALUE SPACES.
001860 01  WS-CHECK-DATE                PIC X(08) VALUE SPACES.
001870 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001880 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001890 01  WS-CARD-ERROR-TEXT           PIC X(50) VALUE SPACES.
001900*----------------------------------------------------------------
001910*    REGISTER ENTRIES MATCHING THE SELECTION, WITH WHERE EACH
001920*    ONE'S GENERATION SITS ON THE ARCHIVE (ZERO = NOT FOUND) AND
001930*    THE LINES IT HOLDS FOR THE SOURCE.
001940*----------------------------------------------------------------
001950 01  WS-RUN-TABLE.
001960     05  WS-RUN-USED              PIC 9(03) COMP VALUE ZERO.
001970     05  WS-RUN-ENTRY OCCURS 100 TIMES.
001980         10  WS-RUN-SYSTEM            PIC X(08).
001990         10  WS-RUN-CREATED           PIC X(08).
002000         10  WS-RUN-COUNT             PIC 9(09).
002010         10  WS-RUN-TIMESTAMP         PIC X(26).
002020         10  WS-RUN-GROUP             PIC 9(05) COMP.
002030         10  WS-RUN-CSV-LINES         PIC 9(09) COMP.
002040         10  WS-RUN-ACK-LINES         PIC 9(09) COMP.
002050         10  WS-RUN-SEL-SW            PIC X(01).
002060             88  WS-RUN-SELECTED          VALUE "Y".
002070 01  WS-RUN-IX                    PIC 9(03) COMP VALUE ZERO.
002080 77  WS-RUN-LOST                  PIC 9(05) COMP VALUE ZERO.
002090 77  WS-REG-READ                  PIC 9(09) COMP VALUE ZERO.
002100*----------------------------------------------------------------
002110*    THE TRXIN IDENTITY CHOSEN FOR RE-DELIVERY AND THE NUMBER OF
002120*    DIFFERENT IDENTITIES THAT HAVE LINES FOR THE SOURCE.
002130*----------------------------------------------------------------
002140 01  WS-ID-SYSTEM                 PIC X(08) VALUE SPACES.
002150 01  WS-ID-CREATED                PIC X(08) VALUE SPACES.
002160 77  WS-ID-COUNT                  PIC 9(03) COMP VALUE ZERO.
002170 77  WS-ARCHIVED-ENTRIES          PIC 9(03) COMP VALUE ZERO.
002180 01  WS-LATEST-RUN                PIC X(08) VALUE SPACES.
002190*----------------------------------------------------------------
002200*    ARCHIVE PASSES.  A GENERATION STARTS WITH A START RECORD
002210*    (OLDER GENERATIONS HAVE NONE) AND A REGISTERED ONE ENDS
002212*    WITH ITS IDENTITY RECORD.  WS-GROUP-NO COUNTS THE START AND
002214*    IDENTITY RECORDS READ SO FAR, SO THE LINES OF A GENERATION
002216*    WITH NO IDENTITY RECORD FALL IN A GROUP NO ENTRY POINTS AT.
002220*----------------------------------------------------------------
002230 77  WS-GROUP-NO                  PIC 9(05) COMP VALUE ZERO.
002240 77  WS-CUR-GROUP                 PIC 9(05) COMP VALUE ZERO.
002250 77  WS-GRP-CSV                   PIC 9(09) COMP VALUE ZERO.
002260 77  WS-GRP-ACK                   PIC 9(09) COMP VALUE ZERO.
002270 77  WS-ARC-READ                  PIC 9(09) COMP VALUE ZERO.
002280 77  WS-ARC-RUNS                  PIC 9(05) COMP VALUE ZERO.
002285 77  WS-UNREG-LINES               PIC 9(09) COMP VALUE ZERO.
002290 01  WS-OLDEST-RUN                PIC X(08) VALUE SPACES.
002300 77  WS-CSV-COUNTED               PIC 9(09) COMP VALUE ZERO.
002310 77  WS-ACK-COUNTED               PIC 9(09) COMP VALUE ZERO.
002320 77  WS-CSV-WRITTEN               PIC 9(09) COMP VALUE ZERO.
002330 77  WS-ACK-WRITTEN               PIC 9(09) COMP VALUE ZERO.
002340 77  WS-ACK-MARKED                PIC 9(05) COMP VALUE ZERO.
002350*----------------------------------------------------------------
002360*    DATE SERVICES MODULE COMMUNICATION AREA.
002370*----------------------------------------------------------------
002380 COPY DATCOM.
002390*----------------------------------------------------------------
002400*    REPORT FORMATTING.
002410*----------------------------------------------------------------
002420 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002430 01  WS-REPORT-TITLE              PIC X(60) VALUE SPACES.
002440 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
002450 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
002460 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
002470 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
002480 01  WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.
002490 01  WS-SECTION-TITLE             PIC X(60) VALUE SPACES.
002500 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002510*----------------------------------------------------------------
002520*    RUN LEDGER CLOSE-OUT.
002530*----------------------------------------------------------------
002540 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
002550 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
002560 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
002570 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
002580*****************************************************************
002590*    PROCEDURE DIVISION
002600*****************************************************************
002610 PROCEDURE DIVISION.
002620*-----------------------------------------------------------------
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002650     PERFORM 2000-FIND-RUN THRU 2000-EXIT
002660     PERFORM 3000-SCAN-ARCHIVE THRU 3000-EXIT
002670     PERFORM 4000-RESOLVE-RUN THRU 4000-EXIT
002680     IF WS-OUT-DELIVER
002690         PERFORM 5000-REDELIVER-FEEDS THRU 5000-EXIT
002700     END-IF
002710     PERFORM 6000-PRINT-SEARCH THRU 6000-EXIT
002720     PERFORM 6500-PRINT-SUMMARY THRU 6500-EXIT
002730     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
002740     STOP RUN.
002750*-----------------------------------------------------------------
002760*    INITIALIZATION - CONTROL CARDS AND REPORT.  A BAD CARD ENDS
002770*    THE RUN WITH ONLY THE REASON PRINTED.
002780*-----------------------------------------------------------------
002790 1000-INITIALIZE.
002800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002810     MOVE "SuS - RIDISTRIBUZIONE FEED DI UNA CORSA"
002820         TO WS-REPORT-TITLE
002830     OPEN OUTPUT RDLRPT-FILE
002840     IF WS-RDLRPT-FS NOT = "00"
002850         DISPLAY "IMPOSSIBILE APRIRE RDLRPT - FILE STATUS "
002860             WS-RDLRPT-FS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
002910     PERFORM 1200-CHECK-SELECTION THRU 1200-EXIT
002920     IF NOT WS-CARD-ERROR
002930         GO TO 1000-EXIT
002940     END-IF
002950     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
002960     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
002970     MOVE SPACES TO WS-PRINT-LINE
002980     STRING "*** " WS-CARD-ERROR-TEXT " - NESSUNA RIDISTRIBUZIONE"
002990         DELIMITED BY SIZE INTO WS-PRINT-LINE
003000     END-STRING
003010     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003020     DISPLAY WS-CARD-ERROR-TEXT
003030     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003040     CLOSE RDLRPT-FILE
003050     MOVE 12 TO RETURN-CODE
003060     STOP RUN.
003070 1000-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100*    CONTROL CARDS - KEYWORD=VALUE, ONE PER LINE.
003110*-----------------------------------------------------------------
003120 1100-READ-CONTROL-CARDS.
003130     OPEN INPUT CTLCARD-FILE
003140     IF WS-CTLCARD-FS NOT = "00"
003150         SET WS-CTLCARD-EOF TO TRUE
003160         GO TO 1100-EXIT
003170     END-IF
003180     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003190     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
003200         UNTIL WS-CTLCARD-EOF
003210     CLOSE CTLCARD-FILE.
003220 1100-EXIT.
003230     EXIT.
003240*-----------------------------------------------------------------
003250 1110-READ-ONE-CARD.
003260     READ CTLCARD-FILE
003270         AT END SET WS-CTLCARD-EOF TO TRUE
003280     END-READ.
003290 1110-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320 1120-APPLY-CONTROL-CARD.
003330     MOVE SPACES TO WS-CARD-KEYWORD
003340     MOVE SPACES TO WS-CARD-VALUE
003350     UNSTRING CTLCARD-RECORD DELIMITED BY "="
003360         INTO WS-CARD-KEYWORD WS-CARD-VALUE
003370     END-UNSTRING
003380     EVALUATE WS-CARD-KEYWORD
003390         WHEN "SOURCE"
003400             MOVE WS-CARD-VALUE (1:3) TO WS-SEL-SOURCE
003410         WHEN "RUNDATE"
003420             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-RUNDATE
003430         WHEN "SYSTEM"
003440             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-SYSTEM
003450         WHEN "CREATED"
003460             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-CREATED
003470         WHEN SPACES
003480             CONTINUE
003490         WHEN OTHER
003500             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
003510                 CTLCARD-RECORD
003520     END-EVALUATE
003530     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
003540 1120-EXIT.
003550     EXIT.
003560*-----------------------------------------------------------------
003570*    THE SOURCE IS REQUIRED, AND THE RUN IS NAMED BY ITS DAY, BY
003580*    ITS TRXIN IDENTITY (SYSTEM AND CREATED TOGETHER) OR BY BOTH.
003590*    THE DATES MUST BE REAL DATES; A RUN DAY CANNOT BE IN THE
003600*    FUTURE.
003610*-----------------------------------------------------------------
003620 1200-CHECK-SELECTION.
003630     IF WS-SEL-SOURCE = SPACES
003640         MOVE "SCHEDA SOURCE OBBLIGATORIA"
003650             TO WS-CARD-ERROR-TEXT
003660         SET WS-CARD-ERROR TO TRUE
003670         GO TO 1200-EXIT
003680     END-IF
003690     IF (WS-SEL-SYSTEM = SPACES
003700         AND WS-SEL-CREATED NOT = SPACES)
003710        OR (WS-SEL-SYSTEM NOT = SPACES
003720         AND WS-SEL-CREATED = SPACES)
003730         MOVE "LE SCHEDE SYSTEM E CREATED VANNO INDICATE INSIEME"
003740             TO WS-CARD-ERROR-TEXT
003750         SET WS-CARD-ERROR TO TRUE
003760         GO TO 1200-EXIT
003770     END-IF
003780     IF WS-SEL-RUNDATE = SPACES AND WS-SEL-SYSTEM = SPACES
003790         MOVE "INDICARE RUNDATE OPPURE SYSTEM E CREATED"
003800             TO WS-CARD-ERROR-TEXT
003810         SET WS-CARD-ERROR TO TRUE
003820         GO TO 1200-EXIT
003830     END-IF
003840     IF WS-SEL-RUNDATE NOT = SPACES
003850         MOVE WS-SEL-RUNDATE TO WS-CHECK-DATE
003860         PERFORM 1210-CHECK-ONE-DATE THRU 1210-EXIT
003870         IF WS-DATE-BAD
003880             MOVE "DATA NON VALIDA SULLA SCHEDA RUNDATE"
003890                 TO WS-CARD-ERROR-TEXT
003900             SET WS-CARD-ERROR TO TRUE
003910             GO TO 1200-EXIT
003920         END-IF
003930         IF WS-SEL-RUNDATE > WS-RUN-DATE
003940             MOVE "DATA FUTURA SULLA SCHEDA RUNDATE"
003950                 TO WS-CARD-ERROR-TEXT
003960             SET WS-CARD-ERROR TO TRUE
003970             GO TO 1200-EXIT
003980         END-IF
003990     END-IF
004000     IF WS-SEL-CREATED NOT = SPACES
004010         MOVE WS-SEL-CREATED TO WS-CHECK-DATE
004020         PERFORM 1210-CHECK-ONE-DATE THRU 1210-EXIT
004030         IF WS-DATE-BAD
004040             MOVE "DATA NON VALIDA SULLA SCHEDA CREATED"
004050                 TO WS-CARD-ERROR-TEXT
004060             SET WS-CARD-ERROR TO TRUE
004070             GO TO 1200-EXIT
004080         END-IF
004090     END-IF.
004100 1200-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130 1210-CHECK-ONE-DATE.
004140     MOVE "N" TO WS-DATE-BAD-SW
004150     IF WS-CHECK-DATE NOT NUMERIC
004160         SET WS-DATE-BAD TO TRUE
004170         GO TO 1210-EXIT
004180     END-IF
004190     SET DAT-FUNC-DAY-COUNT TO TRUE
004200     MOVE "A" TO DAT-BASIS
004210     MOVE WS-CHECK-DATE TO DAT-DATE-1
004220     MOVE WS-CHECK-DATE TO DAT-DATE-2
004230     MOVE ZERO TO DAT-DAYS
004240     CALL "ELMODAT" USING DAT-COMMAREA
004250     IF DAT-DATE-INVALID
004260         SET WS-DATE-BAD TO TRUE
004270     END-IF.
004280 1210-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310*    REGISTER SEARCH - EVERY FILEREG ENTRY OF THE RUN DAY AND/OR
004320*    THE TRXIN IDENTITY ASKED FOR.  THE DAY IS THE DAY OF THE RUN
004330*    TIMESTAMP THE ENTRY WAS REGISTERED WITH.
004340*-----------------------------------------------------------------
004350 2000-FIND-RUN.
004360     OPEN INPUT FILEREG-FILE
004370     IF WS-FILEREG-FS NOT = "00"
004380         DISPLAY "IMPOSSIBILE APRIRE FILEREG - FILE STATUS "
004390             WS-FILEREG-FS
004400         SET WS-OUT-FILE-ERROR TO TRUE
004410         MOVE 16 TO RETURN-CODE
004420         GO TO 2000-EXIT
004430     END-IF
004440     PERFORM 2100-READ-REGISTER THRU 2100-EXIT
004450     PERFORM 2200-MATCH-REGISTER-ENTRY THRU 2200-EXIT
004460         UNTIL WS-FILEREG-EOF
004470     CLOSE FILEREG-FILE.
004480 2000-EXIT.
004490     EXIT.
004500*-----------------------------------------------------------------
004510 2100-READ-REGISTER.
004520     READ FILEREG-FILE
004530         AT END SET WS-FILEREG-EOF TO TRUE
004540     END-READ.
004550 2100-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580 2200-MATCH-REGISTER-ENTRY.
004590     ADD 1 TO WS-REG-READ
004600     IF WS-SEL-RUNDATE NOT = SPACES
004610        AND FREG-RUN-TIMESTAMP (1:8) NOT = WS-SEL-RUNDATE
004620         GO TO 2200-NEXT
004630     END-IF
004640     IF WS-SEL-SYSTEM NOT = SPACES
004650        AND (FREG-SOURCE-SYSTEM NOT = WS-SEL-SYSTEM
004660          OR FREG-CREATE-DATE NOT = WS-SEL-CREATED)
004670         GO TO 2200-NEXT
004680     END-IF
004690     IF WS-RUN-USED NOT < 100
004700         ADD 1 TO WS-RUN-LOST
004710         GO TO 2200-NEXT
004720     END-IF
004730     ADD 1 TO WS-RUN-USED
004740     MOVE FREG-SOURCE-SYSTEM TO WS-RUN-SYSTEM (WS-RUN-USED)
004750     MOVE FREG-CREATE-DATE TO WS-RUN-CREATED (WS-RUN-USED)
004760     MOVE FREG-RECORD-COUNT TO WS-RUN-COUNT (WS-RUN-USED)
004770     MOVE FREG-RUN-TIMESTAMP TO WS-RUN-TIMESTAMP (WS-RUN-USED)
004780     MOVE ZERO TO WS-RUN-GROUP (WS-RUN-USED)
004790     MOVE ZERO TO WS-RUN-CSV-LINES (WS-RUN-USED)
004800     MOVE ZERO TO WS-RUN-ACK-LINES (WS-RUN-USED)
004810     MOVE "N" TO WS-RUN-SEL-SW (WS-RUN-USED).
004820 2200-NEXT.
004830     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
004840 2200-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870*    FIRST ARCHIVE PASS - EACH GENERATION'S IDENTITY RECORD IS
004880*    MATCHED TO THE REGISTER ENTRIES FOUND, WITH THE LINES THE
004890*    GENERATION HOLDS FOR THE SOURCE.  LINES AFTER THE LAST
004900*    IDENTITY RECORD, LIKE THOSE BEFORE A START RECORD, BELONG TO
004905*    A RUN THAT WAS NEVER REGISTERED AND ARE SET ASIDE.
004910*    THE OLDEST RUN STILL ON THE ARCHIVE TELLS A RUN PAST
004920*    RETENTION FROM ONE THAT WAS NEVER ARCHIVED.
004930*-----------------------------------------------------------------
004940 3000-SCAN-ARCHIVE.
004950     IF WS-OUT-FILE-ERROR OR WS-RUN-USED = ZERO
004960         GO TO 3000-EXIT
004970     END-IF
004980     OPEN INPUT FEEDARC-FILE
004990     IF WS-FEEDARC-FS NOT = "00"
005000         DISPLAY "IMPOSSIBILE APRIRE FEEDARC - FILE STATUS "
005010             WS-FEEDARC-FS
005020         SET WS-OUT-FILE-ERROR TO TRUE
005030         MOVE 16 TO RETURN-CODE
005040         GO TO 3000-EXIT
005050     END-IF
005060     MOVE "N" TO WS-FEEDARC-EOF-SW
005070     MOVE ZERO TO WS-GROUP-NO
005080     MOVE ZERO TO WS-GRP-CSV
005090     MOVE ZERO TO WS-GRP-ACK
005100     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
005110     PERFORM 3200-COUNT-ARCHIVE-RECORD THRU 3200-EXIT
005120         UNTIL WS-FEEDARC-EOF
005123     ADD WS-GRP-CSV TO WS-UNREG-LINES
005126     ADD WS-GRP-ACK TO WS-UNREG-LINES
005130     CLOSE FEEDARC-FILE.
005140 3000-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170 3100-READ-ARCHIVE.
005180     READ FEEDARC-FILE
005190         AT END SET WS-FEEDARC-EOF TO TRUE
005200     END-READ.
005210 3100-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240 3200-COUNT-ARCHIVE-RECORD.
005250     ADD 1 TO WS-ARC-READ
005251     IF FARC-RUN-START
005252         ADD 1 TO WS-GROUP-NO
005253         ADD WS-GRP-CSV TO WS-UNREG-LINES
005254         ADD WS-GRP-ACK TO WS-UNREG-LINES
005255         MOVE ZERO TO WS-GRP-CSV
005256         MOVE ZERO TO WS-GRP-ACK
005257         GO TO 3200-NEXT
005258     END-IF
005260     IF FARC-RUN-IDENTITY
005270         ADD 1 TO WS-GROUP-NO
005280         ADD 1 TO WS-ARC-RUNS
005290         IF WS-OLDEST-RUN = SPACES
005300            OR FARC-RUN-TIMESTAMP (1:8) < WS-OLDEST-RUN
005310             MOVE FARC-RUN-TIMESTAMP (1:8) TO WS-OLDEST-RUN
005320         END-IF
005330         PERFORM 3300-MATCH-GENERATION THRU 3300-EXIT
005340             VARYING WS-RUN-IX FROM 1 BY 1
005350             UNTIL WS-RUN-IX > WS-RUN-USED
005360         MOVE ZERO TO WS-GRP-CSV
005370         MOVE ZERO TO WS-GRP-ACK
005380         GO TO 3200-NEXT
005390     END-IF
005400     IF FARC-SRC-ID NOT = WS-SEL-SOURCE
005410         GO TO 3200-NEXT
005420     END-IF
005430     IF FARC-CSV-LINE
005440         ADD 1 TO WS-GRP-CSV
005450     END-IF
005460     IF FARC-ACK-LINE
005470         ADD 1 TO WS-GRP-ACK
005480     END-IF.
005490 3200-NEXT.
005500     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
005510 3200-EXIT.
005520     EXIT.
005530*-----------------------------------------------------------------
005540 3300-MATCH-GENERATION.
005550     IF WS-RUN-SYSTEM (WS-RUN-IX) = FARC-SOURCE-SYSTEM
005560        AND WS-RUN-CREATED (WS-RUN-IX) = FARC-CREATE-DATE
005570        AND WS-RUN-TIMESTAMP (WS-RUN-IX) = FARC-RUN-TIMESTAMP
005580         MOVE WS-GROUP-NO TO WS-RUN-GROUP (WS-RUN-IX)
005590         MOVE WS-GRP-CSV TO WS-RUN-CSV-LINES (WS-RUN-IX)
005600         MOVE WS-GRP-ACK TO WS-RUN-ACK-LINES (WS-RUN-IX)
005610     END-IF.
005620 3300-EXIT.
005630     EXIT.
005640*-----------------------------------------------------------------
005650*    RESOLUTION - THE RUN TO RE-DELIVER IS THE ONE TRXIN IDENTITY
005660*    WHOSE ARCHIVED GENERATIONS HOLD LINES FOR THE SOURCE.  NONE
005670*    FOUND IS EITHER PAST RETENTION (THE RUN IS OLDER THAN
005680*    ANYTHING STILL ARCHIVED), NOT ARCHIVED, OR NO FEED FOR THE
005690*    SOURCE IN THAT RUN; MORE THAN ONE NEEDS SYSTEM AND CREATED.
005700*-----------------------------------------------------------------
005710 4000-RESOLVE-RUN.
005720     IF WS-OUT-FILE-ERROR
005730         GO TO 4000-EXIT
005740     END-IF
005750     IF WS-RUN-USED = ZERO
005760         SET WS-OUT-NOT-FOUND TO TRUE
005770         GO TO 4000-EXIT
005780     END-IF
005790     PERFORM 4100-CHECK-IDENTITY THRU 4100-EXIT
005800         VARYING WS-RUN-IX FROM 1 BY 1
005810         UNTIL WS-RUN-IX > WS-RUN-USED
005820     IF WS-ID-COUNT > 1
005830         SET WS-OUT-AMBIGUOUS TO TRUE
005840         GO TO 4000-EXIT
005850     END-IF
005860     IF WS-ID-COUNT = ZERO
005870         IF WS-ARCHIVED-ENTRIES > ZERO
005880             SET WS-OUT-NO-FEED TO TRUE
005890         ELSE
005900             IF WS-OLDEST-RUN NOT = SPACES
005910                AND WS-LATEST-RUN < WS-OLDEST-RUN
005920                 SET WS-OUT-RETENTION TO TRUE
005930             ELSE
005940                 SET WS-OUT-NOT-ARCHIVED TO TRUE
005950             END-IF
005960         END-IF
005970         GO TO 4000-EXIT
005980     END-IF
005990     PERFORM 4200-SELECT-ENTRY THRU 4200-EXIT
006000         VARYING WS-RUN-IX FROM 1 BY 1
006010         UNTIL WS-RUN-IX > WS-RUN-USED
006020     SET WS-OUT-DELIVER TO TRUE.
006030 4000-EXIT.
006040     EXIT.
006050*-----------------------------------------------------------------
006060 4100-CHECK-IDENTITY.
006070     IF WS-RUN-TIMESTAMP (WS-RUN-IX) (1:8) > WS-LATEST-RUN
006080         MOVE WS-RUN-TIMESTAMP (WS-RUN-IX) (1:8) TO WS-LATEST-RUN
006090     END-IF
006100     IF WS-RUN-GROUP (WS-RUN-IX) = ZERO
006110         GO TO 4100-EXIT
006120     END-IF
006130     ADD 1 TO WS-ARCHIVED-ENTRIES
006140     IF WS-RUN-CSV-LINES (WS-RUN-IX) = ZERO
006150        AND WS-RUN-ACK-LINES (WS-RUN-IX) = ZERO
006160         GO TO 4100-EXIT
006170     END-IF
006180     IF WS-ID-COUNT = ZERO
006190         MOVE WS-RUN-SYSTEM (WS-RUN-IX) TO WS-ID-SYSTEM
006200         MOVE WS-RUN-CREATED (WS-RUN-IX) TO WS-ID-CREATED
006210         MOVE 1 TO WS-ID-COUNT
006220         GO TO 4100-EXIT
006230     END-IF
006240     IF WS-RUN-SYSTEM (WS-RUN-IX) NOT = WS-ID-SYSTEM
006250        OR WS-RUN-CREATED (WS-RUN-IX) NOT = WS-ID-CREATED
006260         ADD 1 TO WS-ID-COUNT
006270     END-IF.
006280 4100-EXIT.
006290     EXIT.
006300*-----------------------------------------------------------------
006310*    EVERY REGISTER ENTRY OF THE CHOSEN IDENTITY IS RE-DELIVERED;
006320*    ONE WHOSE GENERATION IS NO LONGER ARCHIVED MAKES THE
006330*    RE-DELIVERY INCOMPLETE.
006340*-----------------------------------------------------------------
006350 4200-SELECT-ENTRY.
006360     IF WS-RUN-SYSTEM (WS-RUN-IX) NOT = WS-ID-SYSTEM
006370        OR WS-RUN-CREATED (WS-RUN-IX) NOT = WS-ID-CREATED
006380         GO TO 4200-EXIT
006390     END-IF
006400     IF WS-RUN-GROUP (WS-RUN-IX) = ZERO
006410         SET WS-RUN-INCOMPLETE TO TRUE
006420         GO TO 4200-EXIT
006430     END-IF
006440     SET WS-RUN-SELECTED (WS-RUN-IX) TO TRUE
006450     ADD WS-RUN-CSV-LINES (WS-RUN-IX) TO WS-CSV-COUNTED
006460     ADD WS-RUN-ACK-LINES (WS-RUN-IX) TO WS-ACK-COUNTED.
006470 4200-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------------
006500*    SECOND ARCHIVE PASS - THE SOURCE'S LINES OF THE SELECTED
006510*    GENERATIONS, IN ARCHIVE ORDER.  THE CSV LINES ARE COPIED AS
006520*    THEY ARE; EACH ACK HEADER LINE IS MARKED AS A DUPLICATE.
006530*-----------------------------------------------------------------
006540 5000-REDELIVER-FEEDS.
006550     OPEN OUTPUT CSVOUT-FILE
006560     IF WS-CSVOUT-FS NOT = "00"
006570         DISPLAY "IMPOSSIBILE APRIRE CSVOUT - FILE STATUS "
006580             WS-CSVOUT-FS
006590         SET WS-OUT-FILE-ERROR TO TRUE
006600         MOVE 16 TO RETURN-CODE
006610         GO TO 5000-EXIT
006620     END-IF
006630     OPEN OUTPUT ACKOUT-FILE
006640     IF WS-ACKOUT-FS NOT = "00"
006650         DISPLAY "IMPOSSIBILE APRIRE ACKOUT - FILE STATUS "
006660             WS-ACKOUT-FS
006670         CLOSE CSVOUT-FILE
006680         SET WS-OUT-FILE-ERROR TO TRUE
006690         MOVE 16 TO RETURN-CODE
006700         GO TO 5000-EXIT
006710     END-IF
006720     OPEN INPUT FEEDARC-FILE
006730     IF WS-FEEDARC-FS NOT = "00"
006740         DISPLAY "IMPOSSIBILE RILEGGERE FEEDARC - FILE STATUS "
006750             WS-FEEDARC-FS
006760         CLOSE CSVOUT-FILE
006770         CLOSE ACKOUT-FILE
006780         SET WS-OUT-FILE-ERROR TO TRUE
006790         MOVE 16 TO RETURN-CODE
006800         GO TO 5000-EXIT
006810     END-IF
006820     MOVE "N" TO WS-FEEDARC-EOF-SW
006830     MOVE ZERO TO WS-GROUP-NO
006840     PERFORM 5150-CHECK-GROUP THRU 5150-EXIT
006850     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT
006860     PERFORM 5100-COPY-ARCHIVE-RECORD THRU 5100-EXIT
006870         UNTIL WS-FEEDARC-EOF
006880     CLOSE FEEDARC-FILE
006890     CLOSE CSVOUT-FILE
006900     CLOSE ACKOUT-FILE.
006910 5000-EXIT.
006920     EXIT.
006930*-----------------------------------------------------------------
006940 5100-COPY-ARCHIVE-RECORD.
006950     IF FARC-RUN-IDENTITY OR FARC-RUN-START
006960         ADD 1 TO WS-GROUP-NO
006970         PERFORM 5150-CHECK-GROUP THRU 5150-EXIT
006980         GO TO 5100-NEXT
006990     END-IF
007000     IF NOT WS-GROUP-SELECTED
007010        OR FARC-SRC-ID NOT = WS-SEL-SOURCE
007020         GO TO 5100-NEXT
007030     END-IF
007040     IF FARC-CSV-LINE
007050         MOVE FARC-LINE TO CSVOUT-RECORD
007060         WRITE CSVOUT-RECORD
007070         ADD 1 TO WS-CSV-WRITTEN
007080     END-IF
007090     IF FARC-ACK-LINE
007100         MOVE FARC-LINE TO ACKOUT-RECORD
007110         IF ACKOUT-RECORD (1:4) = "ACK,"
007120             MOVE ",DUPLICATO," TO ACKOUT-RECORD (35:11)
007130             MOVE WS-RUN-DATE TO ACKOUT-RECORD (46:8)
007140             ADD 1 TO WS-ACK-MARKED
007150         END-IF
007160         WRITE ACKOUT-RECORD
007170         ADD 1 TO WS-ACK-WRITTEN
007180     END-IF.
007190 5100-NEXT.
007200     PERFORM 3100-READ-ARCHIVE THRU 3100-EXIT.
007210 5100-EXIT.
007220     EXIT.
007230*-----------------------------------------------------------------
007240*    THE GROUP NOW STARTING IS THE ONE AFTER WS-GROUP-NO START
007250*    AND IDENTITY RECORDS - SELECTED IF A SELECTED ENTRY POINTS
007255*    AT IT.
007260*-----------------------------------------------------------------
007270 5150-CHECK-GROUP.
007280     MOVE "N" TO WS-GROUP-SEL-SW
007290     COMPUTE WS-CUR-GROUP = WS-GROUP-NO + 1
007300     PERFORM 5160-CHECK-ONE-ENTRY THRU 5160-EXIT
007310         VARYING WS-RUN-IX FROM 1 BY 1
007320         UNTIL WS-RUN-IX > WS-RUN-USED.
007330 5150-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------------
007360 5160-CHECK-ONE-ENTRY.
007370     IF WS-RUN-SELECTED (WS-RUN-IX)
007380        AND WS-RUN-GROUP (WS-RUN-IX) = WS-CUR-GROUP
007390         SET WS-GROUP-SELECTED TO TRUE
007400     END-IF.
007410 5160-EXIT.
007420     EXIT.
007430*-----------------------------------------------------------------
007440*    SEARCH LISTING - ONE LINE PER REGISTER ENTRY FOUND, WITH ITS
007450*    PLACE ON THE ARCHIVE AND ITS LINES FOR THE SOURCE, SO A RUN
007460*    DAY WITH MORE THAN ONE TRXIN SHOWS THE IDENTITIES TO CHOOSE
007470*    FROM.
007480*-----------------------------------------------------------------
007490 6000-PRINT-SEARCH.
007500     MOVE "REGISTRAZIONI FILEREG TROVATE" TO WS-SECTION-TITLE
007510     MOVE SPACES TO WS-COLUMN-HEADING
007520     MOVE "SISTEMA" TO WS-COLUMN-HEADING (1:7)
007530     MOVE "CREATO" TO WS-COLUMN-HEADING (11:6)
007540     MOVE "RECORD TRXIN" TO WS-COLUMN-HEADING (21:12)
007550     MOVE "ESECUZIONE" TO WS-COLUMN-HEADING (35:10)
007560     MOVE "ARCHIVIO" TO WS-COLUMN-HEADING (52:8)
007570     MOVE "RIGHE CSV" TO WS-COLUMN-HEADING (63:9)
007580     MOVE "RIGHE ACK" TO WS-COLUMN-HEADING (77:9)
007590     PERFORM 7350-START-SECTION THRU 7350-EXIT
007600     MOVE SPACES TO WS-PRINT-LINE
007610     STRING "SELEZIONE: SOURCE=" WS-SEL-SOURCE
007620            "  RUNDATE=" WS-SEL-RUNDATE
007630            "  SYSTEM=" WS-SEL-SYSTEM
007640            "  CREATED=" WS-SEL-CREATED
007650         DELIMITED BY SIZE INTO WS-PRINT-LINE
007660     END-STRING
007670     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007680     PERFORM 6100-PRINT-RUN-LINE THRU 6100-EXIT
007690         VARYING WS-RUN-IX FROM 1 BY 1
007700         UNTIL WS-RUN-IX > WS-RUN-USED
007710     IF WS-RUN-LOST > ZERO
007720         MOVE WS-RUN-LOST TO WS-ED-COUNT
007730         MOVE SPACES TO WS-PRINT-LINE
007740         STRING "*** ALTRE REGISTRAZIONI NON ESAMINATE:"
007750                WS-ED-COUNT
007760                " - RESTRINGERE LA SELEZIONE"
007770             DELIMITED BY SIZE INTO WS-PRINT-LINE
007780         END-STRING
007790         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007800     END-IF.
007810 6000-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------------
007840 6100-PRINT-RUN-LINE.
007850     MOVE SPACES TO WS-PRINT-LINE
007860     MOVE WS-RUN-SYSTEM (WS-RUN-IX) TO WS-PRINT-LINE (1:8)
007870     MOVE WS-RUN-CREATED (WS-RUN-IX) TO WS-PRINT-LINE (11:8)
007880     MOVE WS-RUN-COUNT (WS-RUN-IX) TO WS-ED-COUNT
007890     MOVE WS-ED-COUNT TO WS-PRINT-LINE (21:11)
007900     MOVE WS-RUN-TIMESTAMP (WS-RUN-IX) (1:8)
007910         TO WS-PRINT-LINE (35:8)
007920     MOVE WS-RUN-TIMESTAMP (WS-RUN-IX) (9:6)
007930         TO WS-PRINT-LINE (44:6)
007940     IF WS-RUN-GROUP (WS-RUN-IX) = ZERO
007950         MOVE "NO" TO WS-PRINT-LINE (52:2)
007960     ELSE
007970         MOVE "SI" TO WS-PRINT-LINE (52:2)
007980         MOVE WS-RUN-CSV-LINES (WS-RUN-IX) TO WS-ED-COUNT
007990         MOVE WS-ED-COUNT TO WS-PRINT-LINE (61:11)
008000         MOVE WS-RUN-ACK-LINES (WS-RUN-IX) TO WS-ED-COUNT
008010         MOVE WS-ED-COUNT TO WS-PRINT-LINE (75:11)
008020     END-IF
008030     IF WS-RUN-SELECTED (WS-RUN-IX)
008040         MOVE "RIDISTRIBUITA" TO WS-PRINT-LINE (90:13)
008050     END-IF
008060     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
008070 6100-EXIT.
008080     EXIT.
008090*-----------------------------------------------------------------
008100*    SUMMARY - THE OUTCOME IN PLAIN WORDS, ALSO DISPLAYED ON THE
008110*    JOB LOG, THE LINES RE-DELIVERED AND THEIR RECONCILIATION
008120*    AGAINST THE LINES COUNTED ON THE FIRST PASS.
008130*-----------------------------------------------------------------
008140 6500-PRINT-SUMMARY.
008150     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
008160     MOVE SPACES TO WS-COLUMN-HEADING
008170     PERFORM 7350-START-SECTION THRU 7350-EXIT
008180     MOVE WS-REG-READ TO WS-ED-COUNT
008190     MOVE SPACES TO WS-PRINT-LINE
008200     STRING "REGISTRAZIONI FILEREG LETTE:" WS-ED-COUNT
008210         DELIMITED BY SIZE INTO WS-PRINT-LINE
008220     END-STRING
008230     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008240     MOVE WS-ARC-READ TO WS-ED-COUNT
008250     MOVE SPACES TO WS-PRINT-LINE
008260     STRING "RECORD DI FEEDARC LETTI:    " WS-ED-COUNT
008270         DELIMITED BY SIZE INTO WS-PRINT-LINE
008280     END-STRING
008290     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008300     MOVE WS-ARC-RUNS TO WS-ED-COUNT
008310     MOVE SPACES TO WS-PRINT-LINE
008320     STRING "CORSE IN ARCHIVIO:          " WS-ED-COUNT
008330         DELIMITED BY SIZE INTO WS-PRINT-LINE
008340     END-STRING
008350     IF WS-OLDEST-RUN NOT = SPACES
008360         MOVE " - LA PIU' VECCHIA DEL " TO WS-PRINT-LINE (40:23)
008370         MOVE WS-OLDEST-RUN TO WS-PRINT-LINE (63:8)
008380     END-IF
008390     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008391     IF WS-UNREG-LINES > ZERO
008392         MOVE WS-UNREG-LINES TO WS-ED-COUNT
008393         MOVE SPACES TO WS-PRINT-LINE
008394         STRING "RIGHE NON REGISTRATE:       " WS-ED-COUNT
008395                " - CORSE CHIUSE SENZA REGISTRAZIONE FILEREG"
008396             DELIMITED BY SIZE INTO WS-PRINT-LINE
008397         END-STRING
008398         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008399     END-IF
008400     MOVE SPACES TO WS-PRINT-LINE
008410     EVALUATE TRUE
008420         WHEN WS-OUT-FILE-ERROR
008430             MOVE "*** ERRORE DI FILE - NESSUNA RIDISTRIBUZIONE"
008440                 TO WS-PRINT-LINE
008450         WHEN WS-OUT-NOT-FOUND
008460             MOVE "*** CORSA NON TROVATA SU FILEREG PER LA"
008470                 TO WS-PRINT-LINE
008480             MOVE " SELEZIONE INDICATA" TO WS-PRINT-LINE (40:19)
008490             MOVE 8 TO RETURN-CODE
008500         WHEN WS-OUT-RETENTION
008510             MOVE "*** LE USCITE DELLA CORSA HANNO SUPERATO IL"
008520                 TO WS-PRINT-LINE
008530             MOVE " PERIODO DI CONSERVAZIONE"
008540                 TO WS-PRINT-LINE (44:25)
008550             MOVE " - NON PIU' IN ARCHIVIO"
008560                 TO WS-PRINT-LINE (69:23)
008570             MOVE 8 TO RETURN-CODE
008580         WHEN WS-OUT-NOT-ARCHIVED
008590             MOVE "*** LE USCITE DELLA CORSA NON SONO IN ARCHIVIO"
008600                 TO WS-PRINT-LINE
008610             MOVE " - NON RIGENERABILI" TO WS-PRINT-LINE (47:19)
008620             MOVE 8 TO RETURN-CODE
008630         WHEN WS-OUT-AMBIGUOUS
008640             MOVE "*** PIU' TRXIN CON RIGHE PER LA SORGENTE NELLA"
008650                 TO WS-PRINT-LINE
008660             MOVE " CORSA - INDICARE SYSTEM E CREATED"
008670                 TO WS-PRINT-LINE (47:34)
008680             MOVE 8 TO RETURN-CODE
008690         WHEN WS-OUT-NO-FEED
008700             STRING "NESSUN FEED PER LA SORGENTE " WS-SEL-SOURCE
008710                    " IN QUELLA CORSA - NIENTE DA RIDISTRIBUIRE"
008720                 DELIMITED BY SIZE INTO WS-PRINT-LINE
008730             END-STRING
008740             MOVE 4 TO RETURN-CODE
008750         WHEN OTHER
008760             STRING "CORSA " WS-ID-SYSTEM " DEL " WS-ID-CREATED
008770                    " RIDISTRIBUITA ALLA SORGENTE " WS-SEL-SOURCE
008780                    " COME DUPLICATO"
008790                 DELIMITED BY SIZE INTO WS-PRINT-LINE
008800             END-STRING
008810     END-EVALUATE
008820     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008830     DISPLAY WS-PRINT-LINE (1:100)
008840     IF NOT WS-OUT-DELIVER
008850         GO TO 6500-EXIT
008860     END-IF
008870     PERFORM 6600-PRINT-DELIVERY-COUNTS THRU 6600-EXIT.
008880 6500-EXIT.
008890     EXIT.
008900*-----------------------------------------------------------------
008910 6600-PRINT-DELIVERY-COUNTS.
008920     MOVE WS-CSV-WRITTEN TO WS-ED-COUNT
008930     MOVE SPACES TO WS-PRINT-LINE
008940     STRING "RIGHE CSV RIGENERATE:       " WS-ED-COUNT
008950         DELIMITED BY SIZE INTO WS-PRINT-LINE
008960     END-STRING
008970     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008980     MOVE WS-ACK-WRITTEN TO WS-ED-COUNT
008990     MOVE SPACES TO WS-PRINT-LINE
009000     STRING "RIGHE ACK RIGENERATE:       " WS-ED-COUNT
009010         DELIMITED BY SIZE INTO WS-PRINT-LINE
009020     END-STRING
009030     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009040     MOVE WS-ACK-MARKED TO WS-ED-COUNT
009050     MOVE SPACES TO WS-PRINT-LINE
009060     STRING "  TESTATE ACK MARCATE DUPL.:" WS-ED-COUNT
009070         DELIMITED BY SIZE INTO WS-PRINT-LINE
009080     END-STRING
009090     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009100     IF WS-RUN-INCOMPLETE
009110         MOVE "*** PARTE DELLA CORSA NON E' PIU' IN ARCHIVIO -"
009120             TO WS-PRINT-LINE
009130         MOVE " RIDISTRIBUZIONE INCOMPLETA"
009140             TO WS-PRINT-LINE (48:27)
009150         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009160         DISPLAY WS-PRINT-LINE (1:80)
009170     END-IF
009180     MOVE SPACES TO WS-PRINT-LINE
009190     IF WS-CSV-WRITTEN = WS-CSV-COUNTED
009200        AND WS-ACK-WRITTEN = WS-ACK-COUNTED
009210         MOVE "B" TO WS-LDG-RECON
009220         MOVE "QUADRATURA: RIGHE SCRITTE = RIGHE IN ARCHIVIO - OK"
009230             TO WS-PRINT-LINE
009240     ELSE
009250         MOVE "S" TO WS-LDG-RECON
009260         MOVE "*** QUADRATURA NON RIUSCITA - RIGHE SCRITTE"
009270             TO WS-PRINT-LINE
009280         MOVE " DIVERSE DALLE RIGHE IN ARCHIVIO"
009290             TO WS-PRINT-LINE (44:32)
009300     END-IF
009310     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009320     EVALUATE TRUE
009330         WHEN RETURN-CODE NOT < 16
009340             CONTINUE
009350         WHEN WS-LDG-RECON = "S"
009360             MOVE 8 TO RETURN-CODE
009370         WHEN WS-RUN-INCOMPLETE
009380             MOVE 8 TO RETURN-CODE
009390         WHEN OTHER
009400             CONTINUE
009410     END-EVALUATE.
009420 6600-EXIT.
009430     EXIT.
009440*-----------------------------------------------------------------
009450*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.  EACH SECTION
009460*    STARTS ON A NEW PAGE UNDER ITS OWN TITLE AND HEADINGS.
009470*-----------------------------------------------------------------
009480 7300-WRITE-REPORT-LINE.
009490     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
009500         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009510         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
009520     END-IF
009530     MOVE WS-PRINT-LINE TO RDLRPT-RECORD
009540     WRITE RDLRPT-RECORD
009550     ADD 1 TO WS-REPORT-LINE-COUNT.
009560 7300-EXIT.
009570     EXIT.
009580*-----------------------------------------------------------------
009590 7310-PRINT-REPORT-HEADER.
009600     ADD 1 TO WS-REPORT-PAGE-NO
009610     MOVE WS-REPORT-TITLE TO RDLRPT-RECORD
009620     WRITE RDLRPT-RECORD
009630     MOVE SPACES TO RDLRPT-RECORD
009640     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
009650            WS-RUN-DATE          DELIMITED BY SIZE
009660            "   SORGENTE: "      DELIMITED BY SIZE
009670            WS-SEL-SOURCE        DELIMITED BY SIZE
009680            "   PAGINA: "        DELIMITED BY SIZE
009690            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
009700         INTO RDLRPT-RECORD
009710     END-STRING
009720     WRITE RDLRPT-RECORD
009730     MOVE WS-SECTION-TITLE TO RDLRPT-RECORD
009740     WRITE RDLRPT-RECORD
009750     IF WS-COLUMN-HEADING NOT = SPACES
009760         MOVE WS-COLUMN-HEADING TO RDLRPT-RECORD
009770         WRITE RDLRPT-RECORD
009780     END-IF
009790     MOVE ZERO TO WS-REPORT-LINE-COUNT.
009800 7310-EXIT.
009810     EXIT.
009820*-----------------------------------------------------------------
009830 7320-PRINT-REPORT-FOOTER.
009840     MOVE SPACES TO RDLRPT-RECORD
009850     STRING "FINE PAGINA "       DELIMITED BY SIZE
009860            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
009870         INTO RDLRPT-RECORD
009880     END-STRING
009890     WRITE RDLRPT-RECORD.
009900 7320-EXIT.
009910     EXIT.
009920*-----------------------------------------------------------------
009930 7350-START-SECTION.
009940     IF WS-REPORT-PAGE-NO > ZERO
009950         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009960     END-IF
009970     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT.
009980 7350-EXIT.
009990     EXIT.
010000*-----------------------------------------------------------------
010010*    TERMINATION - REPORT AND THE RUN LEDGER.  THE RE-DELIVERY IS
010020*    LEDGERED UNDER MODE RDL- AND THE SOURCE; THE RECONCILIATION
010030*    FLAG IS SET ONLY WHEN LINES WERE RE-DELIVERED.
010040*-----------------------------------------------------------------
010050 9000-TERMINATE-PROGRAM.
010060     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010070     CLOSE RDLRPT-FILE
010080     DISPLAY "RECORD DI FEEDARC LETTI: " WS-ARC-READ
010090     DISPLAY "RIGHE CSV RIGENERATE:    " WS-CSV-WRITTEN
010100     DISPLAY "RIGHE ACK RIGENERATE:    " WS-ACK-WRITTEN
010110     MOVE SPACES TO WS-LDG-MODE
010120     STRING "RDL-" WS-SEL-SOURCE
010130         DELIMITED BY SIZE INTO WS-LDG-MODE
010140     END-STRING
010150     MOVE WS-ARC-READ TO WS-LDG-IN
010160     COMPUTE WS-LDG-OUT = WS-CSV-WRITTEN + WS-ACK-WRITTEN
010170     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
010180 9000-EXIT.
010190     EXIT.
010200*-----------------------------------------------------------------
010210*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
010220*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
010230*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
010240*    RUN.
010250*-----------------------------------------------------------------
010260 9500-WRITE-RUN-LEDGER.
010270     OPEN EXTEND RUNLEDG
010280     IF WS-RUNLEDG-FS NOT = "00"
010290         OPEN OUTPUT RUNLEDG
010300     END-IF
010310     IF WS-RUNLEDG-FS NOT = "00"
010320         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
010330             WS-RUNLEDG-FS
010340         GO TO 9500-EXIT
010350     END-IF
010360     MOVE SPACES TO LDG-RECORD
010370     MOVE "ELMORDL " TO LDG-PROGRAM
010380     MOVE WS-RUN-DATE TO LDG-RUN-DATE
010390     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
010400     MOVE WS-LDG-MODE TO LDG-RUN-MODE
010410     MOVE WS-LDG-IN TO LDG-RECORDS-IN
010420     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
010430     MOVE ZERO TO LDG-REJECTS
010440     MOVE RETURN-CODE TO LDG-RETURN-CODE
010450     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
010460     WRITE LDG-RECORD
010470     CLOSE RUNLEDG.
010480 9500-EXIT.
010490     EXIT.
