000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOREG  (SuS - SOURCE REGISTRY MODULE)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      THE ONE PLACE THAT KNOWS WHICH SOURCE SYSTEMS
000090*                  FEED SuS.  THE EFFECTIVE-DATED REGISTRY
000100*                  (FILE SRCFILE, COPYBOOK SRCREC) IS READ AND
000110*                  RESOLVED AS OF THE CALLER'S DATE - LATEST
000120*                  EFFECTIVE DATE NOT AFTER IT, LATER APPENDS
000130*                  WINNING TIES, AS FOR RATEFILE - AND HANDED
000140*                  BACK IN THE COMMUNICATION AREA (COPYBOOK
000150*                  REGCOM): EACH SOURCE IN FORCE, ITS NAME, THE
000160*                  FEED POSITIONS OF ITS CSV AND ACK FEEDS AND
000170*                  THE OPERATIONS IT MAY SUBMIT.  BATCH (ELMO),
000180*                  THE INTRADAY SERVICE (ELMOSVC) AND THE TREND
000190*                  REPORT (ELMOTRD) ALL ROUTE AND COUNT BY THIS
000200*                  TABLE, SO A NEW SOURCE IS A REGISTRY RECORD
000210*                  AND A JCL DD, NOT A PROGRAM CHANGE.
000220*
000230*                  FUNCTION "L" LOADS THE TABLE.  FUNCTION "V"
000240*                  CHECKS ONE TRANSACTION'S SOURCE AND OPERATION:
000250*                    REASON 11  SOURCE NOT REGISTERED, EXPIRED OR
000260*                               NOT ACTIVE ON THE DATE
000270*                    REASON 12  OPERATION NOT PERMITTED FOR THE
000280*                               SOURCE
000290*                  A BLANK SOURCE (PANEL AND UNATTENDED WORK)
000300*                  PASSES.  IF SRCFILE IS NOT ALLOCATED THE RUN
000310*                  SAYS SO ONCE, EVERY SOURCE PASSES AND ALL
000320*                  OUTPUT GOES TO THE COMBINED FEED.
000330*
000340*                  FEED DD NAMES ARE CHECKED AGAINST THE FIXED
000350*                  POOL CSVSRC01-08 / ACKSRC01-08 THE PROGRAMS
000360*                  ALLOCATE; ANY OTHER NAME IS REPORTED AND THE
000370*                  SOURCE'S CSV OUTPUT GOES TO THE COMBINED FEED.
000380*
000390*    MODIFICATION HISTORY
000400*    --------------------------------------------------------
000410*    10/15/2026  DF   INITIAL VERSION.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.   ELMOREG.
000450 AUTHOR.       D. FERRANTE.
000460 INSTALLATION. OFFICINA CALCOLO.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490*****************************************************************
000500*    ENVIRONMENT DIVISION
000510*****************************************************************
000520 ENVIRONMENT DIVISION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT SRCFILE ASSIGN TO "SRCFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS WS-SRCFILE-FS.
000580*****************************************************************
000590*    DATA DIVISION
000600*****************************************************************
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640*    EFFECTIVE-DATED SOURCE REGISTRY - READ ONCE PER LOAD.
000650*----------------------------------------------------------------
000660 FD  SRCFILE
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690 COPY SRCREC.
000700*****************************************************************
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------
000730*    FILE STATUS SWITCHES.
000740*----------------------------------------------------------------
000750 01  WS-FILE-STATUSES.
000760     05  WS-SRCFILE-FS            PIC X(02) VALUE SPACES.
000770*----------------------------------------------------------------
000780*    MODULE STATE SWITCHES.
000790*----------------------------------------------------------------
000800 01  WS-SWITCHES.
000810     05  WS-REG-LOADED-SW         PIC X(01) VALUE "N".
000820         88  WS-REG-LOADED            VALUE "Y".
000830     05  WS-SRCFILE-EOF-SW        PIC X(01) VALUE "N".
000840         88  WS-SRCFILE-EOF           VALUE "Y".
000850     05  WS-SRC-SEEN-SW           PIC X(01) VALUE "N".
000860         88  WS-SRC-SEEN              VALUE "Y".
000870*----------------------------------------------------------------
000880*    IN-CORE COPY OF SRCFILE, EVERY RECORD IN FILE ORDER, SO THE
000890*    RESOLUTION CAN LET LATER APPENDS WIN TIES.
000900*----------------------------------------------------------------
000910 01  WS-SRC-TABLE.
000920     05  WS-SRC-USED              PIC 9(03) COMP VALUE ZERO.
000930     05  WS-SRC-ENTRY OCCURS 100 TIMES.
000940         10  WS-SRC-KEY               PIC X(03).
000950         10  WS-SRC-EFF               PIC X(08).
000960         10  WS-SRC-NAME              PIC X(20).
000970         10  WS-SRC-CSV               PIC X(08).
000980         10  WS-SRC-ACK               PIC X(08).
000990         10  WS-SRC-STAT              PIC X(01).
001000         10  WS-SRC-RANGES            PIC X(40).
001010 01  WS-SRC-IX                    PIC 9(03) COMP VALUE ZERO.
001020 01  WS-SRC-JX                    PIC 9(03) COMP VALUE ZERO.
001030 01  WS-SRC-BEST-IX               PIC 9(03) COMP VALUE ZERO.
001040 01  WS-REG-IX                    PIC 9(02) COMP VALUE ZERO.
001050*----------------------------------------------------------------
001060*    OPERATION RANGE WORK - ONE WINNING RECORD'S RANGES ARE
001070*    EXPANDED INTO THE OPERATION MAP OF ITS TABLE ENTRY.
001080*----------------------------------------------------------------
001090 01  WS-RANGE-AREA.
001100     05  WS-RANGE OCCURS 10 TIMES.
001110         10  WS-RANGE-FROM            PIC 9(02).
001120         10  WS-RANGE-TO              PIC 9(02).
001130 01  WS-RANGE-IX                  PIC 9(02) COMP VALUE ZERO.
001140 01  WS-OP-IX                     PIC 9(03) COMP VALUE ZERO.
001150*----------------------------------------------------------------
001160*    FEED POSITION CHECK - A DD NAME FROM THE REGISTRY IS SPLIT
001170*    INTO ITS STEM AND ITS POSITION NUMBER.
001180*----------------------------------------------------------------
001190 01  WS-FEED-NAME                 PIC X(08) VALUE SPACES.
001200 01  WS-FEED-PARTS REDEFINES WS-FEED-NAME.
001210     05  WS-FEED-STEM             PIC X(06).
001220     05  WS-FEED-POS              PIC X(02).
001230 01  WS-FEED-POS-NUM REDEFINES WS-FEED-NAME.
001240     05  FILLER                   PIC X(06).
001250     05  WS-FEED-POS-N            PIC 9(02).
001260 01  WS-FEED-WANT-STEM            PIC X(06) VALUE SPACES.
001270 01  WS-FEED-SLOT                 PIC 9(02) VALUE ZERO.
001280 01  WS-FEED-POOL-MAX             PIC 9(02) VALUE 8.
001290*----------------------------------------------------------------
001300*    RESOLUTION DATE.
001310*----------------------------------------------------------------
001320 01  WS-AS-OF-DATE                PIC X(08) VALUE SPACES.
001330*****************************************************************
001340 LINKAGE SECTION.
001350 COPY REGCOM.
001360*****************************************************************
001370*    PROCEDURE DIVISION
001380*****************************************************************
001390 PROCEDURE DIVISION USING REG-COMMAREA.
001400*-----------------------------------------------------------------
001410 0000-DISPATCH.
001420     EVALUATE TRUE
001430         WHEN REG-FUNC-LOAD
001440             PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT
001450         WHEN REG-FUNC-VALIDATE
001460             IF NOT WS-REG-LOADED
001470                 PERFORM 1000-LOAD-REGISTRY THRU 1000-EXIT
001480             END-IF
001490             PERFORM 4000-VALIDATE-SOURCE THRU 4000-EXIT
001500         WHEN OTHER
001510             SET REG-SOURCE-REFUSED TO TRUE
001520             MOVE "99" TO REG-REASON-CODE
001530             MOVE ZERO TO REG-MSG-NO
001540     END-EVALUATE
001550     GOBACK.
001560*-----------------------------------------------------------------
001570*    REGISTRY LOAD - SRCFILE IS READ WHOLE, THEN EVERY SOURCE ID
001580*    IS RESOLVED ONCE AS OF THE CALLER'S DATE (TODAY IF BLANK).
001590*    A SOURCE WHOSE WINNING RECORD IS EXPIRED IS LEFT OFF THE
001600*    TABLE; ONE NOT ACTIVE STAYS ON IT SO ITS FEEDS STILL OPEN
001610*    AND ITS TRANSACTIONS ARE REFUSED WITH THEIR OWN REASON.
001620*-----------------------------------------------------------------
001630 1000-LOAD-REGISTRY.
001640     MOVE REG-AS-OF-DATE TO WS-AS-OF-DATE
001650     IF WS-AS-OF-DATE = SPACES
001660         ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
001670     END-IF
001680     MOVE ZERO TO REG-USED
001690     MOVE ZERO TO WS-SRC-USED
001700     MOVE "N" TO REG-AVAIL-SW
001710     MOVE "N" TO WS-SRCFILE-EOF-SW
001720     SET WS-REG-LOADED TO TRUE
001730     OPEN INPUT SRCFILE
001740     IF WS-SRCFILE-FS NOT = "00"
001750         DISPLAY "SRCFILE NON DISPONIBILE - FILE STATUS "
001760             WS-SRCFILE-FS " - FEED PER SORGENTE DISATTIVATI"
001770         GO TO 1000-EXIT
001780     END-IF
001790     PERFORM 1100-READ-SRC-RECORD THRU 1100-EXIT
001800     PERFORM 1200-TABLE-SRC-RECORD THRU 1200-EXIT
001810         UNTIL WS-SRCFILE-EOF
001820     CLOSE SRCFILE
001830     SET REG-AVAILABLE TO TRUE
001840     PERFORM 2000-RESOLVE-SOURCE THRU 2000-EXIT
001850         VARYING WS-SRC-IX FROM 1 BY 1
001860         UNTIL WS-SRC-IX > WS-SRC-USED.
001870 1000-EXIT.
001880     EXIT.
001890*-----------------------------------------------------------------
001900 1100-READ-SRC-RECORD.
001910     READ SRCFILE
001920         AT END SET WS-SRCFILE-EOF TO TRUE
001930     END-READ.
001940 1100-EXIT.
001950     EXIT.
001960*-----------------------------------------------------------------
001970 1200-TABLE-SRC-RECORD.
001980     IF WS-SRC-USED < 100
001990         ADD 1 TO WS-SRC-USED
002000         MOVE SRC-ID TO WS-SRC-KEY (WS-SRC-USED)
002010         MOVE SRC-EFF-DATE TO WS-SRC-EFF (WS-SRC-USED)
002020         MOVE SRC-NAME TO WS-SRC-NAME (WS-SRC-USED)
002030         MOVE SRC-CSV-FEED TO WS-SRC-CSV (WS-SRC-USED)
002040         MOVE SRC-ACK-FEED TO WS-SRC-ACK (WS-SRC-USED)
002050         MOVE SRC-STATUS TO WS-SRC-STAT (WS-SRC-USED)
002060         MOVE SRC-OP-RANGES TO WS-SRC-RANGES (WS-SRC-USED)
002070     ELSE
002080         DISPLAY "SRCFILE TROPPO GRANDE - RECORD IGNORATO: "
002090             SRC-ID " " SRC-EFF-DATE
002100     END-IF
002110     PERFORM 1100-READ-SRC-RECORD THRU 1100-EXIT.
002120 1200-EXIT.
002130     EXIT.
002140*-----------------------------------------------------------------
002150*    ONE SOURCE ID - SKIPPED IF AN EARLIER RECORD OF THE SAME ID
002160*    HAS ALREADY BEEN RESOLVED, OTHERWISE THE WINNING RECORD AS
002170*    OF THE DATE IS FOUND AND, UNLESS EXPIRED, TABLED.
002180*-----------------------------------------------------------------
002190 2000-RESOLVE-SOURCE.
002200     MOVE "N" TO WS-SRC-SEEN-SW
002210     PERFORM 2100-CHECK-SEEN THRU 2100-EXIT
002220         VARYING WS-SRC-JX FROM 1 BY 1
002230         UNTIL WS-SRC-JX NOT < WS-SRC-IX
002240            OR WS-SRC-SEEN
002250     IF WS-SRC-SEEN
002260         GO TO 2000-EXIT
002270     END-IF
002280     MOVE ZERO TO WS-SRC-BEST-IX
002290     PERFORM 2200-SCAN-SRC-ENTRY THRU 2200-EXIT
002300         VARYING WS-SRC-JX FROM WS-SRC-IX BY 1
002310         UNTIL WS-SRC-JX > WS-SRC-USED
002320     IF WS-SRC-BEST-IX = ZERO
002330         GO TO 2000-EXIT
002340     END-IF
002350     IF WS-SRC-STAT (WS-SRC-BEST-IX) = "E"
002360         GO TO 2000-EXIT
002370     END-IF
002380     IF REG-USED NOT < 20
002390         DISPLAY "SRCFILE - OLTRE 20 SORGENTI, IGNORATA: "
002400             WS-SRC-KEY (WS-SRC-BEST-IX)
002410         GO TO 2000-EXIT
002420     END-IF
002430     PERFORM 3000-ADD-REG-ENTRY THRU 3000-EXIT.
002440 2000-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------------
002470 2100-CHECK-SEEN.
002480     IF WS-SRC-KEY (WS-SRC-JX) = WS-SRC-KEY (WS-SRC-IX)
002490         SET WS-SRC-SEEN TO TRUE
002500     END-IF.
002510 2100-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------------
002540 2200-SCAN-SRC-ENTRY.
002550     IF WS-SRC-KEY (WS-SRC-JX) = WS-SRC-KEY (WS-SRC-IX)
002560        AND WS-SRC-EFF (WS-SRC-JX) NOT > WS-AS-OF-DATE
002570         IF WS-SRC-BEST-IX = ZERO
002580             MOVE WS-SRC-JX TO WS-SRC-BEST-IX
002590         ELSE
002600             IF WS-SRC-EFF (WS-SRC-JX) NOT <
002610                WS-SRC-EFF (WS-SRC-BEST-IX)
002620                 MOVE WS-SRC-JX TO WS-SRC-BEST-IX
002630             END-IF
002640         END-IF
002650     END-IF.
002660 2200-EXIT.
002670     EXIT.
002680*-----------------------------------------------------------------
002690*    TABLE ENTRY BUILD - NAME, FEEDS AND THEIR POOL POSITIONS,
002700*    STATUS, AND THE OPERATION MAP FROM THE RANGES.
002710*-----------------------------------------------------------------
002720 3000-ADD-REG-ENTRY.
002730     ADD 1 TO REG-USED
002740     MOVE REG-USED TO WS-REG-IX
002750     MOVE WS-SRC-KEY (WS-SRC-BEST-IX) TO REG-SRC-ID (WS-REG-IX)
002760     MOVE WS-SRC-NAME (WS-SRC-BEST-IX)
002770         TO REG-SRC-NAME (WS-REG-IX)
002780     MOVE WS-SRC-CSV (WS-SRC-BEST-IX)
002790         TO REG-CSV-FEED (WS-REG-IX)
002800     MOVE WS-SRC-ACK (WS-SRC-BEST-IX)
002810         TO REG-ACK-FEED (WS-REG-IX)
002820     MOVE WS-SRC-STAT (WS-SRC-BEST-IX)
002830         TO REG-SRC-STATUS (WS-REG-IX)
002840     MOVE WS-SRC-CSV (WS-SRC-BEST-IX) TO WS-FEED-NAME
002850     MOVE "CSVSRC" TO WS-FEED-WANT-STEM
002860     PERFORM 3100-FIND-FEED-SLOT THRU 3100-EXIT
002870     MOVE WS-FEED-SLOT TO REG-CSV-SLOT (WS-REG-IX)
002880     MOVE WS-SRC-ACK (WS-SRC-BEST-IX) TO WS-FEED-NAME
002890     MOVE "ACKSRC" TO WS-FEED-WANT-STEM
002900     PERFORM 3100-FIND-FEED-SLOT THRU 3100-EXIT
002910     MOVE WS-FEED-SLOT TO REG-ACK-SLOT (WS-REG-IX)
002920     MOVE ALL "N" TO REG-OP-MAP (WS-REG-IX)
002930     MOVE WS-SRC-RANGES (WS-SRC-BEST-IX) TO WS-RANGE-AREA
002940     PERFORM 3200-EXPAND-RANGE THRU 3200-EXIT
002950         VARYING WS-RANGE-IX FROM 1 BY 1
002960         UNTIL WS-RANGE-IX > 10.
002970 3000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------------
003000*    FEED POSITION - A BLANK NAME MEANS THE SOURCE HAS NO SUCH
003010*    FEED; A NAME OUTSIDE THE POOL IS REPORTED AND TREATED THE
003020*    SAME WAY (THE COMBINED FEED TAKES ITS CSV OUTPUT).
003030*-----------------------------------------------------------------
003040 3100-FIND-FEED-SLOT.
003050     MOVE ZERO TO WS-FEED-SLOT
003060     IF WS-FEED-NAME = SPACES
003070         GO TO 3100-EXIT
003080     END-IF
003090     IF WS-FEED-STEM = WS-FEED-WANT-STEM
003100        AND WS-FEED-POS IS NUMERIC
003110         IF WS-FEED-POS-N > ZERO
003120            AND WS-FEED-POS-N NOT > WS-FEED-POOL-MAX
003130             MOVE WS-FEED-POS-N TO WS-FEED-SLOT
003140             GO TO 3100-EXIT
003150         END-IF
003160     END-IF
003170     DISPLAY "SRCFILE - FEED " WS-FEED-NAME " NON PREVISTO PER "
003180         WS-SRC-KEY (WS-SRC-BEST-IX) " - FEED COMBINATO".
003190 3100-EXIT.
003200     EXIT.
003210*-----------------------------------------------------------------
003220 3200-EXPAND-RANGE.
003230     IF WS-RANGE-FROM (WS-RANGE-IX) = ZERO
003240        OR WS-RANGE-TO (WS-RANGE-IX) < WS-RANGE-FROM (WS-RANGE-IX)
003250         GO TO 3200-EXIT
003260     END-IF
003270     PERFORM 3210-ALLOW-OPERATION THRU 3210-EXIT
003280         VARYING WS-OP-IX FROM WS-RANGE-FROM (WS-RANGE-IX) BY 1
003290         UNTIL WS-OP-IX > WS-RANGE-TO (WS-RANGE-IX).
003300 3200-EXIT.
003310     EXIT.
003320*-----------------------------------------------------------------
003330 3210-ALLOW-OPERATION.
003340     MOVE "Y" TO REG-OP-MAP (WS-REG-IX) (WS-OP-IX:1).
003350 3210-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380*    TRANSACTION CHECK - SOURCE IN FORCE AND ACTIVE, OPERATION IN
003390*    ITS MAP.  THE MESSAGE NUMBER IS THE ELMO MESSAGE TABLE ENTRY.
003400*-----------------------------------------------------------------
003410 4000-VALIDATE-SOURCE.
003420     SET REG-SOURCE-OK TO TRUE
003430     MOVE SPACES TO REG-REASON-CODE
003440     MOVE ZERO TO REG-MSG-NO
003450     MOVE ZERO TO REG-ENTRY-IX
003460     IF REG-SOURCE-ID = SPACES OR NOT REG-AVAILABLE
003470         GO TO 4000-EXIT
003480     END-IF
003490     PERFORM 4100-FIND-SOURCE THRU 4100-EXIT
003500         VARYING WS-REG-IX FROM 1 BY 1
003510         UNTIL WS-REG-IX > REG-USED
003520            OR REG-ENTRY-IX > ZERO
003530     IF REG-ENTRY-IX = ZERO
003540         SET REG-SOURCE-REFUSED TO TRUE
003550         MOVE "11" TO REG-REASON-CODE
003560         MOVE 193 TO REG-MSG-NO
003570         GO TO 4000-EXIT
003580     END-IF
003590     IF NOT REG-SRC-ACTIVE (REG-ENTRY-IX)
003600         SET REG-SOURCE-REFUSED TO TRUE
003610         MOVE "11" TO REG-REASON-CODE
003620         MOVE 193 TO REG-MSG-NO
003630         GO TO 4000-EXIT
003640     END-IF
003650     IF REG-OP-CODE = ZERO
003660         GO TO 4000-EXIT
003670     END-IF
003680     IF REG-OP-MAP (REG-ENTRY-IX) (REG-OP-CODE:1) NOT = "Y"
003690         SET REG-SOURCE-REFUSED TO TRUE
003700         MOVE "12" TO REG-REASON-CODE
003710         MOVE 194 TO REG-MSG-NO
003720     END-IF.
003730 4000-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------------
003760 4100-FIND-SOURCE.
003770     IF REG-SRC-ID (WS-REG-IX) = REG-SOURCE-ID
003780         MOVE WS-REG-IX TO REG-ENTRY-IX
003790     END-IF.
003800 4100-EXIT.
003810     EXIT.
