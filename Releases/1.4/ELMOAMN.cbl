000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOAMN  (SuS - AUDIT MASTER RETENTION AND
000040*                  REBUILD)
000050*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000060*    INSTALLATION: OFFICINA CALCOLO
000070*    DATE-WRITTEN: 10/15/2026
000080*    DATE-COMPILED:
000090*    PURPOSE:      MAINTENANCE OF THE KEYED AUDIT MASTER (DD
000100*                  AUDITMST, COPYBOOK AUDMREC).  TWO MODES,
000110*                  CHOSEN BY THE MODE CARD, LISTED ON DD AMNRPT:
000120*                    PURGE   - DELETES EVERY MASTER RECORD OLDER
000130*                              THAN THE RETENTION PERIOD SET BY
000140*                              THE AUDITORS (RETAIN CARD, IN
000150*                              CALENDAR DAYS BEFORE THE AS-OF
000160*                              DATE) AND LISTS THE RECORDS
000170*                              REMOVED FOR EACH CALCULATION DAY
000180*                    REBUILD - RELOADS AN EMPTY MASTER (THE JOB
000190*                              DELETES AND DEFINES THE CLUSTER
000200*                              FIRST) FROM THE ARCHIVE
000210*                              GENERATIONS ON DD AUDITIN, AS CUT
000220*                              BY ELMOARC, FOLLOWED BY THE LIVE
000230*                              AUDITLOG.  THE SEQUENCE NUMBER
000240*                              THAT BREAKS TIES ON THE KEY IS
000250*                              GENERATED AGAIN AS THE ENGINE
000260*                              DOES IT - ZERO, BUMPED ON A
000270*                              DUPLICATE KEY.  THE RECORDS ON
000280*                              THE MASTER ARE COUNTED AFTER THE
000290*                              LOAD AND RECONCILED AGAINST THE
000300*                              RECORDS READ
000310*                  THE SPAN OF GENERATIONS TO RELOAD IS CHOSEN ON
000320*                  THE AUDITIN CONCATENATION IN THE JCL.  A
000330*                  RETAIN CARD ON A REBUILD KEEPS RECORDS ALREADY
000340*                  PAST THE RETENTION PERIOD OFF THE MASTER.
000350*
000360*    CONTROL CARDS (SYSIN, ONE PER LINE):
000370*        MODE=PURGE|REBUILD   REQUIRED
000380*        RETAIN=NNNNN         RETENTION IN DAYS - REQUIRED FOR
000390*                             PURGE, OPTIONAL FOR REBUILD
000400*        DATE=YYYYMMDD        AS-OF DATE THE RETENTION IS
000410*                             COUNTED BACK FROM (DEFAULT TODAY)
000420*
000430*    RETURN-CODE 0 = DONE, 4 = NOTHING PURGED / NOTHING LOADED,
000440*    OR SOURCE RECORDS OUT OF TIME ORDER, 8 = RECORDS NOT
000450*    DELETED OR NOT LOADED, OR THE REBUILD DOES NOT RECONCILE,
000455*    12 = CONTROL CARDS INVALID, 16 = FILE ERROR.  THE ERROR
000460*    COUNTS ARE ON THE LISTING, NOT ON THE RUN LEDGER AS REJECTS -
000465*    THEY ARE NOT SUSPENSE ITEMS.
000470*
000480*    MODIFICATION HISTORY
000490*    --------------------------------------------------------
000500*    10/15/2026  DF   INITIAL VERSION.
000503*    10/15/2026  DF   AUDIT-ORIGIN CARRIED THROUGH IN STEP WITH
000506*                     AUDITREC.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID.   ELMOAMN.
000540 AUTHOR.       D. FERRANTE.
000550 INSTALLATION. OFFICINA CALCOLO.
000560 DATE-WRITTEN. 10/15/2026.
000570 DATE-COMPILED.
000580*****************************************************************
000590*    ENVIRONMENT DIVISION
000600*****************************************************************
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT AUDITMST-FILE ASSIGN TO "AUDITMST"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AUDM-KEY
000680         FILE STATUS IS WS-AUDITMST-FS.
000690     SELECT AUDITIN-FILE ASSIGN TO "AUDITIN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-AUDITIN-FS.
000720     SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-AUDITLOG-FS.
000750     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-CTLCARD-FS.
000780     SELECT AMNRPT-FILE ASSIGN TO "AMNRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-AMNRPT-FS.
000810     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-RUNLEDG-FS.
000840*****************************************************************
000850*    DATA DIVISION
000860*****************************************************************
000870 DATA DIVISION.
000880 FILE SECTION.
000890*----------------------------------------------------------------
000900*    KEYED AUDIT MASTER - PURGED IN PLACE, OR LOADED EMPTY.
000910*----------------------------------------------------------------
000920 FD  AUDITMST-FILE.
000930 COPY AUDMREC.
000940*----------------------------------------------------------------
000950*    ARCHIVE GENERATIONS - AUDITREC LAYOUT, AS CUT BY ELMOARC.
000960*----------------------------------------------------------------
000970 FD  AUDITIN-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD.
001000 COPY AUDITREC REPLACING ==AUDIT-RECORD==   BY ==AIN-RECORD==
001010                         ==AUDIT-TIMESTAMP== BY ==AIN-TIMESTAMP==
001020                         ==AUDIT-OP-CODE==   BY ==AIN-OP-CODE==
001030                         ==AUDIT-OPERAND-1== BY ==AIN-OPERAND-1==
001040                         ==AUDIT-OPERAND-2== BY ==AIN-OPERAND-2==
001050                         ==AUDIT-RESULT==    BY ==AIN-RESULT==
001060                         ==AUDIT-TERM-ID==   BY ==AIN-TERM-ID==
001070                         ==AUDIT-SOURCE-ID== BY
001080                         ==AIN-SOURCE-ID==
001090                         ==AUDIT-OPER-ID==   BY
001100                         ==AIN-OPER-ID==
001110                         ==AUDIT-DATE-1==    BY ==AIN-DATE-1==
001120                         ==AUDIT-DATE-2==    BY ==AIN-DATE-2==
001130                         ==AUDIT-DAY-BASIS== BY
001140                         ==AIN-DAY-BASIS==
001150                         ==AUDIT-VALUE-DATE== BY
001160                         ==AIN-VALUE-DATE==
001170                         ==AUDIT-RUN-DATE==   BY ==AIN-RUN-DATE==
001180                         ==AUDIT-HOLD-FLAG==  BY
001190                         ==AIN-HOLD-FLAG==
001200                         ==AUDIT-RATE-CODE==  BY
001210                         ==AIN-RATE-CODE==
001220                         ==AUDIT-FORMULA==    BY
001230                         ==AIN-FORMULA==
001240                         ==AUDIT-LINK-TIMESTAMP== BY
001250                         ==AIN-LINK-TIMESTAMP==
001260                         ==AUDIT-LINK-TERM-ID== BY
001270                         ==AIN-LINK-TERM-ID==
001275                         ==AUDIT-ORIGIN==     BY ==AIN-ORIGIN==.
001280*----------------------------------------------------------------
001290*    LIVE AUDIT LOG - THE RECORDS NOT YET CUT TO THE ARCHIVE.
001300*----------------------------------------------------------------
001310 FD  AUDITLOG-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 COPY AUDITREC REPLACING ==AUDIT-RECORD==   BY ==ALOG-RECORD==
001350                         ==AUDIT-TIMESTAMP== BY ==ALOG-TIMESTAMP==
001360                         ==AUDIT-OP-CODE==   BY ==ALOG-OP-CODE==
001370                         ==AUDIT-OPERAND-1== BY ==ALOG-OPERAND-1==
001380                         ==AUDIT-OPERAND-2== BY ==ALOG-OPERAND-2==
001390                         ==AUDIT-RESULT==    BY ==ALOG-RESULT==
001400                         ==AUDIT-TERM-ID==   BY ==ALOG-TERM-ID==
001410                         ==AUDIT-SOURCE-ID== BY
001420                         ==ALOG-SOURCE-ID==
001430                         ==AUDIT-OPER-ID==   BY
001440                         ==ALOG-OPER-ID==
001450                         ==AUDIT-DATE-1==    BY ==ALOG-DATE-1==
001460                         ==AUDIT-DATE-2==    BY ==ALOG-DATE-2==
001470                         ==AUDIT-DAY-BASIS== BY
001480                         ==ALOG-DAY-BASIS==
001490                         ==AUDIT-VALUE-DATE== BY
001500                         ==ALOG-VALUE-DATE==
001510                         ==AUDIT-RUN-DATE==   BY
001520                         ==ALOG-RUN-DATE==
001530                         ==AUDIT-HOLD-FLAG==  BY
001540                         ==ALOG-HOLD-FLAG==
001550                         ==AUDIT-RATE-CODE==  BY
001560                         ==ALOG-RATE-CODE==
001570                         ==AUDIT-FORMULA==    BY
001580                         ==ALOG-FORMULA==
001590                         ==AUDIT-LINK-TIMESTAMP== BY
001600                         ==ALOG-LINK-TIMESTAMP==
001610                         ==AUDIT-LINK-TERM-ID== BY
001620                         ==ALOG-LINK-TERM-ID==
001625                         ==AUDIT-ORIGIN==     BY ==ALOG-ORIGIN==.
001630*----------------------------------------------------------------
001640*    CONTROL CARDS.
001650*----------------------------------------------------------------
001660 FD  CTLCARD-FILE
001670     RECORDING MODE IS F.
001680 01  CTLCARD-RECORD               PIC X(80).
001690*----------------------------------------------------------------
001700*    PRINTED LISTING.
001710*----------------------------------------------------------------
001720 FD  AMNRPT-FILE
001730     RECORDING MODE IS F.
001740 01  AMNRPT-RECORD                PIC X(132).
001750*----------------------------------------------------------------
001760*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
001770*----------------------------------------------------------------
001780 FD  RUNLEDG
001790     RECORDING MODE IS F
001800     LABEL RECORDS ARE STANDARD.
001810 COPY LEDGREC.
001820*****************************************************************
001830 WORKING-STORAGE SECTION.
001840*----------------------------------------------------------------
001850*    FILE STATUS SWITCHES.
001860*----------------------------------------------------------------
001870 01  WS-FILE-STATUSES.
001880     05  WS-AUDITMST-FS           PIC X(02) VALUE SPACES.
001890     05  WS-AUDITIN-FS            PIC X(02) VALUE SPACES.
001900     05  WS-AUDITLOG-FS           PIC X(02) VALUE SPACES.
001910     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001920     05  WS-AMNRPT-FS             PIC X(02) VALUE SPACES.
001930     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001940*----------------------------------------------------------------
001950*    PROGRAM SWITCHES.
001960*----------------------------------------------------------------
001970 01  WS-SWITCHES.
001980     05  WS-AUDITMST-EOF-SW       PIC X(01) VALUE "N".
001990         88  WS-AUDITMST-EOF          VALUE "Y".
002000     05  WS-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
002010         88  WS-AUDITIN-EOF           VALUE "Y".
002020     05  WS-AUDITLOG-EOF-SW       PIC X(01) VALUE "N".
002030         88  WS-AUDITLOG-EOF          VALUE "Y".
002040     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
002050         88  WS-CTLCARD-EOF           VALUE "Y".
002060     05  WS-CARD-ERROR-SW         PIC X(01) VALUE "N".
002070         88  WS-CARD-ERROR            VALUE "Y".
002080     05  WS-AUDM-WRITE-SW         PIC X(01) VALUE "N".
002090         88  WS-AUDM-WRITTEN          VALUE "Y".
002100     05  WS-LOAD-STOPPED-SW       PIC X(01) VALUE "N".
002110         88  WS-LOAD-STOPPED          VALUE "Y".
002120*----------------------------------------------------------------
002130*    SELECTION.
002140*----------------------------------------------------------------
002150 01  WS-SEL-MODE                  PIC X(08) VALUE SPACES.
002160     88  WS-MODE-PURGE                VALUE "PURGE".
002170     88  WS-MODE-REBUILD              VALUE "REBUILD".
002180 01  WS-SEL-DATE                  PIC X(08) VALUE SPACES.
002190 01  WS-SEL-DATE-NUM REDEFINES WS-SEL-DATE
002200                                  PIC 9(08).
002210 01  WS-RETAIN-DAYS               PIC 9(05) VALUE ZERO.
002220 01  WS-CUTOFF-DATE               PIC X(08) VALUE SPACES.
002230 01  WS-CUTOFF-NUM                PIC 9(08) VALUE ZERO.
002240 01  WS-DAY-INT                   PIC S9(09) COMP VALUE ZERO.
002250 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
002260 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
002270 01  WS-CARD-ERROR-TEXT           PIC X(40) VALUE SPACES.
002280*----------------------------------------------------------------
002290*    AUDIT RECORD WORK AREA - THE ARCHIVE OR LOG RECORD BEING
002300*    LOADED, MAPPED ONTO THE MASTER AS THE ENGINE MAPS IT.
002310*----------------------------------------------------------------
002320 COPY AUDITREC.
002330 01  WS-LAST-TIMESTAMP            PIC X(26) VALUE LOW-VALUES.
002340*----------------------------------------------------------------
002350*    CONTROL BREAK BY CALCULATION DAY.
002360*----------------------------------------------------------------
002370 01  WS-DAY-DATE                  PIC X(08) VALUE SPACES.
002380 01  WS-DAY-TOTALS.
002390     05  WS-DAY-DONE              PIC 9(09) COMP VALUE ZERO.
002400     05  WS-DAY-TIES              PIC 9(09) COMP VALUE ZERO.
002410     05  WS-DAY-FAILED            PIC 9(09) COMP VALUE ZERO.
002420 77  WS-DAYS-LISTED               PIC 9(05) COMP VALUE ZERO.
002430*----------------------------------------------------------------
002440*    PURGE COUNTERS.
002450*----------------------------------------------------------------
002460 77  WS-MASTER-READ               PIC 9(09) COMP VALUE ZERO.
002470 77  WS-PURGED                    PIC 9(09) COMP VALUE ZERO.
002480 77  WS-KEPT                      PIC 9(09) COMP VALUE ZERO.
002490 77  WS-DELETE-ERRORS             PIC 9(09) COMP VALUE ZERO.
002500 01  WS-FIRST-KEPT                PIC X(08) VALUE SPACES.
002510*----------------------------------------------------------------
002520*    REBUILD COUNTERS.
002530*----------------------------------------------------------------
002540 77  WS-ARCHIVE-READ              PIC 9(09) COMP VALUE ZERO.
002550 77  WS-LOG-READ                  PIC 9(09) COMP VALUE ZERO.
002560 77  WS-SOURCE-READ               PIC 9(09) COMP VALUE ZERO.
002570 77  WS-LOADED                    PIC 9(09) COMP VALUE ZERO.
002580 77  WS-TIES                      PIC 9(09) COMP VALUE ZERO.
002590 77  WS-PAST-RETENTION            PIC 9(09) COMP VALUE ZERO.
002600 77  WS-SEQ-EXHAUSTED             PIC 9(09) COMP VALUE ZERO.
002610 77  WS-WRITE-ERRORS              PIC 9(09) COMP VALUE ZERO.
002620 77  WS-OUT-OF-ORDER              PIC 9(09) COMP VALUE ZERO.
002630 77  WS-MASTER-COUNT              PIC 9(09) COMP VALUE ZERO.
002640 77  WS-ACCOUNTED                 PIC 9(09) COMP VALUE ZERO.
002650*----------------------------------------------------------------
002660*    DATE SERVICES MODULE COMMUNICATION AREA.
002670*----------------------------------------------------------------
002680 COPY DATCOM.
002690*----------------------------------------------------------------
002700*    REPORT FORMATTING.
002710*----------------------------------------------------------------
002720 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002730 01  WS-REPORT-TITLE              PIC X(60) VALUE SPACES.
002740 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
002750 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
002760 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
002770 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
002780 01  WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.
002790 01  WS-SECTION-TITLE             PIC X(60) VALUE SPACES.
002800 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002810 01  WS-ED-DAYS                   PIC ZZ,ZZ9.
002820*----------------------------------------------------------------
002830*    RUN LEDGER CLOSE-OUT.
002840*----------------------------------------------------------------
002850 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
002860 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
002870 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
002880 01  WS-LDG-REJ                   PIC 9(09) VALUE ZERO.
002890 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
002900*****************************************************************
002910*    PROCEDURE DIVISION
002920*****************************************************************
002930 PROCEDURE DIVISION.
002940*-----------------------------------------------------------------
002950 0000-MAINLINE.
002960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002970     IF WS-MODE-PURGE
002980         PERFORM 2000-PURGE-MASTER THRU 2000-EXIT
002990         PERFORM 6000-PRINT-PURGE-SUMMARY THRU 6000-EXIT
003000     ELSE
003010         PERFORM 3000-REBUILD-MASTER THRU 3000-EXIT
003020         PERFORM 3800-COUNT-MASTER THRU 3800-EXIT
003030         PERFORM 6500-PRINT-REBUILD-SUMMARY THRU 6500-EXIT
003040     END-IF
003050     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
003060     STOP RUN.
003070*-----------------------------------------------------------------
003080*    INITIALIZATION - CONTROL CARDS, CUT-OFF DATE AND REPORT.  A
003090*    BAD CARD ENDS THE RUN WITH ONLY THE REASON PRINTED AND THE
003100*    MASTER UNTOUCHED.
003110*-----------------------------------------------------------------
003120 1000-INITIALIZE.
003130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003140     MOVE WS-RUN-DATE TO WS-SEL-DATE
003150     OPEN OUTPUT AMNRPT-FILE
003160     IF WS-AMNRPT-FS NOT = "00"
003170         DISPLAY "IMPOSSIBILE APRIRE AMNRPT - FILE STATUS "
003180             WS-AMNRPT-FS
003190         MOVE 16 TO RETURN-CODE
003200         STOP RUN
003210     END-IF
003220     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
003230     IF WS-MODE-REBUILD
003240         MOVE "SuS - RICOSTRUZIONE AUDITMST DAGLI ARCHIVI"
003250             TO WS-REPORT-TITLE
003260     ELSE
003270         MOVE "SuS - CONSERVAZIONE AUDITMST - EPURAZIONE"
003280             TO WS-REPORT-TITLE
003290     END-IF
003300     PERFORM 1200-CHECK-SELECTION THRU 1200-EXIT
003310     IF NOT WS-CARD-ERROR
003320         GO TO 1000-EXIT
003330     END-IF
003340     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
003350     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
003360     MOVE SPACES TO WS-PRINT-LINE
003370     STRING "*** " WS-CARD-ERROR-TEXT " - AUDITMST NON MODIFICATO"
003380         DELIMITED BY SIZE INTO WS-PRINT-LINE
003390     END-STRING
003400     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003410     DISPLAY WS-CARD-ERROR-TEXT
003420     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003430     CLOSE AMNRPT-FILE
003440     MOVE 12 TO RETURN-CODE
003450     STOP RUN.
003460 1000-EXIT.
003470     EXIT.
003480*-----------------------------------------------------------------
003490*    CONTROL CARDS - KEYWORD=VALUE, ONE PER LINE.
003500*-----------------------------------------------------------------
003510 1100-READ-CONTROL-CARDS.
003520     OPEN INPUT CTLCARD-FILE
003530     IF WS-CTLCARD-FS NOT = "00"
003540         SET WS-CTLCARD-EOF TO TRUE
003550         GO TO 1100-EXIT
003560     END-IF
003570     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
003580     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
003590         UNTIL WS-CTLCARD-EOF
003600     CLOSE CTLCARD-FILE.
003610 1100-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------------
003640 1110-READ-ONE-CARD.
003650     READ CTLCARD-FILE
003660         AT END SET WS-CTLCARD-EOF TO TRUE
003670     END-READ.
003680 1110-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710 1120-APPLY-CONTROL-CARD.
003720     MOVE SPACES TO WS-CARD-KEYWORD
003730     MOVE SPACES TO WS-CARD-VALUE
003740     UNSTRING CTLCARD-RECORD DELIMITED BY "="
003750         INTO WS-CARD-KEYWORD WS-CARD-VALUE
003760     END-UNSTRING
003770     EVALUATE WS-CARD-KEYWORD
003780         WHEN "MODE"
003790             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-MODE
003800         WHEN "DATE"
003810             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-DATE
003820         WHEN "RETAIN"
003830             IF WS-CARD-VALUE = SPACES
003840                 MOVE ZERO TO WS-RETAIN-DAYS
003850             ELSE
003860                 COMPUTE WS-RETAIN-DAYS =
003870                         FUNCTION NUMVAL(WS-CARD-VALUE)
003880             END-IF
003890             IF WS-RETAIN-DAYS = ZERO
003900                 MOVE "GIORNI NON VALIDI SULLA SCHEDA RETAIN"
003910                     TO WS-CARD-ERROR-TEXT
003920                 SET WS-CARD-ERROR TO TRUE
003930             END-IF
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
004040*    THE MODE IS NEVER DEFAULTED - A PURGE DELETES DATA.  THE
004050*    AS-OF DATE MUST BE A REAL DATE NOT AFTER TODAY; THE CUT-OFF
004060*    IS THE FIRST DAY STILL RETAINED, RETAIN CALENDAR DAYS
004070*    BEFORE IT.
004080*-----------------------------------------------------------------
004090 1200-CHECK-SELECTION.
004100     IF WS-CARD-ERROR
004110         GO TO 1200-EXIT
004120     END-IF
004130     IF NOT WS-MODE-PURGE AND NOT WS-MODE-REBUILD
004140         MOVE "MODO MANCANTE O NON VALIDO SULLA SCHEDA MODE"
004150             TO WS-CARD-ERROR-TEXT
004160         SET WS-CARD-ERROR TO TRUE
004170         GO TO 1200-EXIT
004180     END-IF
004190     IF WS-MODE-PURGE AND WS-RETAIN-DAYS = ZERO
004200         MOVE "SCHEDA RETAIN OBBLIGATORIA PER PURGE"
004210             TO WS-CARD-ERROR-TEXT
004220         SET WS-CARD-ERROR TO TRUE
004230         GO TO 1200-EXIT
004240     END-IF
004250     IF WS-SEL-DATE NOT NUMERIC
004260         MOVE "DATA NON VALIDA SULLA SCHEDA DATE"
004270             TO WS-CARD-ERROR-TEXT
004280         SET WS-CARD-ERROR TO TRUE
004290         GO TO 1200-EXIT
004300     END-IF
004310     SET DAT-FUNC-DAY-COUNT TO TRUE
004320     MOVE "A" TO DAT-BASIS
004330     MOVE WS-SEL-DATE TO DAT-DATE-1
004340     MOVE WS-SEL-DATE TO DAT-DATE-2
004350     MOVE ZERO TO DAT-DAYS
004360     CALL "ELMODAT" USING DAT-COMMAREA
004370     IF DAT-DATE-INVALID
004380         MOVE "DATA NON VALIDA SULLA SCHEDA DATE"
004390             TO WS-CARD-ERROR-TEXT
004400         SET WS-CARD-ERROR TO TRUE
004410         GO TO 1200-EXIT
004420     END-IF
004430     IF WS-SEL-DATE > WS-RUN-DATE
004440         MOVE "DATA FUTURA SULLA SCHEDA DATE"
004450             TO WS-CARD-ERROR-TEXT
004460         SET WS-CARD-ERROR TO TRUE
004470         GO TO 1200-EXIT
004480     END-IF
004490     IF WS-RETAIN-DAYS = ZERO
004500         GO TO 1200-EXIT
004510     END-IF
004520     COMPUTE WS-DAY-INT =
004530         FUNCTION INTEGER-OF-DATE(WS-SEL-DATE-NUM)
004540         - WS-RETAIN-DAYS
004550     IF WS-DAY-INT < 1
004560         MOVE "PERIODO TROPPO LUNGO SULLA SCHEDA RETAIN"
004570             TO WS-CARD-ERROR-TEXT
004580         SET WS-CARD-ERROR TO TRUE
004590         GO TO 1200-EXIT
004600     END-IF
004610     COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
004620     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
004630 1200-EXIT.
004640     EXIT.
004650*-----------------------------------------------------------------
004660*    PURGE - THE MASTER IS READ FROM THE TOP IN KEY ORDER, WHICH
004670*    IS TIME ORDER; EVERY RECORD OF A DAY BEFORE THE CUT-OFF IS
004680*    DELETED.  THE RECORDS KEPT ARE READ TO THE END AND COUNTED
004690*    SO THE LISTING SHOWS WHAT THE MASTER STILL HOLDS.
004700*-----------------------------------------------------------------
004710 2000-PURGE-MASTER.
004720     MOVE SPACES TO WS-SECTION-TITLE
004730     STRING "RECORD ELIMINATI PER GIORNO - CONSERVATI DAL "
004740            WS-CUTOFF-DATE
004750         DELIMITED BY SIZE INTO WS-SECTION-TITLE
004760     END-STRING
004770     MOVE SPACES TO WS-COLUMN-HEADING
004780     MOVE "GIORNO" TO WS-COLUMN-HEADING (1:6)
004790     MOVE "ELIMINATI" TO WS-COLUMN-HEADING (14:9)
004800     MOVE "NON ELIMINATI" TO WS-COLUMN-HEADING (28:13)
004810     PERFORM 7350-START-SECTION THRU 7350-EXIT
004820     OPEN I-O AUDITMST-FILE
004830     IF WS-AUDITMST-FS NOT = "00"
004840         DISPLAY "IMPOSSIBILE APRIRE AUDITMST - FILE STATUS "
004850             WS-AUDITMST-FS
004860         MOVE "*** AUDITMST NON DISPONIBILE" TO WS-PRINT-LINE
004870         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
004880         MOVE 16 TO RETURN-CODE
004890         GO TO 2000-EXIT
004900     END-IF
004910     MOVE LOW-VALUES TO AUDM-KEY
004920     START AUDITMST-FILE KEY IS NOT LESS THAN AUDM-KEY
004930     IF WS-AUDITMST-FS = "00"
004940         PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
004950     ELSE
004960         SET WS-AUDITMST-EOF TO TRUE
004970     END-IF
004980     PERFORM 2200-PURGE-ONE-RECORD THRU 2200-EXIT
004990         UNTIL WS-AUDITMST-EOF
005000     PERFORM 5100-PRINT-DAY-LINE THRU 5100-EXIT
005010     CLOSE AUDITMST-FILE
005020     IF WS-DAYS-LISTED = ZERO
005030         MOVE "NESSUN RECORD ANTERIORE AL PERIODO DI CONSERVAZ."
005040             TO WS-PRINT-LINE
005050         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005060     END-IF.
005070 2000-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------------
005100 2100-READ-MASTER-RECORD.
005110     READ AUDITMST-FILE NEXT RECORD
005120         AT END SET WS-AUDITMST-EOF TO TRUE
005130     END-READ.
005140 2100-EXIT.
005150     EXIT.
005160*-----------------------------------------------------------------
005170*    ONE MASTER RECORD - KEPT FROM THE CUT-OFF ON, OTHERWISE
005180*    DELETED AND COUNTED AGAINST ITS CALCULATION DAY.
005190*-----------------------------------------------------------------
005200 2200-PURGE-ONE-RECORD.
005210     ADD 1 TO WS-MASTER-READ
005220     IF AUDM-TIMESTAMP (1:8) NOT < WS-CUTOFF-DATE
005230         IF WS-KEPT = ZERO
005240             MOVE AUDM-TIMESTAMP (1:8) TO WS-FIRST-KEPT
005250         END-IF
005260         ADD 1 TO WS-KEPT
005270         GO TO 2200-NEXT
005280     END-IF
005290     IF AUDM-TIMESTAMP (1:8) NOT = WS-DAY-DATE
005300         PERFORM 5100-PRINT-DAY-LINE THRU 5100-EXIT
005310         MOVE AUDM-TIMESTAMP (1:8) TO WS-DAY-DATE
005320     END-IF
005330     DELETE AUDITMST-FILE RECORD
005340     IF WS-AUDITMST-FS = "00"
005350         ADD 1 TO WS-DAY-DONE
005360         ADD 1 TO WS-PURGED
005370     ELSE
005380         DISPLAY "ERRORE CANCELLAZIONE AUDITMST - FILE STATUS "
005390             WS-AUDITMST-FS " - " AUDM-TIMESTAMP " "
005395             AUDM-TERM-ID
005400         ADD 1 TO WS-DAY-FAILED
005410         ADD 1 TO WS-DELETE-ERRORS
005420     END-IF.
005430 2200-NEXT.
005440     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
005450 2200-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480*    REBUILD - THE MASTER MUST BE EMPTY (FRESHLY DEFINED); IT IS
005490*    LOADED FROM THE ARCHIVE GENERATIONS FIRST AND THE LIVE LOG
005500*    AFTER, SO THE RECORDS ARRIVE IN THE ORDER THE ENGINE WROTE
005510*    THEM AND THE SEQUENCE NUMBERS COME OUT AS THEY WERE.  A
005520*    MISSING SOURCE IS A FILE ERROR: A PARTIAL RELOAD WOULD LOOK
005530*    COMPLETE.
005540*-----------------------------------------------------------------
005550 3000-REBUILD-MASTER.
005560     MOVE "RECORD CARICATI PER GIORNO" TO WS-SECTION-TITLE
005570     IF WS-CUTOFF-DATE NOT = SPACES
005580         MOVE " - CONSERVATI DAL " TO WS-SECTION-TITLE (27:18)
005590         MOVE WS-CUTOFF-DATE TO WS-SECTION-TITLE (45:8)
005600     END-IF
005610     MOVE SPACES TO WS-COLUMN-HEADING
005620     MOVE "GIORNO" TO WS-COLUMN-HEADING (1:6)
005630     MOVE "CARICATI" TO WS-COLUMN-HEADING (15:8)
005640     MOVE "DI CUI SEQ.>0" TO WS-COLUMN-HEADING (28:13)
005650     MOVE "NON CARICATI" TO WS-COLUMN-HEADING (44:12)
005660     PERFORM 7350-START-SECTION THRU 7350-EXIT
005670     OPEN INPUT AUDITIN-FILE
005680     IF WS-AUDITIN-FS NOT = "00"
005690         DISPLAY "IMPOSSIBILE APRIRE AUDITIN - FILE STATUS "
005700             WS-AUDITIN-FS
005710         MOVE "*** ARCHIVIO AUDITIN NON DISPONIBILE"
005715             TO WS-PRINT-LINE
005720         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005730         MOVE 16 TO RETURN-CODE
005740         GO TO 3000-EXIT
005750     END-IF
005760     OPEN INPUT AUDITLOG-FILE
005770     IF WS-AUDITLOG-FS NOT = "00"
005780         DISPLAY "IMPOSSIBILE APRIRE AUDITLOG - FILE STATUS "
005790             WS-AUDITLOG-FS
005800         MOVE "*** AUDITLOG NON DISPONIBILE" TO WS-PRINT-LINE
005810         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005820         CLOSE AUDITIN-FILE
005830         MOVE 16 TO RETURN-CODE
005840         GO TO 3000-EXIT
005850     END-IF
005860     OPEN OUTPUT AUDITMST-FILE
005870     IF WS-AUDITMST-FS NOT = "00"
005880         DISPLAY "IMPOSSIBILE CARICARE AUDITMST - FILE STATUS "
005890             WS-AUDITMST-FS " - CLUSTER NON DEFINITO O NON VUOTO"
005900         MOVE "*** AUDITMST NON CARICABILE" TO WS-PRINT-LINE
005910         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005920         CLOSE AUDITIN-FILE
005930         CLOSE AUDITLOG-FILE
005940         MOVE 16 TO RETURN-CODE
005950         GO TO 3000-EXIT
005960     END-IF
005970     PERFORM 3100-READ-ARCHIVE-RECORD THRU 3100-EXIT
005980     PERFORM 3150-LOAD-ARCHIVE-RECORD THRU 3150-EXIT
005990         UNTIL WS-AUDITIN-EOF OR WS-LOAD-STOPPED
006000     PERFORM 3200-READ-LOG-RECORD THRU 3200-EXIT
006010     PERFORM 3250-LOAD-LOG-RECORD THRU 3250-EXIT
006020         UNTIL WS-AUDITLOG-EOF OR WS-LOAD-STOPPED
006030     PERFORM 5100-PRINT-DAY-LINE THRU 5100-EXIT
006040     CLOSE AUDITIN-FILE
006050     CLOSE AUDITLOG-FILE
006060     CLOSE AUDITMST-FILE
006070     IF WS-DAYS-LISTED = ZERO
006080         MOVE "NESSUN RECORD CARICATO" TO WS-PRINT-LINE
006090         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006100     END-IF.
006110 3000-EXIT.
006120     EXIT.
006130*-----------------------------------------------------------------
006140 3100-READ-ARCHIVE-RECORD.
006150     READ AUDITIN-FILE
006160         AT END SET WS-AUDITIN-EOF TO TRUE
006170     END-READ.
006180 3100-EXIT.
006190     EXIT.
006200*-----------------------------------------------------------------
006210 3150-LOAD-ARCHIVE-RECORD.
006220     ADD 1 TO WS-ARCHIVE-READ
006230     MOVE AIN-RECORD TO AUDIT-RECORD
006240     PERFORM 3500-LOAD-AUDIT-RECORD THRU 3500-EXIT
006250     PERFORM 3100-READ-ARCHIVE-RECORD THRU 3100-EXIT.
006260 3150-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290 3200-READ-LOG-RECORD.
006300     READ AUDITLOG-FILE
006310         AT END SET WS-AUDITLOG-EOF TO TRUE
006320     END-READ.
006330 3200-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360 3250-LOAD-LOG-RECORD.
006370     ADD 1 TO WS-LOG-READ
006380     MOVE ALOG-RECORD TO AUDIT-RECORD
006390     PERFORM 3500-LOAD-AUDIT-RECORD THRU 3500-EXIT
006400     PERFORM 3200-READ-LOG-RECORD THRU 3200-EXIT.
006410 3250-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440*    ONE SOURCE RECORD - OUT OF TIME ORDER IS NOTED (A GENERATION
006450*    CONCATENATED TWICE OR OUT OF ORDER); PAST THE RETENTION
006460*    PERIOD IS LEFT OFF; OTHERWISE MAPPED AND WRITTEN.
006470*-----------------------------------------------------------------
006480 3500-LOAD-AUDIT-RECORD.
006490     IF AUDIT-TIMESTAMP < WS-LAST-TIMESTAMP
006500         ADD 1 TO WS-OUT-OF-ORDER
006510     END-IF
006520     MOVE AUDIT-TIMESTAMP TO WS-LAST-TIMESTAMP
006530     IF WS-CUTOFF-DATE NOT = SPACES
006540        AND AUDIT-TIMESTAMP (1:8) < WS-CUTOFF-DATE
006550         ADD 1 TO WS-PAST-RETENTION
006560         GO TO 3500-EXIT
006570     END-IF
006580     IF AUDIT-TIMESTAMP (1:8) NOT = WS-DAY-DATE
006590         PERFORM 5100-PRINT-DAY-LINE THRU 5100-EXIT
006600         MOVE AUDIT-TIMESTAMP (1:8) TO WS-DAY-DATE
006610     END-IF
006620     MOVE AUDIT-TIMESTAMP TO AUDM-TIMESTAMP
006630     MOVE AUDIT-TERM-ID TO AUDM-TERM-ID
006640     MOVE ZERO TO AUDM-SEQ
006650     MOVE AUDIT-OP-CODE TO AUDM-OP-CODE
006660     MOVE AUDIT-OPERAND-1 TO AUDM-OPERAND-1
006670     MOVE AUDIT-OPERAND-2 TO AUDM-OPERAND-2
006680     MOVE AUDIT-RESULT TO AUDM-RESULT
006690     MOVE AUDIT-SOURCE-ID TO AUDM-SOURCE-ID
006700     MOVE AUDIT-OPER-ID TO AUDM-OPER-ID
006710     MOVE AUDIT-DATE-1 TO AUDM-DATE-1
006720     MOVE AUDIT-DATE-2 TO AUDM-DATE-2
006730     MOVE AUDIT-DAY-BASIS TO AUDM-DAY-BASIS
006740     MOVE AUDIT-VALUE-DATE TO AUDM-VALUE-DATE
006750     MOVE AUDIT-RUN-DATE TO AUDM-RUN-DATE
006760     MOVE AUDIT-HOLD-FLAG TO AUDM-HOLD-FLAG
006770     MOVE AUDIT-RATE-CODE TO AUDM-RATE-CODE
006780     MOVE AUDIT-FORMULA TO AUDM-FORMULA
006790     MOVE AUDIT-LINK-TIMESTAMP TO AUDM-LINK-TIMESTAMP
006800     MOVE AUDIT-LINK-TERM-ID TO AUDM-LINK-TERM-ID
006805     MOVE AUDIT-ORIGIN TO AUDM-ORIGIN
006810     MOVE "N" TO WS-AUDM-WRITE-SW
006820     PERFORM 3510-WRITE-AUDIT-MASTER THRU 3510-EXIT
006830         UNTIL WS-AUDM-WRITTEN.
006840 3500-EXIT.
006850     EXIT.
006860*-----------------------------------------------------------------
006870*    MASTER WRITE - ON A DUPLICATE KEY THE SEQUENCE NUMBER IS
006880*    BUMPED AND THE WRITE RETRIED, AS IN THE ENGINE.  ANY OTHER
006890*    ERROR STOPS THE LOAD.
006900*-----------------------------------------------------------------
006910 3510-WRITE-AUDIT-MASTER.
006920     WRITE AUDM-RECORD
006930     EVALUATE WS-AUDITMST-FS
006940         WHEN "00"
006950             ADD 1 TO WS-LOADED
006960             ADD 1 TO WS-DAY-DONE
006970             IF AUDM-SEQ > ZERO
006980                 ADD 1 TO WS-TIES
006990                 ADD 1 TO WS-DAY-TIES
007000             END-IF
007010             SET WS-AUDM-WRITTEN TO TRUE
007020         WHEN "22"
007030             IF AUDM-SEQ < 9999
007040                 ADD 1 TO AUDM-SEQ
007050             ELSE
007060                 DISPLAY "AUDITMST SEQUENZA ESAURITA PER "
007070                     AUDM-TIMESTAMP
007080                 ADD 1 TO WS-SEQ-EXHAUSTED
007090                 ADD 1 TO WS-DAY-FAILED
007100                 SET WS-AUDM-WRITTEN TO TRUE
007110             END-IF
007120         WHEN OTHER
007130             DISPLAY "ERRORE SCRITTURA AUDITMST - FILE STATUS "
007140                 WS-AUDITMST-FS " - CARICAMENTO INTERROTTO"
007150             ADD 1 TO WS-WRITE-ERRORS
007160             ADD 1 TO WS-DAY-FAILED
007170             SET WS-LOAD-STOPPED TO TRUE
007180             SET WS-AUDM-WRITTEN TO TRUE
007190     END-EVALUATE.
007200 3510-EXIT.
007210     EXIT.
007220*-----------------------------------------------------------------
007230*    RECONCILIATION COUNT - THE LOADED MASTER READ BACK FROM THE
007240*    TOP.  NOT ATTEMPTED WHEN THE LOAD NEVER STARTED.
007250*-----------------------------------------------------------------
007260 3800-COUNT-MASTER.
007270     IF RETURN-CODE NOT < 16
007280         GO TO 3800-EXIT
007290     END-IF
007300     MOVE "N" TO WS-AUDITMST-EOF-SW
007310     OPEN INPUT AUDITMST-FILE
007320     IF WS-AUDITMST-FS NOT = "00"
007330         DISPLAY "IMPOSSIBILE RILEGGERE AUDITMST - FILE STATUS "
007340             WS-AUDITMST-FS
007350         MOVE 16 TO RETURN-CODE
007360         GO TO 3800-EXIT
007370     END-IF
007380     MOVE LOW-VALUES TO AUDM-KEY
007390     START AUDITMST-FILE KEY IS NOT LESS THAN AUDM-KEY
007400     IF WS-AUDITMST-FS = "00"
007410         PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
007420     ELSE
007430         SET WS-AUDITMST-EOF TO TRUE
007440     END-IF
007450     PERFORM 3810-COUNT-ONE-RECORD THRU 3810-EXIT
007460         UNTIL WS-AUDITMST-EOF
007470     CLOSE AUDITMST-FILE.
007480 3800-EXIT.
007490     EXIT.
007500*-----------------------------------------------------------------
007510 3810-COUNT-ONE-RECORD.
007520     ADD 1 TO WS-MASTER-COUNT
007530     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
007540 3810-EXIT.
007550     EXIT.
007560*-----------------------------------------------------------------
007570*    ONE LINE PER CALCULATION DAY - DELETED OR LOADED, TIES
007580*    (REBUILD ONLY) AND RECORDS THAT COULD NOT BE PROCESSED.
007590*-----------------------------------------------------------------
007600 5100-PRINT-DAY-LINE.
007610     IF WS-DAY-DATE = SPACES
007620         GO TO 5100-EXIT
007630     END-IF
007640     ADD 1 TO WS-DAYS-LISTED
007650     MOVE SPACES TO WS-PRINT-LINE
007660     MOVE WS-DAY-DATE TO WS-PRINT-LINE (1:8)
007670     MOVE WS-DAY-DONE TO WS-ED-COUNT
007680     MOVE WS-ED-COUNT TO WS-PRINT-LINE (12:11)
007690     IF WS-MODE-REBUILD
007700         MOVE WS-DAY-TIES TO WS-ED-COUNT
007710         MOVE WS-ED-COUNT TO WS-PRINT-LINE (30:11)
007720         MOVE WS-DAY-FAILED TO WS-ED-COUNT
007730         MOVE WS-ED-COUNT TO WS-PRINT-LINE (45:11)
007740     ELSE
007750         MOVE WS-DAY-FAILED TO WS-ED-COUNT
007760         MOVE WS-ED-COUNT TO WS-PRINT-LINE (30:11)
007770     END-IF
007780     IF WS-DAY-FAILED > ZERO
007790         MOVE "*** ANOMALIA" TO WS-PRINT-LINE (60:12)
007800     END-IF
007810     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007820     MOVE SPACES TO WS-DAY-DATE
007830     INITIALIZE WS-DAY-TOTALS.
007840 5100-EXIT.
007850     EXIT.
007860*-----------------------------------------------------------------
007870*    PURGE SUMMARY.
007880*-----------------------------------------------------------------
007890 6000-PRINT-PURGE-SUMMARY.
007900     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
007910     MOVE SPACES TO WS-COLUMN-HEADING
007920     PERFORM 7350-START-SECTION THRU 7350-EXIT
007930     MOVE WS-RETAIN-DAYS TO WS-ED-DAYS
007940     MOVE SPACES TO WS-PRINT-LINE
007950     STRING "PERIODO DI CONSERVAZIONE:   " WS-ED-DAYS
007960            " GIORNI - RECORD DAL " WS-CUTOFF-DATE " IN POI"
007970         DELIMITED BY SIZE INTO WS-PRINT-LINE
007980     END-STRING
007990     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008000     MOVE WS-MASTER-READ TO WS-ED-COUNT
008010     MOVE SPACES TO WS-PRINT-LINE
008020     STRING "RECORD DI AUDITMST LETTI:   " WS-ED-COUNT
008030         DELIMITED BY SIZE INTO WS-PRINT-LINE
008040     END-STRING
008050     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008060     MOVE WS-PURGED TO WS-ED-COUNT
008070     MOVE SPACES TO WS-PRINT-LINE
008080     STRING "  ELIMINATI:                " WS-ED-COUNT
008090         DELIMITED BY SIZE INTO WS-PRINT-LINE
008100     END-STRING
008110     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008120     MOVE WS-DELETE-ERRORS TO WS-ED-COUNT
008130     MOVE SPACES TO WS-PRINT-LINE
008140     STRING "  NON ELIMINATI (ERRORE):   " WS-ED-COUNT
008150         DELIMITED BY SIZE INTO WS-PRINT-LINE
008160     END-STRING
008170     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008180     MOVE WS-KEPT TO WS-ED-COUNT
008190     MOVE SPACES TO WS-PRINT-LINE
008200     STRING "  CONSERVATI:               " WS-ED-COUNT
008210         DELIMITED BY SIZE INTO WS-PRINT-LINE
008220     END-STRING
008230     IF WS-FIRST-KEPT NOT = SPACES
008240         MOVE " - PRIMO GIORNO " TO WS-PRINT-LINE (40:16)
008250         MOVE WS-FIRST-KEPT TO WS-PRINT-LINE (56:8)
008260     END-IF
008270     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008280     MOVE WS-DAYS-LISTED TO WS-ED-COUNT
008290     MOVE SPACES TO WS-PRINT-LINE
008300     STRING "GIORNI EPURATI:             " WS-ED-COUNT
008310         DELIMITED BY SIZE INTO WS-PRINT-LINE
008320     END-STRING
008330     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008340     EVALUATE TRUE
008350         WHEN RETURN-CODE NOT < 16
008360             CONTINUE
008370         WHEN WS-DELETE-ERRORS > ZERO
008380             MOVE 8 TO RETURN-CODE
008390         WHEN WS-PURGED = ZERO
008400             MOVE 4 TO RETURN-CODE
008410         WHEN OTHER
008420             CONTINUE
008430     END-EVALUATE.
008440 6000-EXIT.
008450     EXIT.
008460*-----------------------------------------------------------------
008470*    REBUILD SUMMARY AND RECONCILIATION - EVERY RECORD READ IS
008480*    LOADED, PAST THE RETENTION PERIOD OR NOT LOADED, AND THE
008490*    MASTER HOLDS EXACTLY THE RECORDS LOADED.
008500*-----------------------------------------------------------------
008510 6500-PRINT-REBUILD-SUMMARY.
008520     MOVE "RIEPILOGO E QUADRATURA" TO WS-SECTION-TITLE
008530     MOVE SPACES TO WS-COLUMN-HEADING
008540     PERFORM 7350-START-SECTION THRU 7350-EXIT
008550     COMPUTE WS-SOURCE-READ = WS-ARCHIVE-READ + WS-LOG-READ
008560     COMPUTE WS-ACCOUNTED = WS-LOADED + WS-PAST-RETENTION
008570                          + WS-SEQ-EXHAUSTED + WS-WRITE-ERRORS
008580     MOVE WS-ARCHIVE-READ TO WS-ED-COUNT
008590     MOVE SPACES TO WS-PRINT-LINE
008600     STRING "RECORD DEGLI ARCHIVI LETTI: " WS-ED-COUNT
008610         DELIMITED BY SIZE INTO WS-PRINT-LINE
008620     END-STRING
008630     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008640     MOVE WS-LOG-READ TO WS-ED-COUNT
008650     MOVE SPACES TO WS-PRINT-LINE
008660     STRING "RECORD DI AUDITLOG LETTI:   " WS-ED-COUNT
008670         DELIMITED BY SIZE INTO WS-PRINT-LINE
008680     END-STRING
008690     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008700     MOVE WS-SOURCE-READ TO WS-ED-COUNT
008710     MOVE SPACES TO WS-PRINT-LINE
008720     STRING "TOTALE LETTI:               " WS-ED-COUNT
008730         DELIMITED BY SIZE INTO WS-PRINT-LINE
008740     END-STRING
008750     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008760     MOVE WS-LOADED TO WS-ED-COUNT
008770     MOVE SPACES TO WS-PRINT-LINE
008780     STRING "  CARICATI:                 " WS-ED-COUNT
008790         DELIMITED BY SIZE INTO WS-PRINT-LINE
008800     END-STRING
008810     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008820     MOVE WS-TIES TO WS-ED-COUNT
008830     MOVE SPACES TO WS-PRINT-LINE
008840     STRING "    DI CUI CON SEQUENZA > 0:" WS-ED-COUNT
008850         DELIMITED BY SIZE INTO WS-PRINT-LINE
008860     END-STRING
008870     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008880     MOVE WS-PAST-RETENTION TO WS-ED-COUNT
008890     MOVE SPACES TO WS-PRINT-LINE
008900     STRING "  OLTRE LA CONSERVAZIONE:   " WS-ED-COUNT
008910         DELIMITED BY SIZE INTO WS-PRINT-LINE
008920     END-STRING
008930     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008940     MOVE WS-SEQ-EXHAUSTED TO WS-ED-COUNT
008950     MOVE SPACES TO WS-PRINT-LINE
008960     STRING "  SEQUENZA ESAURITA:        " WS-ED-COUNT
008970         DELIMITED BY SIZE INTO WS-PRINT-LINE
008980     END-STRING
008990     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009000     MOVE WS-WRITE-ERRORS TO WS-ED-COUNT
009010     MOVE SPACES TO WS-PRINT-LINE
009020     STRING "  ERRORI DI SCRITTURA:      " WS-ED-COUNT
009030         DELIMITED BY SIZE INTO WS-PRINT-LINE
009040     END-STRING
009050     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009060     MOVE WS-MASTER-COUNT TO WS-ED-COUNT
009070     MOVE SPACES TO WS-PRINT-LINE
009080     STRING "RECORD SU AUDITMST:         " WS-ED-COUNT
009090         DELIMITED BY SIZE INTO WS-PRINT-LINE
009100     END-STRING
009110     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009120     IF WS-OUT-OF-ORDER > ZERO
009130         MOVE WS-OUT-OF-ORDER TO WS-ED-COUNT
009140         MOVE SPACES TO WS-PRINT-LINE
009150         STRING "*** RECORD FUORI SEQUENZA TEMPORALE:" WS-ED-COUNT
009160                " - VERIFICARE LE GENERAZIONI CONCATENATE"
009170             DELIMITED BY SIZE INTO WS-PRINT-LINE
009180         END-STRING
009190         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009200     END-IF
009210     IF WS-LOAD-STOPPED
009220         MOVE "*** CARICAMENTO INTERROTTO - AUDITMST INCOMPLETO"
009230             TO WS-PRINT-LINE
009240         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009250         MOVE 16 TO RETURN-CODE
009260     END-IF
009270     MOVE SPACES TO WS-PRINT-LINE
009280     IF WS-ACCOUNTED = WS-SOURCE-READ
009290        AND WS-MASTER-COUNT = WS-LOADED
009300         MOVE "B" TO WS-LDG-RECON
009310         MOVE "QUADRATURA: LETTI = CARICATI + ESCLUSI + NON"
009320             TO WS-PRINT-LINE
009330         MOVE " CARICATI, AUDITMST = CARICATI - OK"
009340             TO WS-PRINT-LINE (45:35)
009350     ELSE
009360         MOVE "S" TO WS-LDG-RECON
009370         MOVE "*** QUADRATURA NON RIUSCITA - LETTI, CARICATI E"
009380             TO WS-PRINT-LINE
009390         MOVE " RECORD SU AUDITMST NON CORRISPONDONO"
009400             TO WS-PRINT-LINE (48:37)
009410     END-IF
009420     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009430     EVALUATE TRUE
009440         WHEN RETURN-CODE NOT < 16
009450             CONTINUE
009460         WHEN WS-LDG-RECON = "S"
009470             MOVE 8 TO RETURN-CODE
009480         WHEN WS-SEQ-EXHAUSTED > ZERO
009490             MOVE 8 TO RETURN-CODE
009500         WHEN WS-LOADED = ZERO
009510             MOVE 4 TO RETURN-CODE
009520         WHEN WS-OUT-OF-ORDER > ZERO
009530             MOVE 4 TO RETURN-CODE
009540         WHEN OTHER
009550             CONTINUE
009560     END-EVALUATE.
009570 6500-EXIT.
009580     EXIT.
009590*-----------------------------------------------------------------
009600*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.  EACH SECTION
009610*    STARTS ON A NEW PAGE UNDER ITS OWN TITLE AND HEADINGS.
009620*-----------------------------------------------------------------
009630 7300-WRITE-REPORT-LINE.
009640     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
009650         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009660         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
009670     END-IF
009680     MOVE WS-PRINT-LINE TO AMNRPT-RECORD
009690     WRITE AMNRPT-RECORD
009700     ADD 1 TO WS-REPORT-LINE-COUNT.
009710 7300-EXIT.
009720     EXIT.
009730*-----------------------------------------------------------------
009740 7310-PRINT-REPORT-HEADER.
009750     ADD 1 TO WS-REPORT-PAGE-NO
009760     MOVE WS-REPORT-TITLE TO AMNRPT-RECORD
009770     WRITE AMNRPT-RECORD
009780     MOVE SPACES TO AMNRPT-RECORD
009790     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
009800            WS-RUN-DATE          DELIMITED BY SIZE
009810            "   ALLA DATA: "     DELIMITED BY SIZE
009820            WS-SEL-DATE          DELIMITED BY SIZE
009830            "   PAGINA: "        DELIMITED BY SIZE
009840            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
009850         INTO AMNRPT-RECORD
009860     END-STRING
009870     WRITE AMNRPT-RECORD
009880     MOVE WS-SECTION-TITLE TO AMNRPT-RECORD
009890     WRITE AMNRPT-RECORD
009900     IF WS-COLUMN-HEADING NOT = SPACES
009910         MOVE WS-COLUMN-HEADING TO AMNRPT-RECORD
009920         WRITE AMNRPT-RECORD
009930     END-IF
009940     MOVE ZERO TO WS-REPORT-LINE-COUNT.
009950 7310-EXIT.
009960     EXIT.
009970*-----------------------------------------------------------------
009980 7320-PRINT-REPORT-FOOTER.
009990     MOVE SPACES TO AMNRPT-RECORD
010000     STRING "FINE PAGINA "       DELIMITED BY SIZE
010010            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
010020         INTO AMNRPT-RECORD
010030     END-STRING
010040     WRITE AMNRPT-RECORD.
010050 7320-EXIT.
010060     EXIT.
010070*-----------------------------------------------------------------
010080 7350-START-SECTION.
010090     IF WS-REPORT-PAGE-NO > ZERO
010100         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010110     END-IF
010120     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT.
010130 7350-EXIT.
010140     EXIT.
010150*-----------------------------------------------------------------
010160*    TERMINATION - REPORT AND THE RUN LEDGER.
010170*-----------------------------------------------------------------
010180 9000-TERMINATE-PROGRAM.
010190     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010200     CLOSE AMNRPT-FILE
010210     IF WS-MODE-PURGE
010220         DISPLAY "RECORD DI AUDITMST LETTI: " WS-MASTER-READ
010230         DISPLAY "RECORD ELIMINATI:         " WS-PURGED
010240         MOVE "PURGE   " TO WS-LDG-MODE
010250         MOVE WS-MASTER-READ TO WS-LDG-IN
010260         MOVE WS-PURGED TO WS-LDG-OUT
010270         MOVE ZERO TO WS-LDG-REJ
010280         MOVE SPACE TO WS-LDG-RECON
010290     ELSE
010300         DISPLAY "RECORD SORGENTE LETTI:    " WS-SOURCE-READ
010310         DISPLAY "RECORD SU AUDITMST:       " WS-MASTER-COUNT
010320         MOVE "REBUILD " TO WS-LDG-MODE
010330         MOVE WS-SOURCE-READ TO WS-LDG-IN
010340         MOVE WS-MASTER-COUNT TO WS-LDG-OUT
010350         MOVE ZERO TO WS-LDG-REJ
010360     END-IF
010370     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
010380 9000-EXIT.
010390     EXIT.
010400*-----------------------------------------------------------------
010410*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
010420*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
010430*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
010440*    RUN.
010450*-----------------------------------------------------------------
010460 9500-WRITE-RUN-LEDGER.
010470     OPEN EXTEND RUNLEDG
010480     IF WS-RUNLEDG-FS NOT = "00"
010490         OPEN OUTPUT RUNLEDG
010500     END-IF
010510     IF WS-RUNLEDG-FS NOT = "00"
010520         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
010530             WS-RUNLEDG-FS
010540         GO TO 9500-EXIT
010550     END-IF
010560     MOVE SPACES TO LDG-RECORD
010570     MOVE "ELMOAMN " TO LDG-PROGRAM
010580     MOVE WS-RUN-DATE TO LDG-RUN-DATE
010590     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
010600     MOVE WS-LDG-MODE TO LDG-RUN-MODE
010610     MOVE WS-LDG-IN TO LDG-RECORDS-IN
010620     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
010630     MOVE WS-LDG-REJ TO LDG-REJECTS
010640     MOVE RETURN-CODE TO LDG-RETURN-CODE
010650     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
010660     WRITE LDG-RECORD
010670     CLOSE RUNLEDG.
010680 9500-EXIT.
010690     EXIT.
