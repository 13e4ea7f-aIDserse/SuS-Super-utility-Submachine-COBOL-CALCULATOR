000160*                  ENGINE ELMOCLC, SO THE AUDIT TRAIL IS THE SAME
000170*                  AS EVERY OTHER MODE.  RESPONSES GO TO TRXRSP;
000180*                  THE CSV DETAIL IS ROUTED TO THE PER-SOURCE FEED
000190*                  THE SOURCE REGISTRY NAMES (ELSE CSVFEED) AS
000200*                  THE BATCH DRIVER ROUTES IT; A REQUEST FAILING
000210*                  VALIDATION IS ANSWERED WITH A ZERO RESULT AND
000220*                  WRITTEN TO THE SUSPENSE FILE SVCREJ (REJREC
000260*                  THE WORD STOP ON DD SVCCMD.  RECONCILIATION
000270*                  COUNTERS ARE PRINTED ON SVCRPT AT SHUTDOWN.
000280*
000281*                  EVERY REQUEST IS TIMED - QUEUED, PICKED UP AND
000282*                  ANSWERED - ON THE TIMING LOG (DD SVCTIME,
000283*                  COPYBOOK SVTREC), WITH THE QUEUE DEPTH FOUND AT
000284*                  EACH POLL, FOR THE SERVICE-LEVEL REPORT
000285*                  ELMOSLA.  A QUEUE DEEPER THAN MAXDEPTH OR A
000286*                  TURNAROUND LONGER THAN MAXWAIT RAISES AN ALERT
000287*                  ON DD SVCALRT (COPYBOOK ALRTREC) AND THE
000288*                  CONSOLE; THE ALERT IS CLEARED ON THE SAME FILE
000289*                  WHEN THE SERVICE IS BACK WITHIN THE THRESHOLD.
000290*                  THE SESSION'S SERVICE-LEVEL FIGURES GO TO THE
000291*                  RUN LEDGER AT SHUTDOWN (MODE SVCLEVEL).
000292*
000293*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000300*        DELAY=NNNNNNNN       IDLE LOOP COUNT BETWEEN POLLS OF AN
000310*                             EMPTY QUEUE (DEFAULT 05000000)
000311*        VALUEDAYS=NNN        BACK-VALUE LIMIT IN DAYS (DEFAULT
000312*                             30, 0 = NO LIMIT)
000313*        MAXDEPTH=NNNNNNN     BACKLOG ALERT THRESHOLD - REQUESTS
000314*                             WAITING AT A POLL (DEFAULT 100,
000315*                             0 = NO ALERT)
000316*        MAXWAIT=NNNNNNN      TURNAROUND ALERT THRESHOLD IN
000317*                             SECONDS, QUEUED TO ANSWERED
000318*                             (DEFAULT 600, 0 = NO ALERT)
000320*
000330*    SERIES TRANSACTIONS (60-66 WITH CONTINUATION RECORDS) ARE
000340*    NOT SUPPORTED INTRADAY - THEY BELONG TO THE BATCH CYCLE.
000390*    09/02/2026  DF   CLOSE-OUT RECORD APPENDED TO THE SHARED RUN
000400*                     LEDGER (RUNLEDG, COPYBOOK LEDGREC) FOR THE
000410*                     DAILY CONTROL REPORT.
000411*    10/15/2026  DF   SOURCE REGISTRY (MODULE ELMOREG) REPLACES
000412*                     THE FIXED PRC/WHS/LAB ROUTING - CSV DETAIL
000413*                     TO THE FEED POSITION THE REGISTRY NAMES (DD
000414*                     CSVSRC01-08); A REQUEST FROM A SOURCE NOT
000415*                     REGISTERED OR NOT ACTIVE, OR FOR AN
000416*                     OPERATION NOT ALLOWED, GOES TO SVCREJ
000417*                     (REASONS 11/12).
000418*    10/15/2026  DF   DATE OPERATIONS 80-84 - TRX-DATE-1 / DATE-2
000419*                     CARRIED ON THE QUEUE, THE RESPONSE, THE
000420*                     SUSPENSE RECORD AND AS TWO TRAILING CSV
000421*                     COLUMNS.
000422*    10/15/2026  DF   VALUE DATE ON THE QUEUE AND THE SUSPENSE
000423*                     RECORD; CONTROL CARD VALUEDAYS=NNN SETS THE
000424*                     BACK-VALUE LIMIT (DEFAULT 30, 0 = NO LIMIT).
000425*    10/15/2026  DF   PLAUSIBILITY LIMITS - A RESULT OUTSIDE ITS
000426*                     LIMITS (LIMFILE, CHECKED BY THE ENGINE) IS
000427*                     WRITTEN TO HOLDFILE INSTEAD OF THE CSV FEED
000428*                     AND ANSWERED WITH A ZERO RESULT.  RELEASED
000429*                     RESULTS ARE DELIVERED BY THE BATCH RUN.
000430*    10/15/2026  DF   TURNAROUND MONITORING - TIMING LOG SVCTIME
000431*                     PER REQUEST AND PER POLL, BACKLOG AND
000432*                     TURNAROUND ALERTS ON SVCALRT (CARDS
000433*                     MAXDEPTH=, MAXWAIT=), SERVICE-LEVEL FIGURES
000434*                     ON SVCRPT AND THE RUN LEDGER.
000435*    10/15/2026  DF   SUSPENSE INVENTORY - EACH SVCREJ RECORD IS
000436*                     POSTED TO THE SUSPENSE MASTER SUSPMST
000437*                     (MODULE ELMOSUS) UNDER ITS SOURCE, TRXQUE,
000438*                     THE SESSION DATE AND THE QUEUE POSITION,
000439*                     AND THE KEY IS CARRIED ON SVCREJ.
000440*    10/15/2026  DF   CALCULATIONS ARE AUDITED WITH ORIGIN "S"
000441*                     (CLC-ORIGIN) AS INTRADAY SERVICE REQUESTS.
000442*    10/15/2026  DF   HOLD NUMBERS ARE TAKEN IN THE SERVICE'S OWN
000443*                     RANGE (FIRST DIGIT 9, HOLDREC), READ FROM
000444*                     HOLDFILE AT THE FIRST HOLD OF THE SESSION
000445*                     AND COUNTED ON IN STORAGE.  A HOLD CARRIES
000446*                     THE KEY OF ITS AUDIT RECORD.
000447*****************************************************************
000448 IDENTIFICATION DIVISION.
000449 PROGRAM-ID.   ELMOSVC.
000450 AUTHOR.       D. FERRANTE.
000460 INSTALLATION. OFFICINA CALCOLO.
000470 DATE-WRITTEN. 09/02/2026.
000760     SELECT CSVFEED-FILE ASSIGN TO "CSVFEED"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-CSVFEED-FS.
000790     SELECT CSVS01-FILE ASSIGN TO "CSVSRC01"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-CSVSLOT-FS.
000820     SELECT CSVS02-FILE ASSIGN TO "CSVSRC02"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CSVSLOT-FS.
000850     SELECT CSVS03-FILE ASSIGN TO "CSVSRC03"
000860         ORGANIZATION IS LINE SEQUENTIAL
000861         FILE STATUS IS WS-CSVSLOT-FS.
000862     SELECT CSVS04-FILE ASSIGN TO "CSVSRC04"
000863         ORGANIZATION IS LINE SEQUENTIAL
000864         FILE STATUS IS WS-CSVSLOT-FS.
000865     SELECT CSVS05-FILE ASSIGN TO "CSVSRC05"
000866         ORGANIZATION IS LINE SEQUENTIAL
000867         FILE STATUS IS WS-CSVSLOT-FS.
000868     SELECT CSVS06-FILE ASSIGN TO "CSVSRC06"
000869         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-CSVSLOT-FS.
000871     SELECT CSVS07-FILE ASSIGN TO "CSVSRC07"
000872         ORGANIZATION IS LINE SEQUENTIAL
000873         FILE STATUS IS WS-CSVSLOT-FS.
000874     SELECT CSVS08-FILE ASSIGN TO "CSVSRC08"
000875         ORGANIZATION IS LINE SEQUENTIAL
000876         FILE STATUS IS WS-CSVSLOT-FS.
000880     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-RUNLEDG-FS.
000901     SELECT HOLDFILE ASSIGN TO "HOLDFILE"
000902         ORGANIZATION IS SEQUENTIAL
000903         FILE STATUS IS WS-HOLDFILE-FS.
000904     SELECT SVCTIME-FILE ASSIGN TO "SVCTIME"
000905         ORGANIZATION IS SEQUENTIAL
000906         FILE STATUS IS WS-SVCTIME-FS.
000907     SELECT SVCALRT-FILE ASSIGN TO "SVCALRT"
000908         ORGANIZATION IS SEQUENTIAL
000909         FILE STATUS IS WS-SVCALRT-FS.
000910*****************************************************************
000920*    DATA DIVISION
000930*****************************************************************
001080                       ==TRX-TIMESTAMP== BY ==QIN-TIMESTAMP==
001090                       ==TRX-RATE-CODE== BY ==QIN-RATE-CODE==
001100                       ==TRX-PERIODS==   BY ==QIN-PERIODS==
001110                       ==TRX-SOURCE-ID== BY ==QIN-SOURCE-ID==
001112                       ==TRX-DATE-1==    BY ==QIN-DATE-1==
001114                       ==TRX-DATE-2==    BY ==QIN-DATE-2==
001116                       ==TRX-VALUE-DATE== BY ==QIN-VALUE-DATE==.
001120*----------------------------------------------------------------
001130*    RESPONSES - ONE RECORD PER REQUEST, IN REQUEST ORDER.
001140*----------------------------------------------------------------
001230                       ==TRX-TIMESTAMP== BY ==RSP-TIMESTAMP==
001240                       ==TRX-RATE-CODE== BY ==RSP-RATE-CODE==
001250                       ==TRX-PERIODS==   BY ==RSP-PERIODS==
001260                       ==TRX-SOURCE-ID== BY ==RSP-SOURCE-ID==
001262                       ==TRX-DATE-1==    BY ==RSP-DATE-1==
001264                       ==TRX-DATE-2==    BY ==RSP-DATE-2==
001266                       ==TRX-VALUE-DATE== BY ==RSP-VALUE-DATE==.
001270*----------------------------------------------------------------
001280*    SUSPENSE - REQUESTS FAILING VALIDATION, REJREC LAYOUT, FED
001290*    TO THE NORMAL CORRECTION AND RESUBMISSION CYCLE.
001610 01  SVCRPT-RECORD                PIC X(132).
001620*----------------------------------------------------------------
001630*    CSV FEEDS - SAME LINE LAYOUT AND ROUTING AS THE BATCH
001640*    DRIVER, APPENDED TO DURING THE DAY.  CSVS01-CSVS08 ARE THE
001643*    PER-SOURCE FEED POSITIONS (DD CSVSRC01-08) GIVEN OUT BY THE
001646*    SOURCE REGISTRY; ONLY THE POSITIONS IN USE ARE OPENED.
001650*----------------------------------------------------------------
001660 FD  CSVFEED-FILE
001670     RECORDING MODE IS F.
001680 01  CSVFEED-RECORD               PIC X(100).
001690 FD  CSVS01-FILE
001700     RECORDING MODE IS F.
001710 01  CSVS01-RECORD                PIC X(100).
001720 FD  CSVS02-FILE
001730     RECORDING MODE IS F.
001740 01  CSVS02-RECORD                PIC X(100).
001750 FD  CSVS03-FILE
001760     RECORDING MODE IS F.
001761 01  CSVS03-RECORD                PIC X(100).
001762 FD  CSVS04-FILE
001763     RECORDING MODE IS F.
001764 01  CSVS04-RECORD                PIC X(100).
001765 FD  CSVS05-FILE
001766     RECORDING MODE IS F.
001767 01  CSVS05-RECORD                PIC X(100).
001768 FD  CSVS06-FILE
001769     RECORDING MODE IS F.
001770 01  CSVS06-RECORD                PIC X(100).
001771 FD  CSVS07-FILE
001772     RECORDING MODE IS F.
001773 01  CSVS07-RECORD                PIC X(100).
001774 FD  CSVS08-FILE
001775     RECORDING MODE IS F.
001776 01  CSVS08-RECORD                PIC X(100).
001780*****************************************************************
001790*----------------------------------------------------------------
001800*    SHARED RUN LEDGER - APPENDED AT CLOSE-OUT.
001830     RECORDING MODE IS F
001840     LABEL RECORDS ARE STANDARD.
001850 COPY LEDGREC.
001851*----------------------------------------------------------------
001852*    HELD RESULTS - SHARED WITH THE BATCH AND THE PANEL; A RESULT
001853*    OUTSIDE ITS PLAUSIBILITY LIMITS IS APPENDED HERE.
001854*----------------------------------------------------------------
001855 FD  HOLDFILE
001856     RECORDING MODE IS F
001857     LABEL RECORDS ARE STANDARD.
001858 COPY HOLDREC.
001859*----------------------------------------------------------------
001860*    TIMING LOG - ONE RECORD PER REQUEST AND PER BUSY POLL,
001861*    APPENDED ACROSS SERVICE RESTARTS WITHIN THE DAY.
001862*----------------------------------------------------------------
001863 FD  SVCTIME-FILE
001864     RECORDING MODE IS F
001865     LABEL RECORDS ARE STANDARD.
001866 COPY SVTREC.
001867*----------------------------------------------------------------
001868*    SERVICE ALERTS - WATCHED BY OPERATIONS.
001869*----------------------------------------------------------------
001870 FD  SVCALRT-FILE
001871     RECORDING MODE IS F
001872     LABEL RECORDS ARE STANDARD.
001873 COPY ALRTREC.
001874*****************************************************************
001875 WORKING-STORAGE SECTION.
001880*----------------------------------------------------------------
001890*    TRANSACTION WORK AREA AND ENGINE COMMUNICATION AREA.
001900*----------------------------------------------------------------
001910 COPY TRXREC.
001920 COPY CLCCOM.
001921*----------------------------------------------------------------
001922*    SOURCE REGISTRY COMMUNICATION AREA AND THE FEED POSITIONS
001923*    IN USE ("Y" BY POSITION).
001924*----------------------------------------------------------------
001925 COPY REGCOM.
001926*----------------------------------------------------------------
001927*    SUSPENSE MASTER MODULE COMMUNICATION AREA.
001928*----------------------------------------------------------------
001929 COPY SUSCOM.
001930 01  WS-CSV-SLOT-MAP              PIC X(08) VALUE ALL "N".
001931 01  WS-CSV-SLOT                  PIC 9(02) VALUE ZERO.
001932 01  WS-SRC-IX                    PIC 9(02) COMP VALUE ZERO.
001933 01  WS-SLOT-IX                   PIC 9(02) COMP VALUE ZERO.
001934*----------------------------------------------------------------
001940*    FILE STATUS SWITCHES.
001950*----------------------------------------------------------------
001960 01  WS-FILE-STATUSES.
002030     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
002040     05  WS-SVCRPT-FS             PIC X(02) VALUE SPACES.
002050     05  WS-CSVFEED-FS            PIC X(02) VALUE SPACES.
002060     05  WS-CSVSLOT-FS            PIC X(02) VALUE SPACES.
002070     05  WS-HOLDFILE-FS           PIC X(02) VALUE SPACES.
002080     05  WS-SVCTIME-FS            PIC X(02) VALUE SPACES.
002085     05  WS-SVCALRT-FS            PIC X(02) VALUE SPACES.
002090*----------------------------------------------------------------
002100*    PROGRAM SWITCHES.
002110*----------------------------------------------------------------
002160         88  WS-TRXQUE-EOF            VALUE "Y".
002170     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
002180         88  WS-CTLCARD-EOF           VALUE "Y".
002181     05  WS-HOLDFILE-EOF-SW       PIC X(01) VALUE "N".
002182         88  WS-HOLDFILE-EOF          VALUE "Y".
002183     05  WS-DEPTH-ALERT-SW        PIC X(01) VALUE "N".
002184         88  WS-DEPTH-ALERT-ON        VALUE "Y".
002185     05  WS-WAIT-ALERT-SW         PIC X(01) VALUE "N".
002186         88  WS-WAIT-ALERT-ON         VALUE "Y".
002187     05  WS-TS-VALID-SW           PIC X(01) VALUE "N".
002188         88  WS-TS-VALID              VALUE "Y".
002190*----------------------------------------------------------------
002200*    SERVICE PARAMETERS AND CARD PARSING.
002210*----------------------------------------------------------------
002220 01  WS-DELAY-LIMIT               PIC 9(08) VALUE 05000000.
002230 01  WS-DELAY-IX                  PIC 9(08) COMP VALUE ZERO.
002232 01  WS-VALUE-DAYS-MAX            PIC 9(03) VALUE 30.
002234 01  WS-MAX-DEPTH                 PIC 9(07) VALUE 100.
002236 01  WS-MAX-WAIT                  PIC 9(07) VALUE 600.
002240 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
002250 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
002260*----------------------------------------------------------------
002390     05  WS-REJECTS-WRITTEN       PIC 9(09) VALUE ZERO.
002400     05  WS-AUDIT-WRITE-COUNT     PIC 9(09) VALUE ZERO.
002410     05  WS-CSV-WRITE-COUNT       PIC 9(09) VALUE ZERO.
002413     05  WS-HELD-COUNT            PIC 9(09) VALUE ZERO.
002416     05  WS-HOLDS-WRITTEN         PIC 9(09) VALUE ZERO.
002417 01  WS-POLL-CYCLES               PIC 9(09) VALUE ZERO.
002418 01  WS-HLD-LAST-SEQ              PIC 9(07) VALUE ZERO.
002419 01  WS-HLD-RANGE                 PIC 9(01) VALUE 9.
002420 01  WS-HLD-SEQ-SW                PIC X(01) VALUE "N".
002421     88  WS-HLD-SEQ-LOADED            VALUE "Y".
002422*----------------------------------------------------------------
002423*    TURNAROUND TIMING.  A TIMESTAMP IS TURNED INTO SECONDS BY
002424*    8500-TIMESTAMP-TO-SECONDS THROUGH WS-TS-WORK; ELAPSED TIMES
002425*    ARE KEPT WITHIN 99999 SECONDS.
002426*----------------------------------------------------------------
002427 01  WS-POLL-START-TS             PIC X(26) VALUE SPACES.
002428 01  WS-POLL-END-TS               PIC X(26) VALUE SPACES.
002429 01  WS-QUEUED-TS                 PIC X(26) VALUE SPACES.
002430 01  WS-QUEUED-ORIGIN             PIC X(01) VALUE SPACE.
002431 01  WS-PICKED-TS                 PIC X(26) VALUE SPACES.
002432 01  WS-ANSWERED-TS               PIC X(26) VALUE SPACES.
002433 01  WS-TS-WORK.
002434     05  WS-TS-DATE.
002435         10  WS-TS-YYYY           PIC 9(04).
002436         10  WS-TS-MM             PIC 9(02).
002437         10  WS-TS-DD             PIC 9(02).
002438     05  WS-TS-DATE-N REDEFINES WS-TS-DATE
002439                                  PIC 9(08).
002440     05  WS-TS-TIME.
002441         10  WS-TS-HH             PIC 9(02).
002442         10  WS-TS-MI             PIC 9(02).
002443         10  WS-TS-SS             PIC 9(02).
002444     05  FILLER                   PIC X(12).
002445 01  WS-TS-SECONDS                PIC 9(11) VALUE ZERO.
002446 01  WS-SECS-FROM                 PIC 9(11) VALUE ZERO.
002447 01  WS-SECS-PICKED               PIC 9(11) VALUE ZERO.
002448 01  WS-SECS-TO                   PIC 9(11) VALUE ZERO.
002449 01  WS-ELAPSED                   PIC S9(11) VALUE ZERO.
002450 01  WS-WAIT-ELAPSED              PIC S9(11) VALUE ZERO.
002451 01  WS-LAST-DEPTH                PIC 9(09) VALUE ZERO.
002452*----------------------------------------------------------------
002453*    SERVICE-LEVEL FIGURES FOR THE SESSION - SVCRPT AND THE
002454*    "SVCLEVEL" LEDGER RECORD.
002455*----------------------------------------------------------------
002456 01  WS-SLA-COUNTERS.
002457     05  WS-TIMES-WRITTEN         PIC 9(09) VALUE ZERO.
002458     05  WS-SLA-REQUESTS          PIC 9(07) VALUE ZERO.
002459     05  WS-SLA-TOTAL-SECS        PIC 9(09) VALUE ZERO.
002460     05  WS-SLA-WORST-SECS        PIC 9(05) VALUE ZERO.
002461     05  WS-SLA-AVG-SECS          PIC 9(05) VALUE ZERO.
002462     05  WS-SLA-MAX-DEPTH         PIC 9(06) VALUE ZERO.
002463     05  WS-SLA-ALERTS            PIC 9(05) VALUE ZERO.
002464*----------------------------------------------------------------
002465*    IDENTIFICATION AND CSV FORMATTING.
002466*----------------------------------------------------------------
002467 01  WS-ENV-NAME                  PIC X(10) VALUE SPACES.
002470 01  WS-TERMINAL-ID               PIC X(08) VALUE SPACES.
002480 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002490 01  WS-CSV-LINE                  PIC X(100) VALUE SPACES.
002850     MOVE ZERO TO CLC-MSG-NO
002860     MOVE ZERO TO CLC-SERIES-COUNT
002870     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
002872     INITIALIZE REG-COMMAREA
002874     SET REG-FUNC-LOAD TO TRUE
002876     MOVE WS-RUN-DATE TO REG-AS-OF-DATE
002878     CALL "ELMOREG" USING REG-COMMAREA
002880     PERFORM 1200-LOAD-CURSOR THRU 1200-EXIT
002890     OPEN EXTEND TRXRSP-FILE
002900     IF WS-TRXRSP-FS NOT = "00"
003070         STOP RUN
003080     END-IF
003090     PERFORM 1300-OPEN-CSV-FEEDS THRU 1300-EXIT
003091     OPEN EXTEND SVCTIME-FILE
003092     IF WS-SVCTIME-FS NOT = "00"
003093         OPEN OUTPUT SVCTIME-FILE
003094     END-IF
003095     IF WS-SVCTIME-FS NOT = "00"
003096         DISPLAY "IMPOSSIBILE APRIRE SVCTIME - FILE STATUS "
003097             WS-SVCTIME-FS
003098         MOVE 16 TO RETURN-CODE
003099         STOP RUN
003100     END-IF
003101     OPEN EXTEND SVCALRT-FILE
003102     IF WS-SVCALRT-FS NOT = "00"
003103         OPEN OUTPUT SVCALRT-FILE
003104     END-IF
003105     IF WS-SVCALRT-FS NOT = "00"
003106         DISPLAY "IMPOSSIBILE APRIRE SVCALRT - FILE STATUS "
003107             WS-SVCALRT-FS
003108         MOVE 16 TO RETURN-CODE
003109         STOP RUN
003110     END-IF
003111     OPEN OUTPUT SVCRPT-FILE
003112     IF WS-SVCRPT-FS NOT = "00"
003120         DISPLAY "IMPOSSIBILE APRIRE SVCRPT - FILE STATUS "
003130             WS-SVCRPT-FS
003140         MOVE 16 TO RETURN-CODE
003520             IF WS-DELAY-LIMIT < 1
003530                 MOVE 05000000 TO WS-DELAY-LIMIT
003540             END-IF
003541         WHEN "VALUEDAYS"
003542             COMPUTE WS-VALUE-DAYS-MAX =
003543                     FUNCTION NUMVAL(WS-CARD-VALUE)
003544         WHEN "MAXDEPTH"
003545             COMPUTE WS-MAX-DEPTH =
003546                     FUNCTION NUMVAL(WS-CARD-VALUE)
003547         WHEN "MAXWAIT"
003548             COMPUTE WS-MAX-WAIT =
003549                     FUNCTION NUMVAL(WS-CARD-VALUE)
003550         WHEN SPACES
003560             CONTINUE
003570         WHEN OTHER
003880             TO CSVFEED-RECORD
003890         WRITE CSVFEED-RECORD
003900     END-IF
003910     MOVE ALL "N" TO WS-CSV-SLOT-MAP
003920     PERFORM 1310-MARK-CSV-SLOT THRU 1310-EXIT
003930         VARYING WS-SRC-IX FROM 1 BY 1
003940         UNTIL WS-SRC-IX > REG-USED
003950     PERFORM 1320-OPEN-CSV-SLOT THRU 1320-EXIT
003960         VARYING WS-SLOT-IX FROM 1 BY 1
003970         UNTIL WS-SLOT-IX > 8.
003972 1300-EXIT.
003974     EXIT.
003976*-----------------------------------------------------------------
003978 1310-MARK-CSV-SLOT.
003980     MOVE REG-CSV-SLOT (WS-SRC-IX) TO WS-CSV-SLOT
003982     IF WS-CSV-SLOT > ZERO
003984         MOVE "Y" TO WS-CSV-SLOT-MAP (WS-CSV-SLOT:1)
003986     END-IF.
003988 1310-EXIT.
003990     EXIT.
003992*-----------------------------------------------------------------
003994*    ONE PER-SOURCE FEED POSITION - APPENDED TO IF IT EXISTS,
003996*    ELSE CREATED WITH THE COLUMN HEADER.
003998*-----------------------------------------------------------------
004000 1320-OPEN-CSV-SLOT.
004002     IF WS-CSV-SLOT-MAP (WS-SLOT-IX:1) NOT = "Y"
004004         GO TO 1320-EXIT
004006     END-IF
004008     MOVE WS-SLOT-IX TO WS-CSV-SLOT
004010     EVALUATE WS-CSV-SLOT
004012         WHEN 1
004014             OPEN EXTEND CSVS01-FILE
004016         WHEN 2
004018             OPEN EXTEND CSVS02-FILE
004020         WHEN 3
004022             OPEN EXTEND CSVS03-FILE
004024         WHEN 4
004026             OPEN EXTEND CSVS04-FILE
004028         WHEN 5
004030             OPEN EXTEND CSVS05-FILE
004032         WHEN 6
004034             OPEN EXTEND CSVS06-FILE
004036         WHEN 7
004038             OPEN EXTEND CSVS07-FILE
004040         WHEN 8
004042             OPEN EXTEND CSVS08-FILE
004044     END-EVALUATE
004046     IF WS-CSVSLOT-FS = "00"
004048         GO TO 1320-EXIT
004050     END-IF
004052     EVALUATE WS-CSV-SLOT
004054         WHEN 1
004056             OPEN OUTPUT CSVS01-FILE
004058         WHEN 2
004060             OPEN OUTPUT CSVS02-FILE
004062         WHEN 3
004064             OPEN OUTPUT CSVS03-FILE
004066         WHEN 4
004068             OPEN OUTPUT CSVS04-FILE
004070         WHEN 5
004072             OPEN OUTPUT CSVS05-FILE
004074         WHEN 6
004076             OPEN OUTPUT CSVS06-FILE
004078         WHEN 7
004080             OPEN OUTPUT CSVS07-FILE
004082         WHEN 8
004084             OPEN OUTPUT CSVS08-FILE
004086     END-EVALUATE
004088     IF WS-CSVSLOT-FS NOT = "00"
004090         DISPLAY "IMPOSSIBILE APRIRE UN FEED CSV PER SORGENTE - "
004092             "CSVSRC" WS-CSV-SLOT " FILE STATUS " WS-CSVSLOT-FS
004094         MOVE 16 TO RETURN-CODE
004096         STOP RUN
004098     END-IF
004100     MOVE "OP-CODE,OPERAND-1,OPERAND-2,RESULT,TIMESTAMP"
004102         TO WS-CSV-LINE
004104     PERFORM 3510-WRITE-CSV-SLOT THRU 3510-EXIT.
004106 1320-EXIT.
004108     EXIT.
004110*-----------------------------------------------------------------
004112*    ONE SERVICE CYCLE - STOP COMMAND FIRST, THEN THE QUEUE AND
004114*    ITS DEPTH ON THE TIMING LOG; AN IDLE CYCLE WAITS BEFORE
004116*    POLLING AGAIN SO AN EMPTY QUEUE DOES NOT SPIN THE PROCESSOR.
004180*-----------------------------------------------------------------
004190 2000-SERVICE-CYCLE.
004200     ADD 1 TO WS-POLL-CYCLES
004230         GO TO 2000-EXIT
004240     END-IF
004250     PERFORM 3000-DRAIN-QUEUE THRU 3000-EXIT
004255     PERFORM 3850-RECORD-POLL THRU 3850-EXIT
004260     IF WS-NEW-THIS-CYCLE = ZERO
004270         PERFORM 8400-POLL-DELAY THRU 8400-EXIT
004280     END-IF.
004560*    ALLOCATED IS AN IDLE CYCLE.
004570*-----------------------------------------------------------------
004580 3000-DRAIN-QUEUE.
004585     MOVE FUNCTION CURRENT-DATE TO WS-POLL-START-TS
004590     MOVE ZERO TO WS-NEW-THIS-CYCLE
004600     MOVE ZERO TO WS-QUEUE-POS
004610     MOVE "N" TO WS-TRXQUE-EOF-SW
004860     IF WS-QUEUE-POS > WS-CURSOR-RECNO
004870         ADD 1 TO WS-NEW-THIS-CYCLE
004880         ADD 1 TO WS-REQUESTS-READ
004885         PERFORM 3250-NOTE-PICKUP THRU 3250-EXIT
004890         PERFORM 3300-PROCESS-REQUEST THRU 3300-EXIT
004895         PERFORM 3800-RECORD-TURNAROUND THRU 3800-EXIT
004900     END-IF
004910     PERFORM 3100-READ-QUEUE-RECORD THRU 3100-EXIT.
004920 3200-EXIT.
004930     EXIT.
004940*-----------------------------------------------------------------
004941*    PICK-UP - THE MOMENT THE SERVICE TAKES THE REQUEST, AND WHEN
004942*    IT WAS QUEUED: THE SOURCE'S OWN TIMESTAMP ON THE REQUEST, OR
004943*    THE START OF THIS POLL WHEN THE SOURCE LEFT IT BLANK.
004944*-----------------------------------------------------------------
004945 3250-NOTE-PICKUP.
004946     MOVE FUNCTION CURRENT-DATE TO WS-PICKED-TS
004947     MOVE QIN-TIMESTAMP TO WS-TS-WORK
004948     PERFORM 8500-TIMESTAMP-TO-SECONDS THRU 8500-EXIT
004949     IF WS-TS-VALID
004950         MOVE QIN-TIMESTAMP TO WS-QUEUED-TS
004951         MOVE "S" TO WS-QUEUED-ORIGIN
004952     ELSE
004953         MOVE WS-POLL-START-TS TO WS-QUEUED-TS
004954         MOVE "P" TO WS-QUEUED-ORIGIN
004955     END-IF.
004956 3250-EXIT.
004957     EXIT.
004958*-----------------------------------------------------------------
004959*    ONE REQUEST - THE SAME ENGINE, THE SAME AUDIT TRAIL.  A GOOD
004960*    RESULT IS ANSWERED AND ROUTED TO THE SOURCE'S CSV FEED, OR,
004963*    WHEN IT IS OUTSIDE ITS PLAUSIBILITY LIMITS, ANSWERED WITH A
004966*    ZERO RESULT AND PUT ON HOLDFILE FOR A SUPERVISOR; A
004970*    VALIDATION FAILURE IS ANSWERED WITH A ZERO RESULT AND GOES
004980*    TO SUSPENSE FOR THE NORMAL CORRECTION CYCLE.  THE SOURCE
004982*    REGISTRY IS CHECKED FIRST: A SOURCE NOT REGISTERED OR NOT
004984*    ACTIVE, OR AN OPERATION IT MAY NOT SUBMIT, IS REFUSED THE
004986*    SAME WAY WITHOUT REACHING THE ENGINE.
004990*-----------------------------------------------------------------
005000 3300-PROCESS-REQUEST.
005010     MOVE QIN-RECORD TO TRX-RECORD
005011     SET REG-FUNC-VALIDATE TO TRUE
005012     MOVE TRX-SOURCE-ID TO REG-SOURCE-ID
005013     MOVE TRX-OP-CODE TO REG-OP-CODE
005014     CALL "ELMOREG" USING REG-COMMAREA
005015     IF REG-SOURCE-REFUSED
005016         MOVE REG-REASON-CODE TO CLC-REASON-CODE
005017         MOVE ZERO TO TRX-RESULT
005018         PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
005019         PERFORM 3600-WRITE-REJECT-RECORD THRU 3600-EXIT
005020         GO TO 3300-EXIT
005021     END-IF
005022     SET CLC-FUNC-CALCULATE TO TRUE
005030     MOVE "D" TO CLC-ANGLE-UNIT
005040     MOVE WS-TERMINAL-ID TO CLC-TERM-ID
005050     MOVE SPACES TO CLC-OPER-ID
005055     MOVE WS-VALUE-DAYS-MAX TO CLC-VALUE-DAYS-MAX
005060     SET CLC-AUDIT-WANTED TO TRUE
005063     SET CLC-LIMITS-WANTED TO TRUE
005066     SET CLC-ORIGIN-SERVICE TO TRUE
005070     MOVE ZERO TO CLC-SERIES-COUNT
005080     CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
005090     IF CLC-AUDIT-WRITTEN
005100         ADD 1 TO WS-AUDIT-WRITE-COUNT
005110     END-IF
005120     IF CLC-CALC-OK
005130         IF CLC-RESULT-HELD
005140             PERFORM 3700-HOLD-RESULT THRU 3700-EXIT
005141             MOVE ZERO TO TRX-RESULT
005142             PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
005143         ELSE
005144             PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
005145             PERFORM 3500-EXPORT-CSV-RECORD THRU 3500-EXIT
005146         END-IF
005150     ELSE
005160         MOVE ZERO TO TRX-RESULT
005170         PERFORM 3400-WRITE-RESPONSE THRU 3400-EXIT
005230 3400-WRITE-RESPONSE.
005240     MOVE TRX-RECORD TO RSP-RECORD
005250     WRITE RSP-RECORD
005255     MOVE FUNCTION CURRENT-DATE TO WS-ANSWERED-TS
005260     ADD 1 TO WS-RESPONSES-WRITTEN.
005270 3400-EXIT.
005280     EXIT.
005340     MOVE TRX-OPERAND-2 TO WS-ED-OPERAND-2
005350     MOVE TRX-RESULT    TO WS-ED-RESULT
005360     MOVE SPACES TO WS-CSV-LINE
005362     IF TRX-OP-CODE > 79 AND TRX-OP-CODE < 85
005364         PERFORM 3505-BUILD-CSV-DATE-LINE THRU 3505-EXIT
005366         GO TO 3500-ROUTE-LINE
005368     END-IF
005370     STRING TRX-OP-CODE       DELIMITED BY SIZE
005380            ","               DELIMITED BY SIZE
005390            WS-ED-OPERAND-1   DELIMITED BY SIZE
005440            ","               DELIMITED BY SIZE
005450            TRX-TIMESTAMP     DELIMITED BY SIZE
005460         INTO WS-CSV-LINE
005470     END-STRING.
005480 3500-ROUTE-LINE.
005481     MOVE ZERO TO WS-CSV-SLOT
005482     IF REG-ENTRY-IX > ZERO
005483         MOVE REG-CSV-SLOT (REG-ENTRY-IX) TO WS-CSV-SLOT
005484     END-IF
005485     PERFORM 3510-WRITE-CSV-SLOT THRU 3510-EXIT
005486     ADD 1 TO WS-CSV-WRITE-COUNT.
005487 3500-EXIT.
005488     EXIT.
005489*-----------------------------------------------------------------
005490*    DATE OPERATIONS 80-84 - THE TWO DATES FOLLOW THE TIMESTAMP
005491*    AS TWO TRAILING COLUMNS, AS IN THE BATCH DRIVER.
005492*-----------------------------------------------------------------
005493 3505-BUILD-CSV-DATE-LINE.
005494     STRING TRX-OP-CODE       DELIMITED BY SIZE
005495            ","               DELIMITED BY SIZE
005496            WS-ED-OPERAND-1   DELIMITED BY SIZE
005497            ","               DELIMITED BY SIZE
005498            WS-ED-OPERAND-2   DELIMITED BY SIZE
005499            ","               DELIMITED BY SIZE
005500            WS-ED-RESULT      DELIMITED BY SIZE
005501            ","               DELIMITED BY SIZE
005502            TRX-TIMESTAMP     DELIMITED BY SPACE
005503            ","               DELIMITED BY SIZE
005504            TRX-DATE-1        DELIMITED BY SIZE
005505            ","               DELIMITED BY SIZE
005506            TRX-DATE-2        DELIMITED BY SIZE
005507         INTO WS-CSV-LINE
005508     END-STRING.
005509 3505-EXIT.
005510     EXIT.
005511*-----------------------------------------------------------------
005512*    ONE LINE TO FEED POSITION WS-CSV-SLOT - ZERO MEANS CSVFEED.
005513*-----------------------------------------------------------------
005514 3510-WRITE-CSV-SLOT.
005515     EVALUATE WS-CSV-SLOT
005516         WHEN 1
005517             MOVE WS-CSV-LINE TO CSVS01-RECORD
005518             WRITE CSVS01-RECORD
005519         WHEN 2
005520             MOVE WS-CSV-LINE TO CSVS02-RECORD
005521             WRITE CSVS02-RECORD
005522         WHEN 3
005523             MOVE WS-CSV-LINE TO CSVS03-RECORD
005524             WRITE CSVS03-RECORD
005525         WHEN 4
005526             MOVE WS-CSV-LINE TO CSVS04-RECORD
005527             WRITE CSVS04-RECORD
005528         WHEN 5
005529             MOVE WS-CSV-LINE TO CSVS05-RECORD
005530             WRITE CSVS05-RECORD
005531         WHEN 6
005532             MOVE WS-CSV-LINE TO CSVS06-RECORD
005533             WRITE CSVS06-RECORD
005534         WHEN 7
005535             MOVE WS-CSV-LINE TO CSVS07-RECORD
005536             WRITE CSVS07-RECORD
005537         WHEN 8
005538             MOVE WS-CSV-LINE TO CSVS08-RECORD
005539             WRITE CSVS08-RECORD
005540         WHEN OTHER
005541             MOVE WS-CSV-LINE TO CSVFEED-RECORD
005542             WRITE CSVFEED-RECORD
005543     END-EVALUATE.
005544 3510-EXIT.
005545     EXIT.
005546*-----------------------------------------------------------------
005547*    SUSPENSE - FULL REQUEST IMAGE PLUS REASON CODE AND QUEUE
005548*    POSITION, SAME TREATMENT AS THE BATCH REJECTS.
005549*-----------------------------------------------------------------
005550 3600-WRITE-REJECT-RECORD.
005551     MOVE TRX-OP-CODE TO REJ-OP-CODE
005552     MOVE TRX-OPERAND-1 TO REJ-OPERAND-1
005553     MOVE TRX-OPERAND-2 TO REJ-OPERAND-2
005554     MOVE TRX-RESULT TO REJ-RESULT
005555     MOVE TRX-TIMESTAMP TO REJ-TIMESTAMP
005556     MOVE TRX-RATE-CODE TO REJ-RATE-CODE
005557     MOVE TRX-PERIODS TO REJ-PERIODS
005558     MOVE TRX-SOURCE-ID TO REJ-SOURCE-ID
005559     MOVE TRX-DATE-1 TO REJ-DATE-1
005560     MOVE TRX-DATE-2 TO REJ-DATE-2
005561     MOVE TRX-VALUE-DATE TO REJ-VALUE-DATE
005562     MOVE CLC-REASON-CODE TO REJ-REASON-CODE
005563     MOVE WS-QUEUE-POS TO REJ-RECNO
005564     SET SUS-FUNC-REJECT TO TRUE
005565     MOVE TRX-SOURCE-ID TO SUS-SOURCE-ID
005566     MOVE "TRXQUE" TO SUS-FILE-SYSTEM
005567     MOVE WS-RUN-DATE TO SUS-FILE-DATE
005568     MOVE WS-QUEUE-POS TO SUS-RECNO
005569     MOVE "S" TO SUS-ORIGIN
005570     MOVE TRX-OP-CODE TO SUS-OP-CODE
005571     MOVE CLC-REASON-CODE TO SUS-REASON-CODE
005572     MOVE WS-RUN-DATE TO SUS-EVENT-DATE
005573     MOVE "ELMOSVC" TO SUS-PROGRAM
005574     MOVE SPACES TO SUS-OPER-ID
005575     CALL "ELMOSUS" USING SUS-COMMAREA
005576     MOVE SUS-ITEM-KEY TO REJ-SUSP-KEY
005577     WRITE REJ-RECORD
005578     ADD 1 TO WS-REJECTS-WRITTEN.
005579 3600-EXIT.
005580     EXIT.
005581*-----------------------------------------------------------------
005582*    HELD RESULT - THE REQUEST, RESULT INCLUDED, IS APPENDED TO
005583*    HOLDFILE UNDER THE NEXT HOLD NUMBER WITH ITS QUEUE POSITION.
005584*    THE SERVICE NUMBERS IN ITS OWN RANGE (HOLDREC), SO THE BATCH
005585*    STREAMS CANNOT HAND OUT THE SAME NUMBER; THE FILE IS READ FOR
005586*    THE LAST SEQUENCE IN THE RANGE AT THE FIRST HOLD OF THE
005587*    SESSION ONLY.  THE HOLD CARRIES THE KEY OF THE CALCULATION'S
005588*    AUDIT RECORD.
005589*-----------------------------------------------------------------
005590 3700-HOLD-RESULT.
005591     ADD 1 TO WS-HELD-COUNT
005592     IF NOT WS-HLD-SEQ-LOADED
005593         PERFORM 3710-FIND-LAST-HOLD-NO THRU 3710-EXIT
005594     END-IF
005595     MOVE SPACES TO HLD-RECORD
005596     ADD 1 TO WS-HLD-LAST-SEQ
005597     MOVE WS-HLD-RANGE TO HLD-NUMBER-RANGE
005598     MOVE WS-HLD-LAST-SEQ TO HLD-NUMBER-SEQ
005599     SET HLD-HELD TO TRUE
005600     SET HLD-FROM-SERVICE TO TRUE
005601     MOVE WS-RUN-DATE TO HLD-RUN-DATE
005602     MOVE WS-QUEUE-POS TO HLD-RECNO
005603     MOVE CLC-HOLD-REASON TO HLD-REASON
005604     MOVE CLC-HOLD-LIMIT TO HLD-LIMIT-VALUE
005605     MOVE TRX-RECORD TO HLD-TRX-IMAGE
005606     MOVE CLC-AUDIT-TIMESTAMP TO HLD-AUDIT-TIMESTAMP
005607     MOVE CLC-AUDIT-TERM-ID TO HLD-AUDIT-TERM-ID
005608     OPEN EXTEND HOLDFILE
005609     IF WS-HOLDFILE-FS NOT = "00"
005610         OPEN OUTPUT HOLDFILE
005611     END-IF
005612     IF WS-HOLDFILE-FS NOT = "00"
005613         DISPLAY "IMPOSSIBILE AGGIORNARE HOLDFILE - FILE STATUS "
005614             WS-HOLDFILE-FS
005615         GO TO 3700-EXIT
005616     END-IF
005617     WRITE HLD-RECORD
005618     CLOSE HOLDFILE
005619     ADD 1 TO WS-HOLDS-WRITTEN.
005620 3700-EXIT.
005621     EXIT.
005622*-----------------------------------------------------------------
005623 3710-FIND-LAST-HOLD-NO.
005624     MOVE ZERO TO WS-HLD-LAST-SEQ
005625     MOVE "N" TO WS-HOLDFILE-EOF-SW
005626     SET WS-HLD-SEQ-LOADED TO TRUE
005627     OPEN INPUT HOLDFILE
005628     IF WS-HOLDFILE-FS NOT = "00"
005629         GO TO 3710-EXIT
005630     END-IF
005631     PERFORM 3720-READ-HOLD-RECORD THRU 3720-EXIT
005632         UNTIL WS-HOLDFILE-EOF
005633     CLOSE HOLDFILE.
005634 3710-EXIT.
005635     EXIT.
005636*-----------------------------------------------------------------
005637 3720-READ-HOLD-RECORD.
005638     READ HOLDFILE
005639         AT END SET WS-HOLDFILE-EOF TO TRUE
005640     END-READ
005641     IF NOT WS-HOLDFILE-EOF
005642        AND HLD-NUMBER-RANGE = WS-HLD-RANGE
005643        AND HLD-NUMBER-SEQ > WS-HLD-LAST-SEQ
005644         MOVE HLD-NUMBER-SEQ TO WS-HLD-LAST-SEQ
005653     END-IF.
005654 3720-EXIT.
005655     EXIT.
005656*-----------------------------------------------------------------
005657*    TURNAROUND - ONE TIMING RECORD PER REQUEST (QUEUED, PICKED
005658*    UP, ANSWERED), ADDED TO THE SESSION FIGURES.  A TURNAROUND
005659*    OVER MAXWAIT RAISES THE ALERT ONCE; THE FIRST REQUEST BACK
005660*    WITHIN IT CLEARS THE ALERT.
005661*-----------------------------------------------------------------
005662 3800-RECORD-TURNAROUND.
005663     MOVE WS-QUEUED-TS TO WS-TS-WORK
005664     PERFORM 8500-TIMESTAMP-TO-SECONDS THRU 8500-EXIT
005665     MOVE WS-TS-SECONDS TO WS-SECS-FROM
005666     MOVE WS-PICKED-TS TO WS-TS-WORK
005667     PERFORM 8500-TIMESTAMP-TO-SECONDS THRU 8500-EXIT
005668     MOVE WS-TS-SECONDS TO WS-SECS-PICKED
005669     MOVE WS-ANSWERED-TS TO WS-TS-WORK
005670     PERFORM 8500-TIMESTAMP-TO-SECONDS THRU 8500-EXIT
005671     MOVE WS-TS-SECONDS TO WS-SECS-TO
005672     COMPUTE WS-ELAPSED = WS-SECS-TO - WS-SECS-FROM
005673     COMPUTE WS-WAIT-ELAPSED = WS-SECS-PICKED - WS-SECS-FROM
005674     IF WS-ELAPSED < ZERO
005675         MOVE ZERO TO WS-ELAPSED
005676     END-IF
005677     IF WS-ELAPSED > 99999
005678         MOVE 99999 TO WS-ELAPSED
005679     END-IF
005680     IF WS-WAIT-ELAPSED < ZERO
005681         MOVE ZERO TO WS-WAIT-ELAPSED
005682     END-IF
005683     IF WS-WAIT-ELAPSED > 99999
005684         MOVE 99999 TO WS-WAIT-ELAPSED
005685     END-IF
005686     MOVE SPACES TO SVT-RECORD
005687     SET SVT-REQUEST TO TRUE
005688     MOVE WS-RUN-DATE TO SVT-RUN-DATE
005689     MOVE WS-TERMINAL-ID TO SVT-TERM-ID
005690     MOVE WS-POLL-CYCLES TO SVT-POLL-CYCLE
005691     MOVE WS-QUEUE-POS TO SVT-QUEUE-POS
005692     MOVE QIN-SOURCE-ID TO SVT-SOURCE-ID
005693     MOVE QIN-OP-CODE TO SVT-OP-CODE
005694     MOVE WS-QUEUED-TS TO SVT-QUEUED-TS
005695     MOVE WS-QUEUED-ORIGIN TO SVT-QUEUED-ORIGIN
005696     MOVE WS-PICKED-TS TO SVT-PICKED-TS
005697     MOVE WS-ANSWERED-TS TO SVT-ANSWERED-TS
005698     MOVE WS-ELAPSED TO SVT-TURNAROUND
005699     MOVE WS-WAIT-ELAPSED TO SVT-WAIT
005700     EVALUATE TRUE
005701         WHEN REG-SOURCE-REFUSED
005702             SET SVT-REFUSED TO TRUE
005703         WHEN NOT CLC-CALC-OK
005704             SET SVT-REFUSED TO TRUE
005705         WHEN CLC-RESULT-HELD
005706             SET SVT-HELD TO TRUE
005707         WHEN OTHER
005708             SET SVT-ANSWERED TO TRUE
005709     END-EVALUATE
005710     MOVE ZERO TO SVT-QUEUE-DEPTH
005711     WRITE SVT-RECORD
005712     ADD 1 TO WS-TIMES-WRITTEN
005713     ADD 1 TO WS-SLA-REQUESTS
005714     ADD WS-ELAPSED TO WS-SLA-TOTAL-SECS
005715     IF WS-ELAPSED > WS-SLA-WORST-SECS
005716         MOVE WS-ELAPSED TO WS-SLA-WORST-SECS
005717     END-IF
005718     IF WS-MAX-WAIT = ZERO
005719         GO TO 3800-EXIT
005720     END-IF
005721     IF WS-ELAPSED > WS-MAX-WAIT
005722         IF NOT WS-WAIT-ALERT-ON
005723             MOVE SPACES TO ALR-RECORD
005724             SET ALR-RAISED TO TRUE
005725             SET ALR-TURNAROUND TO TRUE
005726             MOVE QIN-SOURCE-ID TO ALR-SOURCE-ID
005727             MOVE WS-QUEUE-POS TO ALR-QUEUE-POS
005728             MOVE WS-ELAPSED TO ALR-VALUE
005729             MOVE WS-MAX-WAIT TO ALR-THRESHOLD
005730             MOVE "TEMPO DI RISPOSTA OLTRE LA SOGLIA MAXWAIT"
005731                 TO ALR-TEXT
005732             PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
005733             MOVE "Y" TO WS-WAIT-ALERT-SW
005734         END-IF
005735     ELSE
005736         IF WS-WAIT-ALERT-ON
005737             MOVE SPACES TO ALR-RECORD
005738             SET ALR-CLEARED TO TRUE
005739             SET ALR-TURNAROUND TO TRUE
005740             MOVE QIN-SOURCE-ID TO ALR-SOURCE-ID
005741             MOVE WS-QUEUE-POS TO ALR-QUEUE-POS
005742             MOVE WS-ELAPSED TO ALR-VALUE
005743             MOVE WS-MAX-WAIT TO ALR-THRESHOLD
005744             MOVE "TEMPO DI RISPOSTA RIENTRATO NELLA SOGLIA"
005745                 TO ALR-TEXT
005746             PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
005747             MOVE "N" TO WS-WAIT-ALERT-SW
005748         END-IF
005749     END-IF.
005750 3800-EXIT.
005751     EXIT.
005752*-----------------------------------------------------------------
005753*    POLL - THE DEPTH OF THE QUEUE FOUND AT THIS POLL (REQUESTS
005754*    WAITING BEYOND THE CURSOR) ON THE TIMING LOG.  EMPTY POLLS
005755*    ARE NOT LOGGED, EXCEPT THE FIRST ONE AFTER A BUSY POLL,
005756*    WHICH SHOWS WHEN THE QUEUE CLEARED.  A DEPTH OVER MAXDEPTH
005757*    RAISES THE BACKLOG ALERT ONCE; A POLL BACK WITHIN IT CLEARS
005758*    THE ALERT.
005759*-----------------------------------------------------------------
005760 3850-RECORD-POLL.
005761     IF WS-NEW-THIS-CYCLE = ZERO AND WS-LAST-DEPTH = ZERO
005762         GO TO 3850-EXIT
005763     END-IF
005764     MOVE WS-NEW-THIS-CYCLE TO WS-LAST-DEPTH
005765     MOVE FUNCTION CURRENT-DATE TO WS-POLL-END-TS
005766     MOVE WS-POLL-START-TS TO WS-TS-WORK
005767     PERFORM 8500-TIMESTAMP-TO-SECONDS THRU 8500-EXIT
005768     MOVE WS-TS-SECONDS TO WS-SECS-FROM
005769     MOVE WS-POLL-END-TS TO WS-TS-WORK
005770     PERFORM 8500-TIMESTAMP-TO-SECONDS THRU 8500-EXIT
005771     MOVE WS-TS-SECONDS TO WS-SECS-TO
005772     COMPUTE WS-ELAPSED = WS-SECS-TO - WS-SECS-FROM
005773     IF WS-ELAPSED < ZERO
005774         MOVE ZERO TO WS-ELAPSED
005775     END-IF
005776     IF WS-ELAPSED > 99999
005777         MOVE 99999 TO WS-ELAPSED
005778     END-IF
005779     MOVE SPACES TO SVT-RECORD
005780     SET SVT-POLL TO TRUE
005781     MOVE WS-RUN-DATE TO SVT-RUN-DATE
005782     MOVE WS-TERMINAL-ID TO SVT-TERM-ID
005783     MOVE WS-POLL-CYCLES TO SVT-POLL-CYCLE
005784     MOVE WS-QUEUE-POS TO SVT-QUEUE-POS
005785     MOVE ZERO TO SVT-OP-CODE
005786     MOVE WS-POLL-START-TS TO SVT-PICKED-TS
005787     MOVE WS-POLL-END-TS TO SVT-ANSWERED-TS
005788     MOVE WS-ELAPSED TO SVT-TURNAROUND
005789     MOVE ZERO TO SVT-WAIT
005790     MOVE WS-NEW-THIS-CYCLE TO SVT-QUEUE-DEPTH
005791     WRITE SVT-RECORD
005792     IF WS-NEW-THIS-CYCLE > WS-SLA-MAX-DEPTH
005793         MOVE WS-NEW-THIS-CYCLE TO WS-SLA-MAX-DEPTH
005794     END-IF
005795     IF WS-MAX-DEPTH = ZERO
005796         GO TO 3850-EXIT
005797     END-IF
005798     IF WS-NEW-THIS-CYCLE > WS-MAX-DEPTH
005799         IF NOT WS-DEPTH-ALERT-ON
005800             MOVE SPACES TO ALR-RECORD
005801             SET ALR-RAISED TO TRUE
005802             SET ALR-BACKLOG TO TRUE
005803             MOVE WS-QUEUE-POS TO ALR-QUEUE-POS
005804             MOVE WS-NEW-THIS-CYCLE TO ALR-VALUE
005805             MOVE WS-MAX-DEPTH TO ALR-THRESHOLD
005806             MOVE "CODA DI RICHIESTE OLTRE LA SOGLIA MAXDEPTH"
005807                 TO ALR-TEXT
005808             PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
005809             MOVE "Y" TO WS-DEPTH-ALERT-SW
005810         END-IF
005811     ELSE
005812         IF WS-DEPTH-ALERT-ON
005813             MOVE SPACES TO ALR-RECORD
005814             SET ALR-CLEARED TO TRUE
005815             SET ALR-BACKLOG TO TRUE
005816             MOVE WS-QUEUE-POS TO ALR-QUEUE-POS
005817             MOVE WS-NEW-THIS-CYCLE TO ALR-VALUE
005818             MOVE WS-MAX-DEPTH TO ALR-THRESHOLD
005819             MOVE "CODA DI RICHIESTE RIENTRATA NELLA SOGLIA"
005820                 TO ALR-TEXT
005821             PERFORM 8600-WRITE-ALERT THRU 8600-EXIT
005822             MOVE "N" TO WS-DEPTH-ALERT-SW
005823         END-IF
005824     END-IF.
005825 3850-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------------
005850 3900-SAVE-CURSOR.
006110 8410-DELAY-TICK.
006120     CONTINUE.
006130 8410-EXIT.
006131     EXIT.
006132*-----------------------------------------------------------------
006133*    TIMESTAMP IN WS-TS-WORK TO SECONDS IN WS-TS-SECONDS (DAY
006134*    NUMBER TIMES 86400 PLUS THE TIME OF DAY).  A TIMESTAMP THAT
006135*    IS BLANK OR NOT A DATE AND TIME GIVES ZERO AND LEAVES
006136*    WS-TS-VALID OFF.
006137*-----------------------------------------------------------------
006138 8500-TIMESTAMP-TO-SECONDS.
006139     MOVE ZERO TO WS-TS-SECONDS
006140     MOVE "N" TO WS-TS-VALID-SW
006141     IF WS-TS-DATE NOT NUMERIC OR WS-TS-TIME NOT NUMERIC
006142         GO TO 8500-EXIT
006143     END-IF
006144     IF WS-TS-YYYY < 1601
006145        OR WS-TS-MM < 1 OR WS-TS-MM > 12
006146        OR WS-TS-DD < 1 OR WS-TS-DD > 31
006147        OR WS-TS-HH > 23 OR WS-TS-MI > 59 OR WS-TS-SS > 59
006148         GO TO 8500-EXIT
006149     END-IF
006150     COMPUTE WS-TS-SECONDS =
006151             FUNCTION INTEGER-OF-DATE (WS-TS-DATE-N) * 86400
006152           + WS-TS-HH * 3600 + WS-TS-MI * 60 + WS-TS-SS
006153     SET WS-TS-VALID TO TRUE.
006154 8500-EXIT.
006155     EXIT.
006156*-----------------------------------------------------------------
006157*    ALERT - ALR-RECORD BUILT BY THE CALLER IS STAMPED, APPENDED
006158*    TO SVCALRT AND SHOWN ON THE CONSOLE.
006159*-----------------------------------------------------------------
006160 8600-WRITE-ALERT.
006161     MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP
006162     MOVE "ELMOSVC " TO ALR-PROGRAM
006163     MOVE WS-TERMINAL-ID TO ALR-TERM-ID
006164     WRITE ALR-RECORD
006165     IF ALR-RAISED
006166         ADD 1 TO WS-SLA-ALERTS
006167         DISPLAY "*** ALLARME SERVIZIO: " ALR-TEXT
006168             " VALORE " ALR-VALUE " SOGLIA " ALR-THRESHOLD
006169     ELSE
006170         DISPLAY "ALLARME RIENTRATO: " ALR-TEXT
006171             " VALORE " ALR-VALUE
006172     END-IF.
006173 8600-EXIT.
006174     EXIT.
006175*-----------------------------------------------------------------
006176*    TERMINATION - RECONCILIATION ON SVCRPT, THE ENGINE'S AUDIT
006177*    FILES CLOSED, EVERYTHING ELSE CLOSED.
006180*-----------------------------------------------------------------
006190 9000-TERMINATE-PROGRAM.
006200     MOVE "SERVIZIO INTRADAY - QUADRATURA DI CHIUSURA"
006500         DELIMITED BY SIZE INTO WS-PRINT-LINE
006510     END-STRING
006520     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006521     MOVE WS-HOLDS-WRITTEN TO WS-ED-COUNT
006522     MOVE SPACES TO WS-PRINT-LINE
006523     STRING "TRATTENUTI HOLDFILE: " WS-ED-COUNT
006524         DELIMITED BY SIZE INTO WS-PRINT-LINE
006525     END-STRING
006526     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006527     MOVE WS-TIMES-WRITTEN TO WS-ED-COUNT
006528     MOVE SPACES TO WS-PRINT-LINE
006529     STRING "TEMPI SU SVCTIME:    " WS-ED-COUNT
006530         DELIMITED BY SIZE INTO WS-PRINT-LINE
006531     END-STRING
006532     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006533     IF WS-RESPONSES-WRITTEN NOT = WS-REQUESTS-READ
006534        OR WS-HOLDS-WRITTEN NOT = WS-HELD-COUNT
006535        OR WS-TIMES-WRITTEN NOT = WS-REQUESTS-READ
006540         MOVE "ESITO QUADRATURA: *** SBILANCIATO ***"
006550             TO WS-PRINT-LINE
006560         MOVE 8 TO RETURN-CODE
006580         MOVE "ESITO QUADRATURA: BILANCIATO" TO WS-PRINT-LINE
006590     END-IF
006600     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006605     PERFORM 9200-PRINT-SERVICE-LEVEL THRU 9200-EXIT
006610     CLOSE TRXRSP-FILE
006613     CLOSE SVCTIME-FILE
006616     CLOSE SVCALRT-FILE
006620     CLOSE SVCREJ-FILE
006630     CLOSE CSVFEED-FILE
006640     PERFORM 9050-CLOSE-CSV-SLOT THRU 9050-EXIT
006643         VARYING WS-SLOT-IX FROM 1 BY 1
006646         UNTIL WS-SLOT-IX > 8
006650     CLOSE SVCRPT-FILE
006660     SET CLC-FUNC-TERMINATE TO TRUE
006670     CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
006673     SET SUS-FUNC-TERMINATE TO TRUE
006676     CALL "ELMOSUS" USING SUS-COMMAREA
006680     MOVE "SERVIZIO" TO WS-LDG-MODE
006690     MOVE WS-REQUESTS-READ TO WS-LDG-IN
006700     MOVE WS-RESPONSES-WRITTEN TO WS-LDG-OUT
006710     MOVE WS-REJECTS-WRITTEN TO WS-LDG-REJ
006720     IF WS-RESPONSES-WRITTEN = WS-REQUESTS-READ
006723        AND WS-HOLDS-WRITTEN = WS-HELD-COUNT
006726        AND WS-TIMES-WRITTEN = WS-REQUESTS-READ
006730         MOVE "B" TO WS-LDG-RECON
006740     ELSE
006750         MOVE "S" TO WS-LDG-RECON
006760     END-IF
006770     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT
006775     PERFORM 9550-WRITE-SLA-LEDGER THRU 9550-EXIT
006780     DISPLAY "SERVIZIO INTRADAY FERMATO - RICHIESTE SERVITE: "
006790         WS-REQUESTS-READ.
006800 9000-EXIT.
006801     EXIT.
006802*-----------------------------------------------------------------
006803 9050-CLOSE-CSV-SLOT.
006804     IF WS-CSV-SLOT-MAP (WS-SLOT-IX:1) NOT = "Y"
006805         GO TO 9050-EXIT
006806     END-IF
006807     EVALUATE WS-SLOT-IX
006808         WHEN 1
006809             CLOSE CSVS01-FILE
006810         WHEN 2
006811             CLOSE CSVS02-FILE
006812         WHEN 3
006813             CLOSE CSVS03-FILE
006814         WHEN 4
006815             CLOSE CSVS04-FILE
006816         WHEN 5
006817             CLOSE CSVS05-FILE
006818         WHEN 6
006819             CLOSE CSVS06-FILE
006820         WHEN 7
006821             CLOSE CSVS07-FILE
006822         WHEN 8
006823             CLOSE CSVS08-FILE
006824     END-EVALUATE.
006825 9050-EXIT.
006826     EXIT.
006827*-----------------------------------------------------------------
006830 9100-WRITE-REPORT-LINE.
006840     MOVE WS-PRINT-LINE TO SVCRPT-RECORD
006850     WRITE SVCRPT-RECORD.
006860 9100-EXIT.
006861     EXIT.
006862*-----------------------------------------------------------------
006863*    SERVICE LEVEL FOR THE SESSION - TURNAROUND IS QUEUED TO
006864*    ANSWERED, IN SECONDS.
006865*-----------------------------------------------------------------
006866 9200-PRINT-SERVICE-LEVEL.
006867     IF WS-SLA-REQUESTS > ZERO
006868         COMPUTE WS-SLA-AVG-SECS ROUNDED =
006869                 WS-SLA-TOTAL-SECS / WS-SLA-REQUESTS
006870     END-IF
006871     MOVE SPACES TO WS-PRINT-LINE
006872     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006873     MOVE "LIVELLO DI SERVIZIO DELLA SESSIONE" TO WS-PRINT-LINE
006874     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006875     MOVE WS-SLA-REQUESTS TO WS-ED-COUNT
006876     MOVE SPACES TO WS-PRINT-LINE
006877     STRING "RICHIESTE CRONOMETRATE: " WS-ED-COUNT
006878         DELIMITED BY SIZE INTO WS-PRINT-LINE
006879     END-STRING
006880     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006881     MOVE WS-SLA-AVG-SECS TO WS-ED-COUNT
006882     MOVE SPACES TO WS-PRINT-LINE
006883     STRING "RISPOSTA MEDIA (SEC):   " WS-ED-COUNT
006884         DELIMITED BY SIZE INTO WS-PRINT-LINE
006885     END-STRING
006886     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006887     MOVE WS-SLA-WORST-SECS TO WS-ED-COUNT
006888     MOVE SPACES TO WS-PRINT-LINE
006889     STRING "RISPOSTA PEGGIORE (SEC):" WS-ED-COUNT
006890         DELIMITED BY SIZE INTO WS-PRINT-LINE
006891     END-STRING
006892     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006893     MOVE WS-SLA-MAX-DEPTH TO WS-ED-COUNT
006894     MOVE SPACES TO WS-PRINT-LINE
006895     STRING "CODA MASSIMA A UN CICLO:" WS-ED-COUNT
006896         DELIMITED BY SIZE INTO WS-PRINT-LINE
006897     END-STRING
006898     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT
006899     MOVE WS-SLA-ALERTS TO WS-ED-COUNT
006900     MOVE SPACES TO WS-PRINT-LINE
006901     STRING "ALLARMI SU SVCALRT:     " WS-ED-COUNT
006902         DELIMITED BY SIZE INTO WS-PRINT-LINE
006903     END-STRING
006904     PERFORM 9100-WRITE-REPORT-LINE THRU 9100-EXIT.
006905 9200-EXIT.
006906     EXIT.
006907*-----------------------------------------------------------------
006908*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
006909*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
006910*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
006920*    RUN.
006930*-----------------------------------------------------------------
007150     CLOSE RUNLEDG.
007160 9500-EXIT.
007170     EXIT.
007180*-----------------------------------------------------------------
007190*    SERVICE-LEVEL RECORD - A SECOND LEDGER RECORD, MODE
007200*    SVCLEVEL, CARRYING THE SESSION'S TURNAROUND AND BACKLOG
007210*    FIGURES IN THE LDG-SLA VIEW FOR THE DAILY CONTROL REPORT.
007220*-----------------------------------------------------------------
007230 9550-WRITE-SLA-LEDGER.
007240     OPEN EXTEND RUNLEDG
007250     IF WS-RUNLEDG-FS NOT = "00"
007260         OPEN OUTPUT RUNLEDG
007270     END-IF
007280     IF WS-RUNLEDG-FS NOT = "00"
007290         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
007300             WS-RUNLEDG-FS
007310         GO TO 9550-EXIT
007320     END-IF
007330     MOVE SPACES TO LDG-RECORD
007340     MOVE "ELMOSVC " TO LDG-PROGRAM
007350     MOVE WS-RUN-DATE TO LDG-RUN-DATE
007360     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
007370     MOVE "SVCLEVEL" TO LDG-RUN-MODE
007380     MOVE WS-SLA-REQUESTS TO LDG-SLA-REQUESTS
007390     MOVE WS-SLA-TOTAL-SECS TO LDG-SLA-TOTAL-SECS
007400     MOVE WS-SLA-WORST-SECS TO LDG-SLA-WORST-SECS
007410     MOVE WS-SLA-MAX-DEPTH TO LDG-SLA-MAX-DEPTH
007420     MOVE RETURN-CODE TO LDG-RETURN-CODE
007430     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
007440     MOVE WS-SLA-ALERTS TO LDG-SLA-ALERTS
007450     WRITE LDG-RECORD
007460     CLOSE RUNLEDG.
007470 9550-EXIT.
007480     EXIT.
