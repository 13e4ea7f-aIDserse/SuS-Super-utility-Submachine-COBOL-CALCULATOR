002020*                     OPERATOR, OR BY TERMINAL WHEN THE
002030*                     SESSION IS UNCONTROLLED), SO THE PANEL
002040*                     REOPENS THE WAY IT WAS LEFT.
002041*    10/15/2026  DF   SOURCE REGISTRY (FILE SRCFILE, MODULE
002042*                     ELMOREG) REPLACES THE FIXED PRC/WHS/LAB
002043*                     ROUTING.  CSV AND ACK FEEDS GO TO THE FEED
002044*                     POSITION THE REGISTRY NAMES (DD CSVSRC01-08,
002045*                     ACKSRC01-08), STATISTICS PER REGISTERED
002046*                     SOURCE (S-xxx), AND A SOURCE NOT REGISTERED
002047*                     OR NOT ACTIVE, OR AN OPERATION NOT ALLOWED
002048*                     FOR IT, GOES TO SUSPENSE (REASONS 11/12).
002049*    10/15/2026  DF   COMPANY CALENDAR (FILE CALFILE, MODULE
002050*                     ELMODAT).  THE STALE-FILE CHECK ALLOWS BACK
002051*                     TO THE PREVIOUS BUSINESS DAY INSTEAD OF THE
002052*                     PREVIOUS CALENDAR DAY, AND NEW OPTION 37
002053*                     (SUPERVISOR) LISTS AND MAINTAINS THE
002054*                     HOLIDAYS AND WORKING WEEKEND DAYS.  THE
002055*                     FOUR MEMORY OPTIONS SHARE ONE PANEL ENTRY.
002056*    10/15/2026  DF   DATE OPERATION GROUP 80-84 (DAYS BETWEEN
002057*                     TWO DATES, DATE PLUS BUSINESS DAYS, ACCRUED
002058*                     INTEREST ACT/360, ACT/365, 30/360).  THE
002059*                     DATES ARE KEYED ON THE PANEL, PASSED AS
002060*                     PARM TOKENS 7-8 OR READ FROM TRXIN, AND
002061*                     CARRIED TO THE REJECT FILE, THE CSV FEED
002062*                     AND THE PRINTED REPORT.
002063*    10/15/2026  DF   VALUE DATE ON TRXIN - THE ENGINE PRICES A
002064*                     BACK-DATED TRANSACTION WITH THE TABLES IN
002065*                     FORCE ON ITS VALUE DATE.  VALUEDAYS=NNN ON
002066*                     CTLCARDS SETS THE BACK-VALUE LIMIT IN
002067*                     CALENDAR DAYS (DEFAULT 30, 0 = NO LIMIT);
002068*                     A VALUE DATE BEYOND IT OR IN THE FUTURE
002069*                     GOES TO SUSPENSE WITH REASON CODE 14.
002070*    10/15/2026  DF   FOUR-EYES MAINTENANCE - OPTIONS 28, 29, 35
002071*                     AND 36 NO LONGER APPEND TO THE LIVE FILE.
002072*                     THE CHANGE GOES TO CHGFILE (COPYBOOK
002073*                     CHGREC) TAGGED WITH THE OPERATOR WHO MADE
002074*                     IT, AND NEW OPTION 38 LETS A SECOND,
002075*                     DIFFERENT SUPERVISOR APPROVE OR REJECT IT;
002076*                     ONLY AN APPROVED CHANGE IS APPENDED.  A
002077*                     SESSION WITHOUT OPERATOR CONTROL (NO
002078*                     OPERFILE YET) STILL APPLIES DIRECTLY AND
002079*                     LOGS THE CHANGE AS APPROVED.
002080*    10/15/2026  DF   PLAUSIBILITY LIMITS - THE BATCH ASKS THE
002081*                     ENGINE TO CHECK EACH RESULT AGAINST
002082*                     LIMFILE.  A RESULT OUTSIDE ITS LIMITS IS
002083*                     WRITTEN TO HOLDFILE (COPYBOOK HOLDREC)
002084*                     INSTEAD OF THE CSV FEED, AND COUNTED AS
002085*                     HELD ON THE ACK FEED AND IN THE END-OF-RUN
002086*                     RECONCILIATION.  NEW SUPERVISOR OPTION 39
002087*                     RELEASES OR CANCELS HELD RESULTS; THE NEXT
002088*                     BATCH RUN DELIVERS THE RELEASED ONES TO
002089*                     THEIR FEEDS (HOLDRELEASE=NO ON CTLCARDS
002090*                     LEAVES THAT TO ANOTHER STEP).
002091*    10/15/2026  DF   SUSPENSE INVENTORY - EACH BATCH REJECT IS
002092*                     POSTED TO THE SUSPENSE MASTER SUSPMST
002093*                     (MODULE ELMOSUS) UNDER ITS SOURCE, TRXIN
002094*                     FILE AND RECORD NUMBER, AND THE KEY IS
002095*                     CARRIED ON TRXREJ.  IN A RESUBMISSION RUN
002096*                     THE OUTCOME IS POSTED TO THE ORIGINAL
002097*                     ITEM.  NEW CTLCARDS KEYWORD STREAM=N FOR
002098*                     THE PARALLEL STREAMS.
002099*    10/15/2026  DF   SECURITY EVENT LOG - SIGN-ONS, FAILED
002100*                     SIGN-ONS, LOCK-OUTS, SUPERVISOR OPTION
002101*                     REFUSALS AND EVERY MAINTENANCE ACTION ARE
002102*                     WRITTEN TO SECLOG THROUGH MODULE ELMOSEC
002103*                     WITH OPERATOR, TERMINAL AND OPTION.
002104*    10/15/2026  DF   FEED ARCHIVE - EVERY LINE WRITTEN TO A
002105*                     PER-SOURCE CSV OR ACK FEED IS ALSO KEPT ON
002106*                     THE RUN'S FEEDARC GENERATION UNDER ITS
002107*                     SOURCE, CLOSED BY THE RUN'S FILEREG
002108*                     IDENTITY, FOR RE-DELIVERY BY ELMORDL.
002109*    10/15/2026  DF   RESTART HASHING OF SKIPPED RECORDS RESOLVES
002110*                     RATES AND UNITS AS OF THE VALUE DATE AND
002111*                     LEAVES REGISTRY AND VALUE-DATE REFUSALS AS
002112*                     READ, AS THE ENGINE DOES.
002113*    10/15/2026  DF   A SESSION WITHOUT SIGN-ON MAY ONLY ADD
002114*                     OPERATORS TO AN EMPTY OPERFILE; ALL OTHER
002115*                     MAINTENANCE NEEDS A SIGNED-ON OPERATOR.
002116*    10/15/2026  DF   A NEW RUN OPENS ITS FEEDARC GENERATION
002117*                     WITH A START RECORD, SO AN UNREGISTERED
002118*                     RUN'S LINES STAY WITH THAT RUN.
002119*    10/15/2026  DF   HOLD NUMBERS ARE TAKEN IN THE RUN'S OWN
002120*                     RANGE (HOLDREC) AND KEPT IN STORAGE AFTER
002121*                     THE FIRST LOAD.  A STREAM OF THE PARALLEL
002122*                     CYCLE WRITES ITS HOLDS TO ITS OWN SLICE
002123*                     (HOLDNEW), APPENDED TO HOLDFILE AFTER THE
002124*                     STREAMS.  A HOLD CARRIES THE KEY OF ITS
002125*                     AUDIT RECORD.
002126*    10/15/2026  DF   A REFUSED HOLD REVIEW (NO OPERATOR SIGNED
002127*                     ON) IS LOGGED ON THE SECURITY EVENT LOG.
002128*    10/15/2026  DF   CALENDAR MAINTENANCE (OPTION 37) IS REFUSED
002129*                     AND LOGGED WITHOUT A SIGNED-ON OPERATOR, SO
002130*                     EVERY CALFILE RECORD NAMES ITS SUPERVISOR.
002131*****************************************************************
002132 IDENTIFICATION DIVISION.
002133 PROGRAM-ID.   ELMO.
002134 AUTHOR.       D. FERRANTE.
002135 INSTALLATION. OFFICINA CALCOLO.
002136 DATE-WRITTEN. 03/12/2026.
002137 DATE-COMPILED.
002138*****************************************************************
002139*    ENVIRONMENT DIVISION
002140*****************************************************************
002150 ENVIRONMENT DIVISION.
002160 INPUT-OUTPUT SECTION.
002420     SELECT PROFFILE ASSIGN TO "PROFFILE"
002430         ORGANIZATION IS SEQUENTIAL
002440         FILE STATUS IS WS-PROFFILE-FS.
002441     SELECT CALFILE ASSIGN TO "CALFILE"
002442         ORGANIZATION IS SEQUENTIAL
002443         FILE STATUS IS WS-CALFILE-FS.
002444     SELECT CHGFILE ASSIGN TO "CHGFILE"
002445         ORGANIZATION IS SEQUENTIAL
002446         FILE STATUS IS WS-CHGFILE-FS.
002447     SELECT HOLDFILE ASSIGN TO "HOLDFILE"
002448         ORGANIZATION IS SEQUENTIAL
002449         FILE STATUS IS WS-HOLDFILE-FS.
002451     SELECT HOLDNEW-FILE ASSIGN TO "HOLDNEW"
002453         ORGANIZATION IS SEQUENTIAL
002455         FILE STATUS IS WS-HOLDNEW-FS.
002457     SELECT AUDITMST-FILE ASSIGN TO "AUDITMST"
002460         ORGANIZATION IS INDEXED
002470         ACCESS MODE IS DYNAMIC
002480         RECORD KEY IS AUDM-KEY
002650     SELECT CSVFEED-FILE ASSIGN TO "CSVFEED"
002660         ORGANIZATION IS LINE SEQUENTIAL
002670         FILE STATUS IS WS-CSVFEED-FS.
002680     SELECT CSVS01-FILE ASSIGN TO "CSVSRC01"
002690         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-CSVSLOT-FS.
002710     SELECT CSVS02-FILE ASSIGN TO "CSVSRC02"
002720         ORGANIZATION IS LINE SEQUENTIAL
002730         FILE STATUS IS WS-CSVSLOT-FS.
002740     SELECT CSVS03-FILE ASSIGN TO "CSVSRC03"
002750         ORGANIZATION IS LINE SEQUENTIAL
002760         FILE STATUS IS WS-CSVSLOT-FS.
002770     SELECT CSVS04-FILE ASSIGN TO "CSVSRC04"
002780         ORGANIZATION IS LINE SEQUENTIAL
002790         FILE STATUS IS WS-CSVSLOT-FS.
002800     SELECT CSVS05-FILE ASSIGN TO "CSVSRC05"
002810         ORGANIZATION IS LINE SEQUENTIAL
002820         FILE STATUS IS WS-CSVSLOT-FS.
002821     SELECT CSVS06-FILE ASSIGN TO "CSVSRC06"
002822         ORGANIZATION IS LINE SEQUENTIAL
002823         FILE STATUS IS WS-CSVSLOT-FS.
002824     SELECT CSVS07-FILE ASSIGN TO "CSVSRC07"
002825         ORGANIZATION IS LINE SEQUENTIAL
002826         FILE STATUS IS WS-CSVSLOT-FS.
002827     SELECT CSVS08-FILE ASSIGN TO "CSVSRC08"
002828         ORGANIZATION IS LINE SEQUENTIAL
002829         FILE STATUS IS WS-CSVSLOT-FS.
002830     SELECT ACKS01-FILE ASSIGN TO "ACKSRC01"
002831         ORGANIZATION IS LINE SEQUENTIAL
002832         FILE STATUS IS WS-ACKSLOT-FS.
002833     SELECT ACKS02-FILE ASSIGN TO "ACKSRC02"
002834         ORGANIZATION IS LINE SEQUENTIAL
002835         FILE STATUS IS WS-ACKSLOT-FS.
002836     SELECT ACKS03-FILE ASSIGN TO "ACKSRC03"
002837         ORGANIZATION IS LINE SEQUENTIAL
002838         FILE STATUS IS WS-ACKSLOT-FS.
002839     SELECT ACKS04-FILE ASSIGN TO "ACKSRC04"
002840         ORGANIZATION IS LINE SEQUENTIAL
002841         FILE STATUS IS WS-ACKSLOT-FS.
002842     SELECT ACKS05-FILE ASSIGN TO "ACKSRC05"
002843         ORGANIZATION IS LINE SEQUENTIAL
002844         FILE STATUS IS WS-ACKSLOT-FS.
002845     SELECT ACKS06-FILE ASSIGN TO "ACKSRC06"
002846         ORGANIZATION IS LINE SEQUENTIAL
002847         FILE STATUS IS WS-ACKSLOT-FS.
002848     SELECT ACKS07-FILE ASSIGN TO "ACKSRC07"
002849         ORGANIZATION IS LINE SEQUENTIAL
002850         FILE STATUS IS WS-ACKSLOT-FS.
002851     SELECT ACKS08-FILE ASSIGN TO "ACKSRC08"
002852         ORGANIZATION IS LINE SEQUENTIAL
002853         FILE STATUS IS WS-ACKSLOT-FS.
002854     SELECT FEEDARC-FILE ASSIGN TO "FEEDARC"
002855         ORGANIZATION IS SEQUENTIAL
002856         FILE STATUS IS WS-FEEDARC-FS.
002860*****************************************************************
002870*    DATA DIVISION
002880*****************************************************************
003040                       ==TRX-TIMESTAMP== BY ==TXI-TIMESTAMP==
003050                       ==TRX-RATE-CODE== BY ==TXI-RATE-CODE==
003060                       ==TRX-PERIODS==   BY ==TXI-PERIODS==
003070                       ==TRX-SOURCE-ID== BY ==TXI-SOURCE-ID==
003072                       ==TRX-DATE-1==    BY ==TXI-DATE-1==
003074                       ==TRX-DATE-2==    BY ==TXI-DATE-2==
003076                       ==TRX-VALUE-DATE== BY ==TXI-VALUE-DATE==.
003080*----------------------------------------------------------------
003090*    BATCH TRANSACTION OUTPUT - ONE RESULT RECORD PER INPUT.
003100*----------------------------------------------------------------
003190                       ==TRX-TIMESTAMP== BY ==TXO-TIMESTAMP==
003200                       ==TRX-RATE-CODE== BY ==TXO-RATE-CODE==
003210                       ==TRX-PERIODS==   BY ==TXO-PERIODS==
003220                       ==TRX-SOURCE-ID== BY ==TXO-SOURCE-ID==
003222                       ==TRX-DATE-1==    BY ==TXO-DATE-1==
003224                       ==TRX-DATE-2==    BY ==TXO-DATE-2==
003226                       ==TRX-VALUE-DATE== BY ==TXO-VALUE-DATE==.
003230*----------------------------------------------------------------
003240*    EFFECTIVE-DATED RATE TABLE - READ ONCE AT STARTUP,
003250*    APPENDED TO BY THE MAINTENANCE FUNCTION.
003600     RECORDING MODE IS F
003610     LABEL RECORDS ARE STANDARD.
003620 COPY PROFREC.
003621*----------------------------------------------------------------
003622*    COMPANY CALENDAR - APPENDED TO BY THE CALENDAR MAINTENANCE
003623*    FUNCTION (OPTION 37); READ BY THE DATE SERVICES MODULE.
003624*----------------------------------------------------------------
003625 FD  CALFILE
003626     RECORDING MODE IS F
003627     LABEL RECORDS ARE STANDARD.
003628 COPY CALREC.
003629*----------------------------------------------------------------
003630*    PENDING MAINTENANCE CHANGES - APPENDED TO BY OPTIONS 28, 29,
003631*    35 AND 36 AND BY THE APPROVAL FUNCTION (OPTION 38).
003632*----------------------------------------------------------------
003633 FD  CHGFILE
003634     RECORDING MODE IS F
003635     LABEL RECORDS ARE STANDARD.
003636 COPY CHGREC.
003637*----------------------------------------------------------------
003638*    HELD RESULTS - APPENDED TO BY THE BATCH (RESULT OUTSIDE ITS
003639*    PLAUSIBILITY LIMITS, OR DELIVERED AFTER RELEASE) AND BY THE
003640*    HOLD REVIEW FUNCTION (OPTION 39).  A STREAM OF THE PARALLEL
003641*    CYCLE ONLY READS IT AND WRITES TO ITS SLICE (HOLDNEW-FILE).
003642*----------------------------------------------------------------
003643 FD  HOLDFILE
003644     RECORDING MODE IS F
003645     LABEL RECORDS ARE STANDARD.
003646 COPY HOLDREC.
003647*----------------------------------------------------------------
003648*    HOLD SLICE OF A PARALLEL STREAM - THE HOLDS AND DELIVERIES OF
003649*    THE STREAM, HOLDREC LAYOUT, APPENDED TO HOLDFILE AFTER THE
003650*    STREAMS.  NOT USED BY AN UNSPLIT RUN.
003651*----------------------------------------------------------------
003652 FD  HOLDNEW-FILE
003653     RECORDING MODE IS F
003654     LABEL RECORDS ARE STANDARD.
003655 01  HOLDNEW-RECORD               PIC X(220).
003656*----------------------------------------------------------------
003657*    KEYED AUDIT MASTER - DIRECT ACCESS BY TIMESTAMP, TERMINAL
003658*    AND TIE-BREAK SEQUENCE (VSAM KSDS).
003660*----------------------------------------------------------------
003670 FD  AUDITMST-FILE.
003680 COPY AUDMREC.
004310     RECORDING MODE IS F.
004320 01  CSVFEED-RECORD               PIC X(100).
004330*----------------------------------------------------------------
004340*    PER-SOURCE CSV FEEDS - BATCH MODE ONLY.  A FIXED POOL OF
004350*    FEED POSITIONS (DD CSVSRC01-CSVSRC08); THE SOURCE REGISTRY
004353*    (SRCFILE, MODULE ELMOREG) SAYS WHICH SOURCE WRITES WHERE.
004356*    SAME LINE LAYOUT AS CSVFEED.
004360*----------------------------------------------------------------
004370 FD  CSVS01-FILE
004380     RECORDING MODE IS F.
004390 01  CSVS01-RECORD                PIC X(100).
004400 FD  CSVS02-FILE
004410     RECORDING MODE IS F.
004420 01  CSVS02-RECORD                PIC X(100).
004430 FD  CSVS03-FILE
004440     RECORDING MODE IS F.
004441 01  CSVS03-RECORD                PIC X(100).
004442 FD  CSVS04-FILE
004443     RECORDING MODE IS F.
004444 01  CSVS04-RECORD                PIC X(100).
004445 FD  CSVS05-FILE
004446     RECORDING MODE IS F.
004447 01  CSVS05-RECORD                PIC X(100).
004448 FD  CSVS06-FILE
004449     RECORDING MODE IS F.
004450 01  CSVS06-RECORD                PIC X(100).
004451 FD  CSVS07-FILE
004452     RECORDING MODE IS F.
004453 01  CSVS07-RECORD                PIC X(100).
004454 FD  CSVS08-FILE
004455     RECORDING MODE IS F.
004456 01  CSVS08-RECORD                PIC X(100).
004460*----------------------------------------------------------------
004470*    PER-SOURCE ACKNOWLEDGMENT FEEDS - BATCH MODE ONLY, WRITTEN
004480*    AT END OF RUN TO THE POSITION (DD ACKSRC01-ACKSRC08) THE
004485*    SOURCE REGISTRY GIVES EACH UPSTREAM SYSTEM.
004490*----------------------------------------------------------------
004500 FD  ACKS01-FILE
004510     RECORDING MODE IS F.
004520 01  ACKS01-RECORD                PIC X(100).
004530 FD  ACKS02-FILE
004540     RECORDING MODE IS F.
004550 01  ACKS02-RECORD                PIC X(100).
004560 FD  ACKS03-FILE
004570     RECORDING MODE IS F.
004571 01  ACKS03-RECORD                PIC X(100).
004572 FD  ACKS04-FILE
004573     RECORDING MODE IS F.
004574 01  ACKS04-RECORD                PIC X(100).
004575 FD  ACKS05-FILE
004576     RECORDING MODE IS F.
004577 01  ACKS05-RECORD                PIC X(100).
004578 FD  ACKS06-FILE
004579     RECORDING MODE IS F.
004580 01  ACKS06-RECORD                PIC X(100).
004581 FD  ACKS07-FILE
004582     RECORDING MODE IS F.
004583 01  ACKS07-RECORD                PIC X(100).
004584 FD  ACKS08-FILE
004585     RECORDING MODE IS F.
004586 01  ACKS08-RECORD                PIC X(100).
004587*----------------------------------------------------------------
004588*    FEED ARCHIVE - BATCH MODE ONLY.  ONE GENERATION PER RUN
004589*    HOLDING EVERY PER-SOURCE CSV AND ACK LINE OF THE RUN, ENDED
004590*    BY THE RUN'S FILEREG IDENTITY (COPYBOOK FARCREC).
004591*----------------------------------------------------------------
004592 FD  FEEDARC-FILE
004593     RECORDING MODE IS F
004594     LABEL RECORDS ARE STANDARD.
004595 COPY FARCREC.
004596*****************************************************************
004600 WORKING-STORAGE SECTION.
004610*----------------------------------------------------------------
004620*    CANONICAL TRANSACTION WORK AREA - COPIED UNCHANGED, SHARED
004810     05  WS-AUDITMST-FS           PIC X(02) VALUE SPACES.
004820     05  WS-OPERFILE-FS           PIC X(02) VALUE SPACES.
004830     05  WS-FILEREG-FS            PIC X(02) VALUE SPACES.
004840     05  WS-ACKSLOT-FS            PIC X(02) VALUE SPACES.
004870     05  WS-UNITFILE-FS           PIC X(02) VALUE SPACES.
004880     05  WS-FORMFILE-FS           PIC X(02) VALUE SPACES.
004890     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
004900     05  WS-PROFFILE-FS           PIC X(02) VALUE SPACES.
004902     05  WS-CALFILE-FS            PIC X(02) VALUE SPACES.
004904     05  WS-CHGFILE-FS            PIC X(02) VALUE SPACES.
004906     05  WS-HOLDFILE-FS           PIC X(02) VALUE SPACES.
004908     05  WS-HOLDNEW-FS            PIC X(02) VALUE SPACES.
004910     05  WS-TRXREJ-FS             PIC X(02) VALUE SPACES.
004920     05  WS-CHKPT-FS              PIC X(02) VALUE SPACES.
004930     05  WS-PRINTRPT-FS           PIC X(02) VALUE SPACES.
004940     05  WS-CSVFEED-FS            PIC X(02) VALUE SPACES.
004950     05  WS-CSVSLOT-FS            PIC X(02) VALUE SPACES.
004960     05  WS-FEEDARC-FS            PIC X(02) VALUE SPACES.
004980*----------------------------------------------------------------
004990*    PROGRAM SWITCHES.
005000*----------------------------------------------------------------
005260         88  WS-NEEDS-SERIES          VALUE "Y".
005270     05  WS-NEEDS-FORMULA-SW      PIC X(01) VALUE "N".
005280         88  WS-NEEDS-FORMULA         VALUE "Y".
005282     05  WS-NEEDS-DATES-SW        PIC X(01) VALUE "N".
005284         88  WS-NEEDS-DATES           VALUE "1" "2" "3".
005286         88  WS-NEEDS-DATE-2          VALUE "2" "3".
005288         88  WS-DATES-ONLY            VALUE "3".
005290     05  WS-SERIES-DONE-SW        PIC X(01) VALUE "N".
005300         88  WS-SERIES-DONE           VALUE "Y".
005310     05  WS-SERIES-ABORT-SW       PIC X(01) VALUE "N".
005420 01  WS-OPERAND2-TOKEN            PIC X(15) VALUE SPACES.
005430 01  WS-RATECODE-TOKEN            PIC X(10) VALUE SPACES.
005440 01  WS-PERIODS-TOKEN             PIC X(05) VALUE SPACES.
005443 01  WS-DATE1-TOKEN               PIC X(08) VALUE SPACES.
005446 01  WS-DATE2-TOKEN               PIC X(08) VALUE SPACES.
005450*----------------------------------------------------------------
005460*    AUDIT MASTER LOOKUP REQUEST (PARM-DRIVEN).
005470*----------------------------------------------------------------
005900 01  WS-UNIT-FOUND-SW             PIC X(01) VALUE "N".
005910     88  WS-UNIT-FOUND                VALUE "Y".
005920 01  WS-RESOLVED-FACTOR           PIC S9(07)V9(07) VALUE ZERO.
005921*----------------------------------------------------------------
005922*    RESTART HASHING - DATE THE RATE AND UNIT RESOLUTION IS MADE
005923*    AS OF, AND WHETHER THE SKIPPED RECORD WAS REFUSED BEFORE IT
005924*    REACHED THE CALCULATION.
005925*----------------------------------------------------------------
005926 01  WS-AS-OF-DATE                PIC X(08) VALUE SPACES.
005927 01  WS-SKIP-REFUSED-SW           PIC X(01) VALUE "N".
005928     88  WS-SKIP-REFUSED              VALUE "Y".
005930 01  WS-UNITFILE-EOF-SW           PIC X(01) VALUE "N".
005940     88  WS-UNITFILE-EOF              VALUE "Y".
005950 01  WS-UNIT-MAINT-CHOICE         PIC X(01) VALUE SPACE.
006130 01  WS-FORMFILE-EOF-SW           PIC X(01) VALUE "N".
006140     88  WS-FORMFILE-EOF              VALUE "Y".
006150 01  WS-FORM-MAINT-CHOICE         PIC X(01) VALUE SPACE.
006151*----------------------------------------------------------------
006152*    COMPANY CALENDAR - OWNED BY THE DATE SERVICES MODULE
006153*    ELMODAT, WHICH ALSO GIVES THE STALE-FILE CHECK ITS PREVIOUS
006154*    BUSINESS DAY.  OPTION 37 LISTS A YEAR THROUGH IT AND
006155*    APPENDS CHANGES TO CALFILE.
006156*----------------------------------------------------------------
006157 COPY DATCOM.
006158 01  WS-CAL-MAINT-CHOICE          PIC X(01) VALUE SPACE.
006159 01  WS-CAL-DESC-BUFFER           PIC X(30) VALUE SPACES.
006160 01  WS-CAL-YEAR                  PIC 9(04) VALUE ZERO.
006161 01  WS-CAL-DATE-NUM              PIC 9(08) VALUE ZERO.
006162 01  WS-CAL-DATE REDEFINES WS-CAL-DATE-NUM
006163                                  PIC X(08).
006164 01  WS-CAL-INT                   PIC S9(09) COMP VALUE ZERO.
006165 01  WS-CAL-END-INT               PIC S9(09) COMP VALUE ZERO.
006166 01  WS-CAL-LISTED                PIC 9(03) COMP VALUE ZERO.
006167*----------------------------------------------------------------
006168*    FOUR-EYES MAINTENANCE - THE CHANGES IN CHGFILE STILL
006169*    AWAITING A DECISION.  A SLOT FREED BY A DECISION IS REUSED
006170*    BY THE NEXT PENDING CHANGE, SO THE TABLE ONLY HAS TO HOLD
006171*    WHAT IS OPEN, NOT THE WHOLE HISTORY.
006172*----------------------------------------------------------------
006173 01  WS-CHG-TABLE.
006174     05  WS-CHG-USED              PIC 9(03) COMP VALUE ZERO.
006175     05  WS-CHG-ENTRY OCCURS 200 TIMES.
006176         10  WS-CHG-REC               PIC X(180).
006177         10  WS-CHG-REC-NO REDEFINES WS-CHG-REC
006178                                      PIC 9(08).
006179         10  WS-CHG-OPEN-SW           PIC X(01).
006180 01  WS-CHG-IX                    PIC 9(03) COMP VALUE ZERO.
006181 01  WS-CHG-FREE-IX               PIC 9(03) COMP VALUE ZERO.
006182 01  WS-CHG-OPEN-COUNT            PIC 9(03) COMP VALUE ZERO.
006183 01  WS-CHG-LAST-NO               PIC 9(08) VALUE ZERO.
006184 01  WS-CHGFILE-EOF-SW            PIC X(01) VALUE "N".
006185     88  WS-CHGFILE-EOF               VALUE "Y".
006186 01  WS-CHG-WRITTEN-SW            PIC X(01) VALUE "N".
006187     88  WS-CHG-WRITTEN               VALUE "Y".
006188 01  WS-CHG-QUIT-SW               PIC X(01) VALUE "N".
006189     88  WS-CHG-QUIT                  VALUE "Y".
006190 01  WS-CHG-CHOICE                PIC X(01) VALUE SPACE.
006191 01  WS-CHG-NEW-FILE              PIC X(01) VALUE SPACE.
006192 01  WS-CHG-NEW-KEY               PIC X(10) VALUE SPACES.
006193 01  WS-CHG-NEW-IMAGE             PIC X(60) VALUE SPACES.
006194 01  WS-CHG-NOW                   PIC X(21) VALUE SPACES.
006195 01  WS-ED-CHG-NO                 PIC Z(07)9.
006196*----------------------------------------------------------------
006197*    HELD RESULTS - THE ENTRIES OF HOLDFILE STILL OPEN, HELD OR
006198*    RELEASED BUT NOT YET DELIVERED.  A SLOT FREED BY A DELIVERY
006199*    OR A CANCELLATION IS REUSED, AS FOR THE CHANGE TABLE.
006200*    HTX-RECORD IS THE HELD TRANSACTION FOR THE REVIEW DISPLAY.
006201*----------------------------------------------------------------
006202 01  WS-HLD-TABLE.
006203     05  WS-HLD-USED              PIC 9(03) COMP VALUE ZERO.
006204     05  WS-HLD-ENTRY OCCURS 200 TIMES.
006205         10  WS-HLD-REC               PIC X(220).
006206         10  WS-HLD-REC-NO REDEFINES WS-HLD-REC
006207                                      PIC 9(08).
006208         10  WS-HLD-OPEN-SW           PIC X(01).
006209 01  WS-HLD-IX                    PIC 9(03) COMP VALUE ZERO.
006210 01  WS-HLD-FREE-IX               PIC 9(03) COMP VALUE ZERO.
006211 01  WS-HLD-OPEN-COUNT            PIC 9(03) COMP VALUE ZERO.
006212 01  WS-HLD-SHOWN                 PIC 9(03) COMP VALUE ZERO.
006213 01  WS-HLD-LAST-SEQ              PIC 9(07) VALUE ZERO.
006214 01  WS-HLD-SEQ-SW                PIC X(01) VALUE "N".
006215     88  WS-HLD-SEQ-LOADED            VALUE "Y".
006216 01  WS-HLD-SLICE-SW              PIC X(01) VALUE "N".
006217     88  WS-HLD-READING-SLICE         VALUE "Y".
006218 01  WS-HOLDFILE-EOF-SW           PIC X(01) VALUE "N".
006219     88  WS-HOLDFILE-EOF              VALUE "Y".
006220 01  WS-HLD-WRITTEN-SW            PIC X(01) VALUE "N".
006221     88  WS-HLD-WRITTEN               VALUE "Y".
006222 01  WS-HLD-QUIT-SW               PIC X(01) VALUE "N".
006223     88  WS-HLD-QUIT                  VALUE "Y".
006224 01  WS-HLD-RELEASE-SW            PIC X(01) VALUE "Y".
006225     88  WS-HLD-RELEASE-WANTED        VALUE "Y".
006226 01  WS-HLD-CHOICE                PIC X(01) VALUE SPACE.
006227 01  WS-ED-HLD-NO                 PIC Z(07)9.
006228 COPY TRXREC REPLACING ==TRX-RECORD==    BY ==HTX-RECORD==
006229                       ==TRX-OP-CODE==   BY ==HTX-OP-CODE==
006230                       ==TRX-OPERAND-1== BY ==HTX-OPERAND-1==
006231                       ==TRX-OPERAND-2== BY ==HTX-OPERAND-2==
006232                       ==TRX-RESULT==    BY ==HTX-RESULT==
006233                       ==TRX-TIMESTAMP== BY ==HTX-TIMESTAMP==
006234                       ==TRX-RATE-CODE== BY ==HTX-RATE-CODE==
006235                       ==TRX-PERIODS==   BY ==HTX-PERIODS==
006236                       ==TRX-SOURCE-ID== BY ==HTX-SOURCE-ID==
006237                       ==TRX-DATE-1==    BY ==HTX-DATE-1==
006238                       ==TRX-DATE-2==    BY ==HTX-DATE-2==
006239                       ==TRX-VALUE-DATE== BY ==HTX-VALUE-DATE==.
006240*----------------------------------------------------------------
006241*    OPERATOR PROFILES - THE WHOLE PROFFILE IN CORE; THE
006242*    SESSION'S PROFILE IS APPLIED AT SIGN-ON AND THE FILE IS
006243*    REWRITTEN IN FULL AT PANEL EXIT.
006244*----------------------------------------------------------------
006245 01  WS-PROF-TABLE.
006246     05  WS-PROF-USED             PIC 9(03) COMP VALUE ZERO.
006247     05  WS-PROF-ENTRY OCCURS 50 TIMES.
006248         10  WS-PROF-KEY              PIC X(08).
006250         10  WS-PROF-LANG             PIC X(03).
006260         10  WS-PROF-ANGLE            PIC X(01).
006270         10  WS-PROF-MEM              PIC S9(07)V9(07).
006960 01  WS-ED-STAT-COUNT             PIC ZZZ,ZZZ,ZZ9.
006970 01  WS-CSV-STAT-COUNT            PIC 9(09).
006980 01  WS-STAT-SRC-TAG              PIC X(05) VALUE SPACES.
006985 01  WS-SRC-LABEL                 PIC X(28) VALUE SPACES.
006990 01  WS-ED-STAT-MIN               PIC -9(07).9(07).
007000 01  WS-ED-STAT-MAX               PIC -9(07).9(07).
007010 01  WS-ED-STAT-AVG               PIC -9(07).9(07).
007470 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
007480 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
007490 01  WS-MAX-ERRORS                PIC 9(09) VALUE ZERO.
007495 01  WS-VALUE-DAYS-MAX            PIC 9(03) VALUE 30.
007500 01  WS-CTLCARD-EOF-SW            PIC X(01) VALUE "N".
007510     88  WS-CTLCARD-EOF               VALUE "Y".
007520 01  WS-ERRORS-EXCEEDED-SW        PIC X(01) VALUE "N".
007530     88  WS-ERRORS-EXCEEDED           VALUE "Y".
007540 01  WS-REJECT-REASON             PIC X(02) VALUE SPACES.
007550 01  WS-REJECT-COUNT              PIC 9(09) VALUE ZERO.
007551*----------------------------------------------------------------
007552*    SUSPENSE INVENTORY - EACH REJECT IS POSTED BY MODULE ELMOSUS
007553*    UNDER ITS SOURCE, TRXIN FILE (HEADER SOURCE SYSTEM AND
007554*    CREATE DATE) AND TRXIN RECORD NUMBER.  IN A PARALLEL STREAM
007555*    (STREAM=N ON CTLCARDS) THE RECORD NUMBER IS MAPPED BACK TO
007556*    THE UNSPLIT FILE, WHICH ELMOSPL DEALS ROUND THE STREAMS.
007557*----------------------------------------------------------------
007558 COPY SUSCOM.
007559 01  WS-STREAM-NO                 PIC 9(01) VALUE ZERO.
007560 01  WS-STREAM-COUNT              PIC 9(01) VALUE 4.
007561*----------------------------------------------------------------
007562*    SECURITY EVENT LOG - SIGN-ONS, REFUSALS AND MAINTENANCE
007563*    ACTIONS GO TO SECLOG THROUGH MODULE ELMOSEC (7700).
007564*----------------------------------------------------------------
007565 COPY SECCOM.
007566*----------------------------------------------------------------
007570*    END-OF-RUN RECONCILIATION - ONE COUNTER PER FILE TOUCHED
007580*    BY THE BATCH DRIVER, TICKED AT THE WRITE/READ ITSELF.
007590*----------------------------------------------------------------
007640     05  WS-AUDIT-WRITE-COUNT     PIC 9(09) VALUE ZERO.
007650     05  WS-SERIES-CV-COUNT       PIC 9(09) VALUE ZERO.
007660     05  WS-CSV-WRITE-COUNT       PIC 9(09) VALUE ZERO.
007662     05  WS-HELD-COUNT            PIC 9(09) VALUE ZERO.
007664     05  WS-HOLD-WRITE-COUNT      PIC 9(09) VALUE ZERO.
007666     05  WS-RELEASED-COUNT        PIC 9(09) VALUE ZERO.
007670*----------------------------------------------------------------
007680*    PER-SOURCE VOLUMES - RECORDS PROCESSED, REJECTED AND HELD
007681*    PER UPSTREAM SYSTEM, AND HELD RESULTS DELIVERED AFTER
007682*    RELEASE.  ONE ROW PER SOURCE REGISTRY ENTRY (SAME
007683*    SUBSCRIPT AS REG-ENTRY), THE LAST ROW FOR A BLANK SOURCE
007684*    OR ONE NOT ON THE REGISTRY.  CLEARED WHEN THE REGISTRY IS
007685*    LOADED AT THE START OF THE BATCH DRIVER.
007690*----------------------------------------------------------------
007700 01  WS-SOURCE-TOTALS.
007710     05  WS-SRC-ROW OCCURS 21 TIMES.
007720         10  WS-SRC-COUNT             PIC 9(09).
007721         10  WS-SRC-REJ-COUNT         PIC 9(09).
007722         10  WS-SRC-HELD-COUNT        PIC 9(09).
007723         10  WS-SRC-REL-COUNT         PIC 9(09).
007724 01  WS-SRC-IX                    PIC 9(02) COMP VALUE ZERO.
007725 01  WS-SRC-CUR-IX                PIC 9(02) COMP VALUE 21.
007726 01  WS-SRC-OTHER-IX              PIC 9(02) COMP VALUE 21.
007727*----------------------------------------------------------------
007728*    SOURCE REGISTRY - LOADED FROM SRCFILE BY THE REGISTRY MODULE
007729*    ELMOREG AS OF THE RUN DATE; EACH BATCH TRANSACTION'S SOURCE
007730*    AND OPERATION ARE CHECKED AGAINST IT, AND THE CSV AND ACK
007731*    FEED POSITIONS COME FROM IT.  A "Y" IN WS-CSV-SLOT-MAP MARKS
007732*    A CSV FEED POSITION SOME SOURCE WRITES TO.
007733*----------------------------------------------------------------
007734 COPY REGCOM.
007735 01  WS-CSV-SLOT-MAP              PIC X(08) VALUE ALL "N".
007736 01  WS-CSV-SLOT                  PIC 9(02) VALUE ZERO.
007737 01  WS-SLOT-IX                   PIC 9(02) COMP VALUE ZERO.
007738*----------------------------------------------------------------
007739*    FEED ARCHIVE - WS-FARC-SRC-ID IS THE SOURCE THE CSV LINE
007740*    BEING WRITTEN BELONGS TO (SPACES FOR NO ARCHIVE COPY).  THE
007741*    RUN TIMESTAMP IS THE ONE WRITTEN TO FILEREG.
007742*----------------------------------------------------------------
007743 01  WS-FEEDARC-SW                PIC X(01) VALUE "N".
007744     88  WS-FEEDARC-OPEN              VALUE "Y".
007745 01  WS-RUN-REGISTERED-SW         PIC X(01) VALUE "N".
007746     88  WS-RUN-REGISTERED            VALUE "Y".
007747 01  WS-FARC-SRC-ID               PIC X(03) VALUE SPACES.
007748 01  WS-FARC-IX                   PIC 9(02) COMP VALUE ZERO.
007749 01  WS-FREG-TIMESTAMP            PIC X(26) VALUE SPACES.
007750 01  WS-RECON-EXPECTED            PIC 9(09) VALUE ZERO.
007760 01  WS-RECON-DIFF                PIC S9(09) VALUE ZERO.
007770 01  WS-ED-RECON-DIFF             PIC -(09)9.
007890                       ==TRX-TIMESTAMP== BY ==PND-TIMESTAMP==
007900                       ==TRX-RATE-CODE== BY ==PND-RATE-CODE==
007910                       ==TRX-PERIODS==   BY ==PND-PERIODS==
007920                       ==TRX-SOURCE-ID== BY ==PND-SOURCE-ID==
007922                       ==TRX-DATE-1==    BY ==PND-DATE-1==
007924                       ==TRX-DATE-2==    BY ==PND-DATE-2==
007926                       ==TRX-VALUE-DATE== BY ==PND-VALUE-DATE==.
007930 01  WS-PENDING-SW                PIC X(01) VALUE "N".
007940     88  WS-PENDING-HELD              VALUE "Y".
007950*----------------------------------------------------------------
008170 01  WS-STALE-LIMIT-INT           PIC 9(08) COMP VALUE ZERO.
008180 01  WS-HDR-CREATE-INT            PIC 9(08) COMP VALUE ZERO.
008190 01  WS-RUN-DATE-NUM              PIC 9(08) VALUE ZERO.
008195 01  WS-STALE-LIMIT-DATE          PIC 9(08) VALUE ZERO.
008200 01  WS-RECON-STATUS-SW           PIC X(01) VALUE "Y".
008210     88  WS-RECON-BALANCED            VALUE "Y".
008220*----------------------------------------------------------------
008490                       ==TRX-TIMESTAMP== BY ==SIM-TIMESTAMP==
008500                       ==TRX-RATE-CODE== BY ==SIM-RATE-CODE==
008510                       ==TRX-PERIODS==   BY ==SIM-PERIODS==
008520                       ==TRX-SOURCE-ID== BY ==SIM-SOURCE-ID==
008522                       ==TRX-DATE-1==    BY ==SIM-DATE-1==
008524                       ==TRX-DATE-2==    BY ==SIM-DATE-2==
008526                       ==TRX-VALUE-DATE== BY ==SIM-VALUE-DATE==.
008530 01  WS-SIM-CUR-RESULT            PIC S9(07)V9(07) VALUE ZERO.
008540 01  WS-SIM-PRO-RESULT            PIC S9(07)V9(07) VALUE ZERO.
008550 01  WS-SIM-CUR-STATUS            PIC X(01) VALUE "0".
008750 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
008760*----------------------------------------------------------------
008770*    ACKNOWLEDGMENT FEEDS - REJECT DETAIL BANKED AT REJECT TIME
008780*    (RECORD NUMBER, REASON, SOURCE), WRITTEN BACK TO EACH
008790*    UPSTREAM SYSTEM AT END OF RUN WITH THE PER-SOURCE REJECT
008800*    VOLUMES OF WS-SOURCE-TOTALS.  THE TABLE LISTS THE FIRST
008810*    500 REJECTS; ANY FURTHER ONES ARE COUNTED AND NOTED ON THE
008815*    FEED.
008820*----------------------------------------------------------------
008830 01  WS-ACKREJ-TABLE.
008840     05  WS-ACKREJ-USED           PIC 9(03) COMP VALUE ZERO.
008880         10  WS-ACKREJ-SOURCE         PIC X(03).
008890 01  WS-ACKREJ-IX                 PIC 9(03) COMP VALUE ZERO.
008900 01  WS-ACKREJ-LOST-COUNT         PIC 9(09) VALUE ZERO.
008960 01  WS-ACK-SOURCE                PIC X(03) VALUE SPACES.
008965 01  WS-ACK-SLOT                  PIC 9(02) VALUE ZERO.
008970 01  WS-ACK-LINE                  PIC X(100) VALUE SPACES.
008980 01  WS-ACK-RECEIVED              PIC 9(09) VALUE ZERO.
008990 01  WS-ACK-REJECTED              PIC 9(09) VALUE ZERO.
009000 01  WS-ACK-ACCEPTED              PIC 9(09) VALUE ZERO.
009003 01  WS-ACK-HELD                  PIC 9(09) VALUE ZERO.
009006 01  WS-ACK-RELEASED              PIC 9(09) VALUE ZERO.
009010*----------------------------------------------------------------
009020*    AUDIT / TERMINAL IDENTIFICATION.
009030*----------------------------------------------------------------
009280*      1-35  MENU,  36-39 SESSION,  40-62 PROMPTS,
009290*      63-71 VALIDATION ERRORS,  72-93 HISTORY, MEMORY,
009300*      ANGLE UNIT AND RATE MAINTENANCE,  94 RESULT LEAD-IN,
009310*      100+OP OPERATION NAMES,  134 UNKNOWN OPERATION,
009311*      193-194 SOURCE REGISTRY REFUSALS,
009312*      195-204 GROUPED MEMORY ENTRY AND COMPANY CALENDAR,
009313*      205-218 DATE OPERATION GROUP 80-84,
009314*      219-221 VALUE DATE REFUSALS,
009315*      222-229 FOUR-EYES MAINTENANCE APPROVAL,
009316*      230-234 HELD RESULT REVIEW,
009317*      235 MAINTENANCE WITHOUT SIGN-ON.
009320*----------------------------------------------------------------
009330 01  WS-MSG-ITALIAN.
009340     05  FILLER               PIC X(50) VALUE
013040         "FORMULA DA FAR SCADERE".
013050     05  FILLER               PIC X(50) VALUE
013060         "FORMULA".
013061     05  FILLER               PIC X(50) VALUE
013062         "SORGENTE NON REGISTRATA O NON ATTIVA".
013063     05  FILLER               PIC X(50) VALUE
013064         "OPERAZIONE NON AMMESSA PER LA SORGENTE".
013065     05  FILLER               PIC X(50) VALUE
013066         "16-19 MEMORIA (MS/M+/MR/MC)".
013067     05  FILLER               PIC X(50) VALUE
013068         "37 CALENDARIO AZIENDALE".
013069     05  FILLER               PIC X(50) VALUE
013070         "ANNO (AAAA, INVIO=ANNO IN CORSO)".
013071     05  FILLER               PIC X(50) VALUE
013072         "NESSUNA FESTIVITA' O GIORNATA SPECIALE NEL ".
013073     05  FILLER               PIC X(50) VALUE
013074         "H=FESTIVO, B=LAVORATIVO, E=ELIMINA, INVIO=FINE".
013075     05  FILLER               PIC X(50) VALUE
013076         "DATA (AAAAMMGG)".
013077     05  FILLER               PIC X(50) VALUE
013078         "DESCRIZIONE (ES. FERRAGOSTO)".
013079     05  FILLER               PIC X(50) VALUE
013080         "DATA NON VALIDA".
013081     05  FILLER               PIC X(50) VALUE
013082         "CALENDARIO AGGIORNATO: ".
013083     05  FILLER               PIC X(50) VALUE
013084         "DATA     TIPO DESCRIZIONE".
013085     05  FILLER               PIC X(50) VALUE
013086         "80-84 DATE E RATEI".
013087     05  FILLER               PIC X(50) VALUE
013088         "DATA INIZIALE (AAAAMMGG)".
013089     05  FILLER               PIC X(50) VALUE
013090         "DATA FINALE (AAAAMMGG)".
013091     05  FILLER               PIC X(50) VALUE
013092         "GIORNI LAVORATIVI +/- (A)".
013093     05  FILLER               PIC X(50) VALUE
013094         "TASSO ANNUO IN % (B)".
013095     05  FILLER               PIC X(50) VALUE
013096         "DATA MANCANTE O NON VALIDA".
013097     05  FILLER               PIC X(50) VALUE
013098         "DATA FINALE PRECEDENTE ALLA DATA INIZIALE".
013099     05  FILLER               PIC X(50) VALUE
013100         "GIORNI LAVORATIVI NON INTERI O OLTRE 999".
013101     05  FILLER               PIC X(50) VALUE
013102         "GIORNI TRA DUE DATE".
013103     05  FILLER               PIC X(50) VALUE
013104         "DATA PIU' GIORNI LAVORATIVI".
013105     05  FILLER               PIC X(50) VALUE
013106         "RATEO INTERESSI ACT/360".
013107     05  FILLER               PIC X(50) VALUE
013108         "RATEO INTERESSI ACT/365".
013109     05  FILLER               PIC X(50) VALUE
013110         "RATEO INTERESSI 30/360".
013111     05  FILLER               PIC X(50) VALUE
013112         "DATA RISULTANTE: ".
013113     05  FILLER               PIC X(50) VALUE
013114         "DATA VALUTA NON VALIDA".
013115     05  FILLER               PIC X(50) VALUE
013116         "DATA VALUTA FUTURA".
013117     05  FILLER               PIC X(50) VALUE
013118         "DATA VALUTA OLTRE IL LIMITE DI RETRODATAZIONE".
013119     05  FILLER               PIC X(50) VALUE
013120         "38/39 APPROV./TRATTENUTI".
013121     05  FILLER               PIC X(50) VALUE
013122         "IN ATTESA DI APPROVAZIONE - MODIFICA N. ".
013123     05  FILLER               PIC X(50) VALUE
013124         "NESSUNA MODIFICA IN ATTESA DI APPROVAZIONE".
013125     05  FILLER               PIC X(50) VALUE
013126         "A=APPROVA, R=RIFIUTA, INVIO=SALTA, F=FINE".
013127     05  FILLER               PIC X(50) VALUE
013128         "MODIFICA TUA - LA APPROVA UN ALTRO SUPERVISORE".
013129     05  FILLER               PIC X(50) VALUE
013130         "APPROVATA E APPLICATA LA MODIFICA N. ".
013131     05  FILLER               PIC X(50) VALUE
013132         "RIFIUTATA LA MODIFICA N. ".
013133     05  FILLER               PIC X(50) VALUE
013134         "APPROVAZIONE SOLO CON OPERATORE IDENTIFICATO".
013135     05  FILLER               PIC X(50) VALUE
013136         "NESSUN RISULTATO TRATTENUTO DA ESAMINARE".
013137     05  FILLER               PIC X(50) VALUE
013138         "R=RILASCIA, C=ANNULLA, INVIO=SALTA, F=FINE".
013139     05  FILLER               PIC X(50) VALUE
013140         "RILASCIATO IL TRATTENUTO N. ".
013141     05  FILLER               PIC X(50) VALUE
013142         "ANNULLATO IL TRATTENUTO N. ".
013143     05  FILLER               PIC X(50) VALUE
013144         "RILASCIO SOLO CON OPERATORE IDENTIFICATO".
013145     05  FILLER               PIC X(50) VALUE
013146         "MODIFICA SOLO CON OPERATORE IDENTIFICATO".
013147 01  WS-MSG-ENGLISH.
013148     05  FILLER               PIC X(50) VALUE
013149         "CALCULATOR".
013150     05  FILLER               PIC X(50) VALUE
013151         "WHAT DO YOU WANT TO DO?".
013152     05  FILLER               PIC X(50) VALUE
013153         "1 ADDITION".
013154     05  FILLER               PIC X(50) VALUE
013155         "2 SUBTRACTION".
013160     05  FILLER               PIC X(50) VALUE
013170         "3 MULTIPLICATION".
013180     05  FILLER               PIC X(50) VALUE
016780         "FORMULA TO EXPIRE".
016790     05  FILLER               PIC X(50) VALUE
016800         "FORMULA".
016801     05  FILLER               PIC X(50) VALUE
016802         "SOURCE NOT REGISTERED OR NOT ACTIVE".
016803     05  FILLER               PIC X(50) VALUE
016804         "OPERATION NOT PERMITTED FOR THE SOURCE".
016805     05  FILLER               PIC X(50) VALUE
016806         "16-19 MEMORY (MS/M+/MR/MC)".
016807     05  FILLER               PIC X(50) VALUE
016808         "37 COMPANY CALENDAR".
016809     05  FILLER               PIC X(50) VALUE
016810         "YEAR (YYYY, ENTER=CURRENT YEAR)".
016811     05  FILLER               PIC X(50) VALUE
016812         "NO HOLIDAYS OR SPECIAL DAYS IN ".
016813     05  FILLER               PIC X(50) VALUE
016814         "H=HOLIDAY, B=WORKING DAY, E=CANCEL, ENTER=DONE".
016815     05  FILLER               PIC X(50) VALUE
016816         "DATE (YYYYMMDD)".
016817     05  FILLER               PIC X(50) VALUE
016818         "DESCRIPTION (E.G. AUGUST HOLIDAY)".
016819     05  FILLER               PIC X(50) VALUE
016820         "INVALID DATE".
016821     05  FILLER               PIC X(50) VALUE
016822         "CALENDAR UPDATED: ".
016823     05  FILLER               PIC X(50) VALUE
016824         "DATE     TYPE DESCRIPTION".
016825     05  FILLER               PIC X(50) VALUE
016826         "80-84 DATES AND ACCRUALS".
016827     05  FILLER               PIC X(50) VALUE
016828         "START DATE (YYYYMMDD)".
016829     05  FILLER               PIC X(50) VALUE
016830         "END DATE (YYYYMMDD)".
016831     05  FILLER               PIC X(50) VALUE
016832         "BUSINESS DAYS +/- (A)".
016833     05  FILLER               PIC X(50) VALUE
016834         "ANNUAL RATE IN % (B)".
016835     05  FILLER               PIC X(50) VALUE
016836         "DATE MISSING OR NOT VALID".
016837     05  FILLER               PIC X(50) VALUE
016838         "END DATE BEFORE START DATE".
016839     05  FILLER               PIC X(50) VALUE
016840         "BUSINESS DAYS NOT WHOLE OR OVER 999".
016841     05  FILLER               PIC X(50) VALUE
016842         "DAYS BETWEEN TWO DATES".
016843     05  FILLER               PIC X(50) VALUE
016844         "DATE PLUS BUSINESS DAYS".
016845     05  FILLER               PIC X(50) VALUE
016846         "ACCRUED INTEREST ACT/360".
016847     05  FILLER               PIC X(50) VALUE
016848         "ACCRUED INTEREST ACT/365".
016849     05  FILLER               PIC X(50) VALUE
016850         "ACCRUED INTEREST 30/360".
016851     05  FILLER               PIC X(50) VALUE
016852         "RESULT DATE: ".
016853     05  FILLER               PIC X(50) VALUE
016854         "VALUE DATE NOT VALID".
016855     05  FILLER               PIC X(50) VALUE
016856         "VALUE DATE IN THE FUTURE".
016857     05  FILLER               PIC X(50) VALUE
016858         "VALUE DATE OLDER THAN THE BACK-VALUE LIMIT".
016859     05  FILLER               PIC X(50) VALUE
016860         "38/39 APPROVALS/HELD".
016861     05  FILLER               PIC X(50) VALUE
016862         "AWAITING APPROVAL - CHANGE NO. ".
016863     05  FILLER               PIC X(50) VALUE
016864         "NO CHANGES AWAITING APPROVAL".
016865     05  FILLER               PIC X(50) VALUE
016866         "A=APPROVE, R=REJECT, ENTER=SKIP, F=FINISH".
016867     05  FILLER               PIC X(50) VALUE
016868         "YOUR OWN CHANGE - ANOTHER SUPERVISOR MUST APPROVE".
016869     05  FILLER               PIC X(50) VALUE
016870         "APPROVED AND APPLIED - CHANGE NO. ".
016871     05  FILLER               PIC X(50) VALUE
016872         "REJECTED - CHANGE NO. ".
016873     05  FILLER               PIC X(50) VALUE
016874         "APPROVAL NEEDS A SIGNED-ON OPERATOR".
016875     05  FILLER               PIC X(50) VALUE
016876         "NO HELD RESULTS TO REVIEW".
016877     05  FILLER               PIC X(50) VALUE
016878         "R=RELEASE, C=CANCEL, ENTER=SKIP, F=FINISH".
016879     05  FILLER               PIC X(50) VALUE
016880         "RELEASED - HOLD NO. ".
016881     05  FILLER               PIC X(50) VALUE
016882         "CANCELLED - HOLD NO. ".
016883     05  FILLER               PIC X(50) VALUE
016884         "RELEASE NEEDS A SIGNED-ON OPERATOR".
016885     05  FILLER               PIC X(50) VALUE
016886         "MAINTENANCE NEEDS A SIGNED-ON OPERATOR".
016887 01  WS-MESSAGE-TABLE.
016888     05  WS-MSG-TEXT OCCURS 300 TIMES
016889                                  PIC X(50).
016890 01  WS-LANGUAGE                  PIC X(03) VALUE "ITA".
016891     88  WS-LANG-ITALIAN              VALUE "ITA".
016892     88  WS-LANG-ENGLISH              VALUE "ENG".
016893 01  WS-ENV-LANGUAGE              PIC X(10) VALUE SPACES.
016894 01  WS-MSG-IX                    PIC 9(03) COMP VALUE ZERO.
016895*----------------------------------------------------------------
016900*    FULL-SCREEN PANEL - ROW/COLUMN BOOKKEEPING AND THE PAUSE
016910*    FIELD FOR SCROLL-MODE FUNCTIONS.
016920*----------------------------------------------------------------
017370     MOVE ZERO TO CLC-MSG-NO
017380     MOVE ZERO TO CLC-SERIES-COUNT
017390     MOVE SPACES TO TRX-SOURCE-ID
017392     MOVE SPACES TO TRX-DATE-1
017394     MOVE SPACES TO TRX-DATE-2
017396     MOVE SPACES TO TRX-VALUE-DATE
017400     MOVE "D" TO WS-ANGLE-UNIT
017410     MOVE "USER" TO WS-ENV-NAME
017420     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
019920*        PAGESIZE=NN        REPORT LINES PER PAGE (5-99)
019930*        MAXERRORS=NNNNN    STOP AFTER N VALIDATION ERRORS
019940*                           (0 = NO LIMIT)
019941*        VALUEDAYS=NNN      OLDEST VALUE DATE ACCEPTED, IN
019942*                           CALENDAR DAYS BEFORE THE RUN DATE
019943*                           (0 = NO LIMIT)
019944*        HOLDRELEASE=NO     DO NOT DELIVER RELEASED HELD
019945*                           RESULTS IN THIS RUN (ANOTHER STEP
019946*                           OF THE CYCLE DOES IT)
019947*        STREAM=N           THIS RUN IS PARALLEL STREAM N (1-4)
019948*                           OF A FILE SPLIT BY ELMOSPL
019950*-----------------------------------------------------------------
019960 1300-READ-RUN-PARAMETERS.
019970     OPEN INPUT CTLCARD-FILE
020050     CLOSE CTLCARD-FILE
020060     DISPLAY "PARAMETRI: CHECKPOINT=" WS-CHECKPOINT-INTERVAL
020070         " PAGESIZE=" WS-LINES-PER-PAGE
020080         " MAXERRORS=" WS-MAX-ERRORS
020082         " VALUEDAYS=" WS-VALUE-DAYS-MAX
020084         " HOLDRELEASE=" WS-HLD-RELEASE-SW
020086         " STREAM=" WS-STREAM-NO.
020090 1300-EXIT.
020100     EXIT.
020110*-----------------------------------------------------------------
020380         WHEN "MAXERRORS"
020390             COMPUTE WS-MAX-ERRORS =
020400                     FUNCTION NUMVAL(WS-CARD-VALUE)
020401         WHEN "VALUEDAYS"
020402             COMPUTE WS-VALUE-DAYS-MAX =
020403                     FUNCTION NUMVAL(WS-CARD-VALUE)
020404         WHEN "HOLDRELEASE"
020405             IF WS-CARD-VALUE (1:1) = "N"
020406                 MOVE "N" TO WS-HLD-RELEASE-SW
020407             ELSE
020408                 MOVE "Y" TO WS-HLD-RELEASE-SW
020409             END-IF
020410         WHEN "STREAM"
020411             COMPUTE WS-STREAM-NO =
020412                     FUNCTION NUMVAL(WS-CARD-VALUE)
020413             IF WS-STREAM-NO > WS-STREAM-COUNT
020414                 DISPLAY "STREAM FUORI LIMITE, IGNORATO: "
020415                     CTLCARD-RECORD
020416                 MOVE ZERO TO WS-STREAM-NO
020417             END-IF
020418         WHEN SPACES
020420             CONTINUE
020430         WHEN OTHER
020440             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
020630         MOVE SPACES TO WS-OPERATOR-ID
020640         MOVE 2 TO WS-OPERATOR-LEVEL
020650         SET WS-SIGNED-ON TO TRUE
020652         SET SEC-EVT-SIGNON-OK TO TRUE
020654         MOVE "OPERFILE ASSENTE - ACCESSO SENZA CONTROLLO"
020656             TO SEC-DETAIL
020658         PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
020660         GO TO 1400-EXIT
020670     END-IF
020680     MOVE ZERO TO WS-SIGNON-TRIES
020720         PERFORM 3940-CLEAR-SCREEN THRU 3940-EXIT
020730         DISPLAY WS-MSG-TEXT (149)
020740         MOVE 16 TO RETURN-CODE
020742         SET SEC-EVT-LOCKED-OUT TO TRUE
020744         MOVE "TRE TENTATIVI FALLITI - SESSIONE CHIUSA"
020746             TO SEC-DETAIL
020748         PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
020750     END-IF.
020760 1400-EXIT.
020770     EXIT.
021430         MOVE WS-OPER-LVL (WS-OPER-BEST-IX)
021440             TO WS-OPERATOR-LEVEL
021450         SET WS-SIGNED-ON TO TRUE
021453         SET SEC-EVT-SIGNON-OK TO TRUE
021456         MOVE "ACCESSO CONSENTITO" TO SEC-DETAIL
021460     ELSE
021470         DISPLAY WS-MSG-TEXT (149) (1:26) AT LINE 6 COLUMN 1
021480         SET SEC-EVT-SIGNON-FAILED TO TRUE
021481         IF WS-OPER-FOUND
021482             MOVE "PASSWORD ERRATA" TO SEC-DETAIL
021483         ELSE
021484             MOVE "OPERATORE SCONOSCIUTO O NON ATTIVO"
021485                 TO SEC-DETAIL
021486         END-IF
021487     END-IF
021488     PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT.
021490 1450-EXIT.
021500     EXIT.
021510*-----------------------------------------------------------------
023250*    RUN-MODE DETERMINATION - INTERACTIVE (DEFAULT), BATCH OR
023260*    UNATTENDED, DRIVEN BY A COMMAND-LINE / PARM STRING OF THE
023270*    FORM "BATCH" OR "CALC,OP-CODE,OPERAND-1,OPERAND-2".
023273*    THE DATE OPERATIONS 80-84 TAKE THEIR TWO DATES (YYYYMMDD) AS
023276*    TOKENS 7 AND 8, AFTER RATE CODE AND PERIODS.
023280*-----------------------------------------------------------------
023290 2000-DETERMINE-RUN-MODE.
023300     MOVE SPACES TO WS-COMMAND-LINE
023350     MOVE SPACES TO WS-OPERAND2-TOKEN
023360     MOVE SPACES TO WS-RATECODE-TOKEN
023370     MOVE SPACES TO WS-PERIODS-TOKEN
023373     MOVE SPACES TO WS-DATE1-TOKEN
023376     MOVE SPACES TO WS-DATE2-TOKEN
023380     UNSTRING WS-COMMAND-LINE DELIMITED BY ","
023390         INTO WS-MODE-TOKEN WS-OPCODE-TOKEN
023400              WS-OPERAND1-TOKEN WS-OPERAND2-TOKEN
023410              WS-RATECODE-TOKEN WS-PERIODS-TOKEN
023415              WS-DATE1-TOKEN WS-DATE2-TOKEN
023420     END-UNSTRING
023430     EVALUATE WS-MODE-TOKEN
023440         WHEN "BATCH"
023620             MOVE WS-RATECODE-TOKEN (1:8) TO TRX-RATE-CODE
023630             COMPUTE TRX-PERIODS =
023640                     FUNCTION NUMVAL(WS-PERIODS-TOKEN)
023643             MOVE WS-DATE1-TOKEN TO TRX-DATE-1
023646             MOVE WS-DATE2-TOKEN TO TRX-DATE-2
023650         WHEN OTHER
023660             SET WS-MODE-INTERACTIVE TO TRUE
023670     END-EVALUATE.
024030     MOVE ZERO TO WS-MENU-ORD
024040     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024050         VARYING WS-MSG-IX FROM 3 BY 1
024060         UNTIL WS-MSG-IX > 17
024061     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024062        VARYING WS-MSG-IX FROM 195 BY 1
024063        UNTIL WS-MSG-IX > 195
024064     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024065        VARYING WS-MSG-IX FROM 22 BY 1
024066        UNTIL WS-MSG-IX > 34
024070     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024080        VARYING WS-MSG-IX FROM 135 BY 1
024090        UNTIL WS-MSG-IX > 138
024190     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024200        VARYING WS-MSG-IX FROM 182 BY 1
024210        UNTIL WS-MSG-IX > 183
024211     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024212        VARYING WS-MSG-IX FROM 196 BY 1
024213        UNTIL WS-MSG-IX > 196
024214     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024215        VARYING WS-MSG-IX FROM 205 BY 1
024216        UNTIL WS-MSG-IX > 205
024217     PERFORM 3210-PAINT-MENU-ENTRY THRU 3210-EXIT
024218        VARYING WS-MSG-IX FROM 222 BY 1
024219        UNTIL WS-MSG-IX > 222
024220     DISPLAY WS-MSG-TEXT (35) (1:28) AT LINE 17 COLUMN 1
024230     DISPLAY "  " AT LINE 17 COLUMN 33
024240     DISPLAY WS-MSG-TEXT (95) (1:11) AT LINE 21 COLUMN 1
024340     EXIT.
024350*-----------------------------------------------------------------
024360*    MENU ENTRIES PAINT IN ARRIVAL ORDER, THREE COLUMNS OF
024370*    FOURTEEN ROWS.  THE FOUR MEMORY OPTIONS 16-19 SHARE ONE
024375*    ENTRY (195) SO THE PANEL HAS ROOM FOR NEW FUNCTIONS.
024380*-----------------------------------------------------------------
024390 3210-PAINT-MENU-ENTRY.
024400     DIVIDE WS-MENU-ORD BY 14
025160                 PERFORM 3700-RATE-MAINTENANCE THRU 3700-EXIT
025170             ELSE
025180                 DISPLAY WS-MSG-TEXT (150)
025185                 PERFORM 7710-LOG-REFUSAL THRU 7710-EXIT
025190             END-IF
025200             PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025210         WHEN 29
025250                     THRU 3750-EXIT
025260             ELSE
025270                 DISPLAY WS-MSG-TEXT (150)
025275                 PERFORM 7710-LOG-REFUSAL THRU 7710-EXIT
025280             END-IF
025290             PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025300         WHEN 35
025330                 PERFORM 3850-UNIT-MAINTENANCE THRU 3850-EXIT
025340             ELSE
025350                 DISPLAY WS-MSG-TEXT (150)
025355                 PERFORM 7710-LOG-REFUSAL THRU 7710-EXIT
025360             END-IF
025370             PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025380         WHEN 36
025420                     THRU 3900-EXIT
025430             ELSE
025440                 DISPLAY WS-MSG-TEXT (150)
025441                 PERFORM 7710-LOG-REFUSAL THRU 7710-EXIT
025442             END-IF
025443             PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025444         WHEN 37
025445             PERFORM 3940-CLEAR-SCREEN THRU 3940-EXIT
025446             IF WS-LEVEL-SUPERVISOR
025447                 PERFORM 3960-CALENDAR-MAINTENANCE
025448                     THRU 3960-EXIT
025449             ELSE
025450                 DISPLAY WS-MSG-TEXT (150)
025451                 PERFORM 7710-LOG-REFUSAL THRU 7710-EXIT
025452             END-IF
025453             PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025454         WHEN 38
025455             PERFORM 3940-CLEAR-SCREEN THRU 3940-EXIT
025456             IF WS-LEVEL-SUPERVISOR
025457                 PERFORM 3650-CHANGE-APPROVAL THRU 3650-EXIT
025458             ELSE
025459                 DISPLAY WS-MSG-TEXT (150)
025460                 PERFORM 7710-LOG-REFUSAL THRU 7710-EXIT
025461             END-IF
025462             PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025463         WHEN 39
025464             PERFORM 3940-CLEAR-SCREEN THRU 3940-EXIT
025465             IF WS-LEVEL-SUPERVISOR
025466                 PERFORM 3810-HOLD-REVIEW THRU 3810-EXIT
025467             ELSE
025468                 DISPLAY WS-MSG-TEXT (150)
025469                 PERFORM 7710-LOG-REFUSAL THRU 7710-EXIT
025470             END-IF
025471             PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025472         WHEN 1 THRU 14
025480         WHEN 20
025490         WHEN 21
025500         WHEN 24 THRU 27
025530         WHEN 60 THRU 66
025540         WHEN 70
025550         WHEN 40 THRU 43
025555         WHEN 80 THRU 84
025560             MOVE INPUT1 TO TRX-OP-CODE
025570             SET WS-CALC-ERROR TO TRUE
025580             PERFORM 3350-ACCEPT-AND-CALCULATE THRU 3350-EXIT
025760     PERFORM 4000-CALCULATE-TRANSACTION THRU 4000-EXIT
025770     IF WS-CALC-ERROR
025780         DISPLAY WS-CALC-ERROR-MESSAGE AT LINE 22 COLUMN 1
025781         GO TO 3350-EXIT
025782     END-IF
025783     IF TRX-OP-CODE = 81
025784         DISPLAY WS-MSG-TEXT (218) (1:17) AT LINE 22 COLUMN 1
025785         DISPLAY TRX-DATE-2 AT LINE 22 COLUMN 19
025786         PERFORM 3950-PANEL-PAUSE THRU 3950-EXIT
025790     END-IF.
025800 3350-EXIT.
025810     EXIT.
025920     MOVE "N" TO WS-NEEDS-SERIES-SW
025930     MOVE "N" TO WS-NEEDS-FORMULA-SW
025940     MOVE "N" TO WS-NEEDS-PERIODS-SW
025945     MOVE "N" TO WS-NEEDS-DATES-SW
025950     EVALUATE TRX-OP-CODE
025960         WHEN 01
025970             MOVE WS-MSG-TEXT (40) TO WS-PROMPT-1
026830         WHEN 70
026840             MOVE WS-MSG-TEXT (40) TO WS-PROMPT-1
026850             SET WS-NEEDS-FORMULA TO TRUE
026851         WHEN 80
026852             MOVE "3" TO WS-NEEDS-DATES-SW
026853         WHEN 81
026854             MOVE WS-MSG-TEXT (208) TO WS-PROMPT-1
026855             MOVE "1" TO WS-NEEDS-DATES-SW
026856         WHEN 82 THRU 84
026857             MOVE WS-MSG-TEXT (57) TO WS-PROMPT-1
026858             MOVE WS-MSG-TEXT (209) TO WS-PROMPT-2
026859             SET WS-NEEDS-OPERAND-2 TO TRUE
026860             MOVE "2" TO WS-NEEDS-DATES-SW
026861     END-EVALUATE
026862     MOVE SPACES TO TRX-DATE-1
026863     MOVE SPACES TO TRX-DATE-2
026870     IF WS-NEEDS-SERIES
026880         PERFORM 3360-ACCEPT-SERIES THRU 3360-EXIT
026881         GO TO 3300-EXIT
026882     END-IF
026883     IF WS-DATES-ONLY
026884         MOVE ZERO TO TRX-OPERAND-1
026885         MOVE ZERO TO TRX-OPERAND-2
026886         MOVE SPACES TO TRX-RATE-CODE
026887         MOVE ZERO TO TRX-PERIODS
026888         PERFORM 3345-ACCEPT-DATES THRU 3345-EXIT
026890         GO TO 3300-EXIT
026900     END-IF
026910     PERFORM 3310-ACCEPT-OPERAND-1 THRU 3310-EXIT
027090         PERFORM 3340-ACCEPT-PERIODS THRU 3340-EXIT
027100     ELSE
027110         MOVE ZERO TO TRX-PERIODS
027112     END-IF
027114     IF WS-NEEDS-DATES AND NOT WS-ENTRY-CANCELLED
027116         PERFORM 3345-ACCEPT-DATES THRU 3345-EXIT
027120     END-IF.
027130 3300-EXIT.
027140     EXIT.
027920     COMPUTE TRX-PERIODS =
027930             FUNCTION NUMVAL(WS-OPERAND-BUFFER).
027940 3340-EXIT.
027941     EXIT.
027942*-----------------------------------------------------------------
027943*    DATE ENTRY FOR THE DATE GROUP 80-84 - YYYYMMDD, ON THE LINES
027944*    BELOW THE OPERANDS THE OPERATION USES.  A BLANK DATE CANCELS
027945*    THE ENTRY; A BAD ONE COMES BACK FROM THE ENGINE AS AN ERROR.
027946*-----------------------------------------------------------------
027947 3345-ACCEPT-DATES.
027948     EVALUATE TRUE
027949         WHEN WS-DATES-ONLY
027950             MOVE 18 TO WS-PANEL-ROW
027951         WHEN WS-NEEDS-DATE-2
027952             MOVE 20 TO WS-PANEL-ROW
027953         WHEN OTHER
027954             MOVE 19 TO WS-PANEL-ROW
027955     END-EVALUATE
027956     MOVE SPACES TO TRX-DATE-2
027957     DISPLAY WS-MSG-TEXT (206) (1:30)
027958         AT LINE WS-PANEL-ROW COLUMN 1
027959     DISPLAY "        " AT LINE WS-PANEL-ROW COLUMN 33
027960     MOVE SPACES TO WS-OPERAND-BUFFER
027961     ACCEPT WS-OPERAND-BUFFER AT LINE WS-PANEL-ROW COLUMN 33
027962     MOVE WS-OPERAND-BUFFER (1:8) TO TRX-DATE-1
027963     IF TRX-DATE-1 = SPACES
027964         SET WS-ENTRY-CANCELLED TO TRUE
027965         GO TO 3345-EXIT
027966     END-IF
027967     IF NOT WS-NEEDS-DATE-2
027968         GO TO 3345-EXIT
027969     END-IF
027970     ADD 1 TO WS-PANEL-ROW
027971     DISPLAY WS-MSG-TEXT (207) (1:30)
027972         AT LINE WS-PANEL-ROW COLUMN 1
027973     DISPLAY "        " AT LINE WS-PANEL-ROW COLUMN 33
027974     MOVE SPACES TO WS-OPERAND-BUFFER
027975     ACCEPT WS-OPERAND-BUFFER AT LINE WS-PANEL-ROW COLUMN 33
027976     MOVE WS-OPERAND-BUFFER (1:8) TO TRX-DATE-2
027977     IF TRX-DATE-2 = SPACES
027978         SET WS-ENTRY-CANCELLED TO TRUE
027979     END-IF.
027980 3345-EXIT.
027981     EXIT.
027982*-----------------------------------------------------------------
027983*    SERIES ENTRY - ONE VALUE PER ACCEPT, BLANK ENDS THE LIST.
027984*    THE SERIES GOES TO THE ENGINE IN THE CLC-SERIES AREA; THE
027990*    FIRST TWO VALUES AND THE COUNT TRAVEL IN THE TRANSACTION
028000*    IMAGE SO THE AUDIT TRAIL MATCHES THE BATCH CONVENTION.
028010*-----------------------------------------------------------------
029060     EXIT.
029070*-----------------------------------------------------------------
029080*    RATE TABLE MAINTENANCE - LIST THE TABLE, ADD A RATE OR
029090*    EXPIRE A CODE.  CHANGES GO TO CHGFILE FOR APPROVAL BY A
029100*    SECOND SUPERVISOR (OPTION 38), WHICH APPENDS THEM TO
029105*    RATEFILE AND PUTS THEM IN FORCE IN CORE.
029110*-----------------------------------------------------------------
029120 3700-RATE-MAINTENANCE.
029130     PERFORM 3710-LIST-RATE-TABLE THRU 3710-EXIT
029670     COMPUTE RATE-VALUE ROUNDED =
029680             FUNCTION NUMVAL(WS-OPERAND-BUFFER)
029690     MOVE "A" TO RATE-STATUS
029700     PERFORM 3735-QUEUE-RATE-CHANGE THRU 3735-EXIT.
029710 3720-EXIT.
029720     EXIT.
029730*-----------------------------------------------------------------
029870     END-IF
029880     MOVE ZERO TO RATE-VALUE
029890     MOVE "E" TO RATE-STATUS
029900     PERFORM 3735-QUEUE-RATE-CHANGE THRU 3735-EXIT.
029910 3730-EXIT.
029911     EXIT.
029912*-----------------------------------------------------------------
029913*    THE KEYED RATE RECORD GOES TO CHGFILE, NOT TO RATEFILE.
029914*-----------------------------------------------------------------
029915 3735-QUEUE-RATE-CHANGE.
029916     MOVE "R" TO WS-CHG-NEW-FILE
029917     MOVE RATE-CODE TO WS-CHG-NEW-KEY
029918     MOVE RATE-RECORD TO WS-CHG-NEW-IMAGE
029919     PERFORM 3640-QUEUE-CHANGE THRU 3640-EXIT.
029920 3735-EXIT.
029921     EXIT.
029930*-----------------------------------------------------------------
029940*    APPEND TO RATEFILE AND MIRROR INTO THE IN-CORE TABLE SO
029950*    THE CHANGE IS USABLE WITHOUT A RESTART.
030140     EXIT.
030150*-----------------------------------------------------------------
030160*    OPERATOR FILE MAINTENANCE (OPTION 29, SUPERVISOR ONLY) -
030170*    LIST THE TABLE, ADD AN OPERATOR OR SUSPEND ONE.  CHANGES GO
030180*    TO CHGFILE FOR APPROVAL (OPTION 38) AND ARE THEN APPENDED TO
030190*    OPERFILE, THE SAME TREATMENT THE RATE TABLE GETS.
030200*-----------------------------------------------------------------
030210 3750-OPERATOR-MAINTENANCE.
030220     PERFORM 3755-LIST-OPER-TABLE THRU 3755-EXIT
030870         MOVE WS-OPERAND-BUFFER (1:8) TO OPER-EFF-DATE
030880     END-IF
030890     MOVE "A" TO OPER-STATUS
030900     PERFORM 3785-QUEUE-OPER-CHANGE THRU 3785-EXIT.
030910 3760-EXIT.
030920     EXIT.
030930*-----------------------------------------------------------------
031070     END-IF
031080     MOVE 1 TO OPER-AUTH-LEVEL
031090     MOVE "E" TO OPER-STATUS
031100     PERFORM 3785-QUEUE-OPER-CHANGE THRU 3785-EXIT.
031110 3770-EXIT.
031111     EXIT.
031112*-----------------------------------------------------------------
031113 3785-QUEUE-OPER-CHANGE.
031114     MOVE "O" TO WS-CHG-NEW-FILE
031115     MOVE OPER-ID TO WS-CHG-NEW-KEY
031116     MOVE OPER-RECORD TO WS-CHG-NEW-IMAGE
031117     PERFORM 3640-QUEUE-CHANGE THRU 3640-EXIT.
031118 3785-EXIT.
031120     EXIT.
031130*-----------------------------------------------------------------
031140*    APPEND TO OPERFILE AND MIRROR INTO THE IN-CORE TABLE SO THE
031370 3630-EXIT.
031380     EXIT.
031390*-----------------------------------------------------------------
031391*    FOUR-EYES MAINTENANCE.  A KEYED CHANGE (FILE ID, KEY AND
031392*    RECORD IMAGE IN WS-CHG-NEW-xxx) IS WRITTEN TO CHGFILE UNDER
031393*    THE NEXT CHANGE NUMBER, PENDING, WITH THE OPERATOR AS MAKER.
031394*    A SESSION WITHOUT A SIGNED-ON OPERATOR HAS NOBODY TO
031395*    APPROVE.  WHILE OPERFILE IS EMPTY ITS OPERATOR RECORDS ARE
031396*    LOGGED AS APPROVED AND APPLIED AT ONCE, SO THE FILE CAN BE
031397*    SET UP ON FIRST ROLLOUT; ANY OTHER CHANGE IS REFUSED.
031398*-----------------------------------------------------------------
031399 3640-QUEUE-CHANGE.
031400     IF WS-OPERATOR-ID = SPACES
031401        AND (WS-CHG-NEW-FILE NOT = "O" OR WS-OPER-USED > ZERO)
031402         DISPLAY WS-MSG-TEXT (235)
031403         SET SEC-EVT-REFUSED TO TRUE
031404         MOVE SPACES TO SEC-DETAIL
031405         STRING "MODIFICA " WS-CHG-NEW-FILE " " WS-CHG-NEW-KEY
031406                " SENZA OPERATORE"
031407             DELIMITED BY SIZE INTO SEC-DETAIL
031408         END-STRING
031409         PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
031410         GO TO 3640-EXIT
031411     END-IF
031412     PERFORM 3660-LOAD-CHANGE-TABLE THRU 3660-EXIT
031413     MOVE SPACES TO CHG-RECORD
031414     ADD 1 TO WS-CHG-LAST-NO
031415     MOVE WS-CHG-LAST-NO TO CHG-NUMBER
031416     MOVE WS-CHG-NEW-FILE TO CHG-FILE-ID
031417     MOVE WS-CHG-NEW-KEY TO CHG-KEY
031418     SET CHG-FROM-PANEL TO TRUE
031419     MOVE WS-OPERATOR-ID TO CHG-MAKER-ID
031420     MOVE FUNCTION CURRENT-DATE TO WS-CHG-NOW
031421     MOVE WS-CHG-NOW (1:14) TO CHG-MAKER-STAMP
031422     MOVE WS-CHG-NEW-IMAGE TO CHG-IMAGE
031423     IF WS-OPERATOR-ID = SPACES
031424         SET CHG-APPROVED TO TRUE
031425         MOVE WS-CHG-NOW (1:14) TO CHG-CHECKER-STAMP
031426         MOVE "SESSIONE SENZA CONTROLLO OPERATORI"
031427             TO CHG-REMARK
031428         PERFORM 3645-WRITE-CHANGE-RECORD THRU 3645-EXIT
031429         PERFORM 3690-APPLY-CHANGE THRU 3690-EXIT
031430         GO TO 3640-EXIT
031431     END-IF
031432     SET CHG-PENDING TO TRUE
031433     PERFORM 3645-WRITE-CHANGE-RECORD THRU 3645-EXIT
031434     IF WS-CHG-WRITTEN
031435         MOVE CHG-NUMBER TO WS-ED-CHG-NO
031436         DISPLAY WS-MSG-TEXT (223) (1:40) WS-ED-CHG-NO
031437     END-IF.
031438 3640-EXIT.
031439     EXIT.
031440*-----------------------------------------------------------------
031441*    APPEND THE CURRENT CHG-RECORD TO CHGFILE.
031442*-----------------------------------------------------------------
031443 3645-WRITE-CHANGE-RECORD.
031444     MOVE "N" TO WS-CHG-WRITTEN-SW
031445     OPEN EXTEND CHGFILE
031446     IF WS-CHGFILE-FS NOT = "00"
031447         OPEN OUTPUT CHGFILE
031448     END-IF
031449     IF WS-CHGFILE-FS NOT = "00"
031450         DISPLAY "IMPOSSIBILE AGGIORNARE CHGFILE - FILE STATUS "
031451             WS-CHGFILE-FS
031452         GO TO 3645-EXIT
031453     END-IF
031454     WRITE CHG-RECORD
031455     CLOSE CHGFILE
031456     SET WS-CHG-WRITTEN TO TRUE
031457     SET SEC-EVT-MAINTENANCE TO TRUE
031458     MOVE SPACES TO SEC-DETAIL
031459     STRING "CHGFILE " CHG-FILE-ID " " CHG-KEY " " CHG-STATUS
031460            " N." CHG-NUMBER
031461         DELIMITED BY SIZE INTO SEC-DETAIL
031462     END-STRING
031463     PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT.
031464 3645-EXIT.
031465     EXIT.
031466*-----------------------------------------------------------------
031467*    CHANGE APPROVAL (OPTION 38, SUPERVISOR ONLY) - EACH PENDING
031468*    CHANGE IS SHOWN IN TURN FOR APPROVAL OR REJECTION.  THE
031469*    MAKER OF A CHANGE CANNOT DECIDE IT, AND A SESSION WITHOUT A
031470*    SIGNED-ON OPERATOR CANNOT DECIDE ANY.
031471*-----------------------------------------------------------------
031472 3650-CHANGE-APPROVAL.
031473     IF WS-OPERATOR-ID = SPACES
031474         DISPLAY WS-MSG-TEXT (229)
031475         SET SEC-EVT-REFUSED TO TRUE
031476         MOVE "APPROVAZIONE SENZA OPERATORE IDENTIFICATO"
031477             TO SEC-DETAIL
031478         PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
031479         GO TO 3650-EXIT
031480     END-IF
031481     PERFORM 3660-LOAD-CHANGE-TABLE THRU 3660-EXIT
031482     IF WS-CHG-OPEN-COUNT = ZERO
031483         DISPLAY WS-MSG-TEXT (224)
031484         GO TO 3650-EXIT
031485     END-IF
031486     MOVE "N" TO WS-CHG-QUIT-SW
031487     PERFORM 3655-REVIEW-ONE-CHANGE THRU 3655-EXIT
031488         VARYING WS-CHG-IX FROM 1 BY 1
031489         UNTIL WS-CHG-IX > WS-CHG-USED OR WS-CHG-QUIT.
031490 3650-EXIT.
031491     EXIT.
031492*-----------------------------------------------------------------
031493*    ONE PENDING CHANGE - THE DECISION IS APPENDED TO CHGFILE
031494*    WITH THE CHECKER'S ID; AN APPROVED CHANGE IS THEN APPENDED
031495*    TO ITS LIVE FILE.
031496*-----------------------------------------------------------------
031497 3655-REVIEW-ONE-CHANGE.
031498     IF WS-CHG-OPEN-SW (WS-CHG-IX) NOT = "Y"
031499         GO TO 3655-EXIT
031500     END-IF
031501     MOVE WS-CHG-REC (WS-CHG-IX) TO CHG-RECORD
031502     PERFORM 3670-SHOW-CHANGE THRU 3670-EXIT
031503     IF CHG-MAKER-ID = WS-OPERATOR-ID
031504         DISPLAY WS-MSG-TEXT (226)
031505         SET SEC-EVT-REFUSED TO TRUE
031506         MOVE SPACES TO SEC-DETAIL
031507         STRING "DECISIONE SU PROPRIA MODIFICA N." CHG-NUMBER
031508             DELIMITED BY SIZE INTO SEC-DETAIL
031509         END-STRING
031510         PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
031511         GO TO 3655-EXIT
031512     END-IF
031513     DISPLAY WS-MSG-TEXT (225)
031514     MOVE SPACE TO WS-CHG-CHOICE
031515     ACCEPT WS-CHG-CHOICE
031516     EVALUATE WS-CHG-CHOICE
031517         WHEN "A"
031518         WHEN "a"
031519             SET CHG-APPROVED TO TRUE
031520         WHEN "R"
031521         WHEN "r"
031522             SET CHG-REJECTED TO TRUE
031523         WHEN "F"
031524         WHEN "f"
031525             SET WS-CHG-QUIT TO TRUE
031526             GO TO 3655-EXIT
031527         WHEN OTHER
031528             GO TO 3655-EXIT
031529     END-EVALUATE
031530     MOVE WS-OPERATOR-ID TO CHG-CHECKER-ID
031531     MOVE FUNCTION CURRENT-DATE TO WS-CHG-NOW
031532     MOVE WS-CHG-NOW (1:14) TO CHG-CHECKER-STAMP
031533     PERFORM 3645-WRITE-CHANGE-RECORD THRU 3645-EXIT
031534     IF NOT WS-CHG-WRITTEN
031535         GO TO 3655-EXIT
031536     END-IF
031537     MOVE "N" TO WS-CHG-OPEN-SW (WS-CHG-IX)
031538     MOVE CHG-NUMBER TO WS-ED-CHG-NO
031539     IF CHG-APPROVED
031540         PERFORM 3690-APPLY-CHANGE THRU 3690-EXIT
031541         DISPLAY WS-MSG-TEXT (227) (1:40) WS-ED-CHG-NO
031542     ELSE
031543         DISPLAY WS-MSG-TEXT (228) (1:40) WS-ED-CHG-NO
031544     END-IF.
031545 3655-EXIT.
031546     EXIT.
031547*-----------------------------------------------------------------
031548*    CHGFILE IN CORE - A PENDING RECORD TAKES A SLOT, A DECISION
031549*    RECORD FREES THE SLOT OF ITS CHANGE NUMBER.  THE HIGHEST
031550*    NUMBER SEEN IS KEPT FOR THE NEXT NEW CHANGE.  A MISSING
031551*    FILE MEANS NOTHING IS PENDING.
031552*-----------------------------------------------------------------
031553 3660-LOAD-CHANGE-TABLE.
031554     MOVE ZERO TO WS-CHG-USED
031555     MOVE ZERO TO WS-CHG-OPEN-COUNT
031556     MOVE ZERO TO WS-CHG-LAST-NO
031557     MOVE "N" TO WS-CHGFILE-EOF-SW
031558     OPEN INPUT CHGFILE
031559     IF WS-CHGFILE-FS NOT = "00"
031560         GO TO 3660-EXIT
031561     END-IF
031562     PERFORM 3663-READ-CHANGE-RECORD THRU 3663-EXIT
031563     PERFORM 3666-TABLE-CHANGE-RECORD THRU 3666-EXIT
031564         UNTIL WS-CHGFILE-EOF
031565     CLOSE CHGFILE.
031566 3660-EXIT.
031567     EXIT.
031568*-----------------------------------------------------------------
031569 3663-READ-CHANGE-RECORD.
031570     READ CHGFILE
031571         AT END SET WS-CHGFILE-EOF TO TRUE
031572     END-READ.
031573 3663-EXIT.
031574     EXIT.
031575*-----------------------------------------------------------------
031576 3666-TABLE-CHANGE-RECORD.
031577     IF CHG-NUMBER > WS-CHG-LAST-NO
031578         MOVE CHG-NUMBER TO WS-CHG-LAST-NO
031579     END-IF
031580     IF CHG-PENDING
031581         MOVE ZERO TO WS-CHG-FREE-IX
031582         PERFORM 3667-FIND-FREE-SLOT THRU 3667-EXIT
031583             VARYING WS-CHG-IX FROM 1 BY 1
031584             UNTIL WS-CHG-IX > WS-CHG-USED
031585         IF WS-CHG-FREE-IX = ZERO
031586             IF WS-CHG-USED < 200
031587                 ADD 1 TO WS-CHG-USED
031588                 MOVE WS-CHG-USED TO WS-CHG-FREE-IX
031589             ELSE
031590                 DISPLAY "TABELLA MODIFICHE PIENA - RECORD "
031591                     "IGNORATO: " CHG-NUMBER
031592             END-IF
031593         END-IF
031594         IF WS-CHG-FREE-IX > ZERO
031595             MOVE CHG-RECORD TO WS-CHG-REC (WS-CHG-FREE-IX)
031596             MOVE "Y" TO WS-CHG-OPEN-SW (WS-CHG-FREE-IX)
031597             ADD 1 TO WS-CHG-OPEN-COUNT
031598         END-IF
031599     ELSE
031600         PERFORM 3668-CLOSE-CHANGE-ENTRY THRU 3668-EXIT
031601             VARYING WS-CHG-IX FROM 1 BY 1
031602             UNTIL WS-CHG-IX > WS-CHG-USED
031603     END-IF
031604     PERFORM 3663-READ-CHANGE-RECORD THRU 3663-EXIT.
031605 3666-EXIT.
031606     EXIT.
031607*-----------------------------------------------------------------
031608 3667-FIND-FREE-SLOT.
031609     IF WS-CHG-FREE-IX = ZERO
031610        AND WS-CHG-OPEN-SW (WS-CHG-IX) NOT = "Y"
031611         MOVE WS-CHG-IX TO WS-CHG-FREE-IX
031612     END-IF.
031613 3667-EXIT.
031614     EXIT.
031615*-----------------------------------------------------------------
031616 3668-CLOSE-CHANGE-ENTRY.
031617     IF WS-CHG-OPEN-SW (WS-CHG-IX) = "Y"
031618        AND WS-CHG-REC-NO (WS-CHG-IX) = CHG-NUMBER
031619         MOVE "N" TO WS-CHG-OPEN-SW (WS-CHG-IX)
031620         SUBTRACT 1 FROM WS-CHG-OPEN-COUNT
031621     END-IF.
031622 3668-EXIT.
031623     EXIT.
031624*-----------------------------------------------------------------
031625*    ONE CHANGE ON THE CONSOLE - NUMBER, MAKER AND THE RECORD IT
031626*    WOULD APPEND.  AN OPERATOR'S PASSWORD IS NOT SHOWN.
031627*-----------------------------------------------------------------
031628 3670-SHOW-CHANGE.
031629     MOVE CHG-NUMBER TO WS-ED-CHG-NO
031630     DISPLAY " "
031631     DISPLAY WS-ED-CHG-NO " " CHG-MAKER-ID " "
031632         CHG-MAKER-STAMP " " CHG-REMARK
031633     EVALUATE TRUE
031634         WHEN CHG-FOR-RATEFILE
031635             MOVE CHG-IMAGE TO RATE-RECORD
031636             DISPLAY "RATEFILE " RATE-CODE " "
031637                 RATE-EFF-DATE " "
031638                 RATE-VALUE " "
031639                 RATE-STATUS
031640         WHEN CHG-FOR-OPERFILE
031641             MOVE CHG-IMAGE TO OPER-RECORD
031642             MOVE OPER-AUTH-LEVEL TO WS-ED-OPER-LVL
031643             DISPLAY "OPERFILE " OPER-ID " "
031644                 OPER-NAME " "
031645                 WS-ED-OPER-LVL " "
031646                 OPER-EFF-DATE " "
031647                 OPER-STATUS
031648         WHEN CHG-FOR-UNITFILE
031649             MOVE CHG-IMAGE TO UNIT-RECORD
031650             DISPLAY "UNITFILE " UNIT-CODE " "
031651                 UNIT-EFF-DATE " "
031652                 UNIT-FACTOR " "
031653                 UNIT-OFFSET " "
031654                 UNIT-STATUS
031655         WHEN CHG-FOR-FORMFILE
031656             MOVE CHG-IMAGE TO FORM-RECORD
031657             DISPLAY "FORMFILE " FORM-NAME " "
031658                 FORM-SEQ " OP="
031659                 FORM-OP-CODE " B="
031660                 FORM-OPERAND-2 " "
031661                 FORM-RATE-CODE " "
031662                 FORM-PERIODS " "
031663                 FORM-EFF-DATE " "
031664                 FORM-STATUS
031665     END-EVALUATE.
031666 3670-EXIT.
031667     EXIT.
031668*-----------------------------------------------------------------
031669*    AN APPROVED CHANGE REACHES ITS LIVE FILE THROUGH THE SAME
031670*    APPEND PARAGRAPH THE PANEL USED BEFORE FOUR-EYES CONTROL,
031671*    SO THE IN-CORE TABLES AND THE ENGINE ARE REFRESHED TOO.
031672*-----------------------------------------------------------------
031673 3690-APPLY-CHANGE.
031674     EVALUATE TRUE
031675         WHEN CHG-FOR-RATEFILE
031676             MOVE CHG-IMAGE TO RATE-RECORD
031677             PERFORM 3740-APPEND-RATE-RECORD THRU 3740-EXIT
031678         WHEN CHG-FOR-OPERFILE
031679             MOVE CHG-IMAGE TO OPER-RECORD
031680             PERFORM 3790-APPEND-OPER-RECORD THRU 3790-EXIT
031681         WHEN CHG-FOR-UNITFILE
031682             MOVE CHG-IMAGE TO UNIT-RECORD
031683             PERFORM 3890-APPEND-UNIT-RECORD THRU 3890-EXIT
031684         WHEN CHG-FOR-FORMFILE
031685             MOVE CHG-IMAGE TO FORM-RECORD
031686             PERFORM 3930-APPEND-FORM-RECORD THRU 3930-EXIT
031687     END-EVALUATE.
031688 3690-EXIT.
031689     EXIT.
031690*-----------------------------------------------------------------
031691*    UNIT TABLE MAINTENANCE (OPTION 35, SUPERVISOR ONLY) - LIST
031692*    THE TABLE, ADD A UNIT PAIR OR EXPIRE ONE.  CHANGES GO TO
031693*    CHGFILE FOR APPROVAL (OPTION 38), THE SAME TREATMENT THE
031694*    RATE TABLE GETS.
031695*-----------------------------------------------------------------
031696 3850-UNIT-MAINTENANCE.
031697     PERFORM 3855-LIST-UNIT-TABLE THRU 3855-EXIT
031698     DISPLAY WS-MSG-TEXT (85)
031699     MOVE SPACE TO WS-UNIT-MAINT-CHOICE
031700     ACCEPT WS-UNIT-MAINT-CHOICE
031701     EVALUATE WS-UNIT-MAINT-CHOICE
031702         WHEN "A"
031703         WHEN "a"
031704             PERFORM 3860-ADD-UNIT THRU 3860-EXIT
031705         WHEN "S"
031706         WHEN "s"
031707             PERFORM 3870-EXPIRE-UNIT THRU 3870-EXIT
031708         WHEN OTHER
031709             CONTINUE
031710     END-EVALUATE.
031711 3850-EXIT.
031712     EXIT.
031713*-----------------------------------------------------------------
031714 3855-LIST-UNIT-TABLE.
031715     IF WS-UNIT-USED = ZERO
031716         DISPLAY WS-MSG-TEXT (167)
031717     ELSE
031718         PERFORM 3857-LIST-UNIT-ENTRY THRU 3857-EXIT
031719             VARYING WS-UNIT-IX FROM 1 BY 1
031720             UNTIL WS-UNIT-IX > WS-UNIT-USED
031721     END-IF.
031722 3855-EXIT.
031723     EXIT.
031730*-----------------------------------------------------------------
031740 3857-LIST-UNIT-ENTRY.
031750     DISPLAY WS-UNIT-KEY (WS-UNIT-IX) " "
032090                 FUNCTION NUMVAL(WS-OPERAND-BUFFER)
032100     END-IF
032110     MOVE "A" TO UNIT-STATUS
032120     PERFORM 3880-QUEUE-UNIT-CHANGE THRU 3880-EXIT.
032130 3860-EXIT.
032140     EXIT.
032150*-----------------------------------------------------------------
032300     MOVE ZERO TO UNIT-FACTOR
032310     MOVE ZERO TO UNIT-OFFSET
032320     MOVE "E" TO UNIT-STATUS
032330     PERFORM 3880-QUEUE-UNIT-CHANGE THRU 3880-EXIT.
032340 3870-EXIT.
032341     EXIT.
032342*-----------------------------------------------------------------
032343 3880-QUEUE-UNIT-CHANGE.
032344     MOVE "U" TO WS-CHG-NEW-FILE
032345     MOVE UNIT-CODE TO WS-CHG-NEW-KEY
032346     MOVE UNIT-RECORD TO WS-CHG-NEW-IMAGE
032347     PERFORM 3640-QUEUE-CHANGE THRU 3640-EXIT.
032348 3880-EXIT.
032350     EXIT.
032360*-----------------------------------------------------------------
032370*    APPEND TO UNITFILE, MIRROR INTO THE IN-CORE TABLE AND HAVE
032580     EXIT.
032590*-----------------------------------------------------------------
032600*    FORMULA MAINTENANCE (OPTION 36, SUPERVISOR ONLY) - LIST THE
032610*    STEPS ON FILE, ADD A STEP OR EXPIRE A FORMULA.  CHANGES GO
032620*    TO CHGFILE FOR APPROVAL (OPTION 38), THE SAME TREATMENT THE
032630*    RATE TABLE GETS.  EXPIRING STEP 01 RETIRES THE WHOLE FORMULA
032640*    BECAUSE EXECUTION STOPS AT THE FIRST MISSING STEP.
032650*-----------------------------------------------------------------
032660 3900-FORMULA-MAINTENANCE.
033570         MOVE WS-OPERAND-BUFFER (1:8) TO FORM-EFF-DATE
033580     END-IF
033590     MOVE "A" TO FORM-STATUS
033600     PERFORM 3925-QUEUE-FORM-CHANGE THRU 3925-EXIT.
033610 3910-EXIT.
033620     EXIT.
033630*-----------------------------------------------------------------
033810         MOVE WS-OPERAND-BUFFER (1:8) TO FORM-EFF-DATE
033820     END-IF
033830     MOVE "E" TO FORM-STATUS
033840     PERFORM 3925-QUEUE-FORM-CHANGE THRU 3925-EXIT.
033850 3920-EXIT.
033851     EXIT.
033852*-----------------------------------------------------------------
033853*    THE KEY OF A FORMULA CHANGE IS THE NAME AND THE STEP NUMBER.
033854*-----------------------------------------------------------------
033855 3925-QUEUE-FORM-CHANGE.
033856     MOVE "F" TO WS-CHG-NEW-FILE
033857     MOVE SPACES TO WS-CHG-NEW-KEY
033858     MOVE FORM-NAME TO WS-CHG-NEW-KEY (1:8)
033859     MOVE FORM-SEQ TO WS-CHG-NEW-KEY (9:2)
033860     MOVE FORM-RECORD TO WS-CHG-NEW-IMAGE
033861     PERFORM 3640-QUEUE-CHANGE THRU 3640-EXIT.
033862 3925-EXIT.
033863     EXIT.
033870*-----------------------------------------------------------------
033880*    APPEND TO FORMFILE, MIRROR INTO THE IN-CORE TABLE AND HAVE
033890*    THE ENGINE RELOAD, SO THE CHANGE IS USABLE WITHOUT A
034080 3930-EXIT.
034090     EXIT.
034100*-----------------------------------------------------------------
034101*    COMPANY CALENDAR MAINTENANCE (OPTION 37, SUPERVISOR ONLY) -
034102*    LIST THE HOLIDAYS AND WORKING WEEKEND DAYS OF A YEAR, ADD ONE
034103*    OR CANCEL ONE.  CHANGES ARE APPENDED TO CALFILE AND THE DATE
034104*    SERVICES MODULE IS TOLD TO RELOAD, SO THE STALE-FILE CHECK
034105*    AND THE REPORTS SEE THEM WITHOUT A RESTART.  A SESSION
034106*    WITHOUT A SIGNED-ON OPERATOR IS REFUSED - EVERY CALFILE
034107*    RECORD CARRIES THE SUPERVISOR WHO KEYED IT.
034251*-----------------------------------------------------------------
034252*    ANGLE UNIT SELECTION - HONORED BY OPTIONS 9 THRU 14.
034253*-----------------------------------------------------------------
034254 3800-SET-ANGLE-UNIT.
034255     DISPLAY WS-MSG-TEXT (80)
034256     ACCEPT WS-ANGLE-UNIT
034257     EVALUATE TRUE
034258         WHEN WS-UNIT-DEGREES
034259             DISPLAY WS-MSG-TEXT (81)
034260         WHEN WS-UNIT-RADIANS
034261             DISPLAY WS-MSG-TEXT (82)
034262         WHEN WS-UNIT-GRADIANS
034263             DISPLAY WS-MSG-TEXT (83)
034264         WHEN OTHER
034265             DISPLAY WS-MSG-TEXT (84)
034266             MOVE "D" TO WS-ANGLE-UNIT
034267     END-EVALUATE.
034270 3800-EXIT.
034271     EXIT.
034272*-----------------------------------------------------------------
034273*    HELD RESULT REVIEW (OPTION 39, SUPERVISOR ONLY) - EACH
034274*    RESULT ON HOLDFILE STILL HELD IS SHOWN IN TURN FOR RELEASE
034275*    OR CANCELLATION.  THE DECISION IS APPENDED TO HOLDFILE WITH
034276*    THE SUPERVISOR'S ID; A RELEASED RESULT REACHES ITS FEED IN
034277*    THE NEXT BATCH RUN, A CANCELLED ONE NEVER DOES.
034278*-----------------------------------------------------------------
034279 3810-HOLD-REVIEW.
034280     IF WS-OPERATOR-ID = SPACES
034281         DISPLAY WS-MSG-TEXT (234)
034282         SET SEC-EVT-REFUSED TO TRUE
034283         MOVE "REVISIONE TRATTENUTI SENZA OPERATORE"
034284             TO SEC-DETAIL
034285         PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
034286         GO TO 3810-EXIT
034287     END-IF
034288     PERFORM 3820-LOAD-HOLD-TABLE THRU 3820-EXIT
034289     MOVE ZERO TO WS-HLD-SHOWN
034290     MOVE "N" TO WS-HLD-QUIT-SW
034291     PERFORM 3815-REVIEW-ONE-HOLD THRU 3815-EXIT
034292         VARYING WS-HLD-IX FROM 1 BY 1
034293         UNTIL WS-HLD-IX > WS-HLD-USED OR WS-HLD-QUIT
034294     IF WS-HLD-SHOWN = ZERO
034295         DISPLAY WS-MSG-TEXT (230)
034296     END-IF.
034297 3810-EXIT.
034298     EXIT.
034299*-----------------------------------------------------------------
034300 3815-REVIEW-ONE-HOLD.
034301     IF WS-HLD-OPEN-SW (WS-HLD-IX) NOT = "Y"
034302         GO TO 3815-EXIT
034303     END-IF
034304     MOVE WS-HLD-REC (WS-HLD-IX) TO HLD-RECORD
034305     IF NOT HLD-HELD
034306         GO TO 3815-EXIT
034307     END-IF
034308     ADD 1 TO WS-HLD-SHOWN
034309     PERFORM 3830-SHOW-HOLD THRU 3830-EXIT
034310     DISPLAY WS-MSG-TEXT (231)
034311     MOVE SPACE TO WS-HLD-CHOICE
034312     ACCEPT WS-HLD-CHOICE
034313     EVALUATE WS-HLD-CHOICE
034314         WHEN "R"
034315         WHEN "r"
034316             SET HLD-RELEASED TO TRUE
034317         WHEN "C"
034318         WHEN "c"
034319             SET HLD-CANCELLED TO TRUE
034320         WHEN "F"
034321         WHEN "f"
034322             SET WS-HLD-QUIT TO TRUE
034323             GO TO 3815-EXIT
034324         WHEN OTHER
034325             GO TO 3815-EXIT
034326     END-EVALUATE
034327     MOVE WS-OPERATOR-ID TO HLD-SUPER-ID
034328     MOVE FUNCTION CURRENT-DATE TO WS-CHG-NOW
034329     MOVE WS-CHG-NOW (1:14) TO HLD-SUPER-STAMP
034330     PERFORM 3835-WRITE-HOLD-RECORD THRU 3835-EXIT
034331     IF NOT WS-HLD-WRITTEN
034332         GO TO 3815-EXIT
034333     END-IF
034334     MOVE "N" TO WS-HLD-OPEN-SW (WS-HLD-IX)
034335     SET SEC-EVT-MAINTENANCE TO TRUE
034336     MOVE SPACES TO SEC-DETAIL
034337     STRING "HOLDFILE " HLD-STATUS " N." HLD-NUMBER
034338         DELIMITED BY SIZE INTO SEC-DETAIL
034339     END-STRING
034340     PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
034341     MOVE HLD-NUMBER TO WS-ED-HLD-NO
034342     IF HLD-RELEASED
034343         DISPLAY WS-MSG-TEXT (232) (1:40) WS-ED-HLD-NO
034344     ELSE
034345         DISPLAY WS-MSG-TEXT (233) (1:40) WS-ED-HLD-NO
034346     END-IF.
034347 3815-EXIT.
034348     EXIT.
034349*-----------------------------------------------------------------
034350*    HOLDFILE IN CORE - A HELD RECORD TAKES A SLOT, A RELEASE
034351*    REPLACES IT, A DELIVERY OR CANCELLATION FREES IT.  A STREAM
034352*    OF THE PARALLEL CYCLE READS ITS OWN SLICE AFTER HOLDFILE.
034353*    THE HIGHEST SEQUENCE SEEN IN THE RUN'S OWN NUMBER RANGE IS
034354*    KEPT FOR THE NEXT NEW HOLD.  A MISSING FILE MEANS NOTHING IS
034355*    HELD.
034356*-----------------------------------------------------------------
034357 3820-LOAD-HOLD-TABLE.
034358     MOVE ZERO TO WS-HLD-USED
034359     MOVE ZERO TO WS-HLD-OPEN-COUNT
034360     MOVE ZERO TO WS-HLD-LAST-SEQ
034361     MOVE "N" TO WS-HLD-SLICE-SW
034362     MOVE "N" TO WS-HOLDFILE-EOF-SW
034363     SET WS-HLD-SEQ-LOADED TO TRUE
034364     OPEN INPUT HOLDFILE
034365     IF WS-HOLDFILE-FS = "00"
034366         PERFORM 3823-READ-HOLD-RECORD THRU 3823-EXIT
034367         PERFORM 3826-TABLE-HOLD-RECORD THRU 3826-EXIT
034368             UNTIL WS-HOLDFILE-EOF
034369         CLOSE HOLDFILE
034370     END-IF
034371     IF WS-STREAM-NO = ZERO
034372         GO TO 3820-EXIT
034373     END-IF
034374     SET WS-HLD-READING-SLICE TO TRUE
034375     MOVE "N" TO WS-HOLDFILE-EOF-SW
034376     OPEN INPUT HOLDNEW-FILE
034377     IF WS-HOLDNEW-FS NOT = "00"
034378         GO TO 3820-EXIT
034379     END-IF
034380     PERFORM 3823-READ-HOLD-RECORD THRU 3823-EXIT
034381     PERFORM 3826-TABLE-HOLD-RECORD THRU 3826-EXIT
034382         UNTIL WS-HOLDFILE-EOF
034383     CLOSE HOLDNEW-FILE.
034384 3820-EXIT.
034385     EXIT.
034386*-----------------------------------------------------------------
034387 3823-READ-HOLD-RECORD.
034388     IF WS-HLD-READING-SLICE
034389         READ HOLDNEW-FILE INTO HLD-RECORD
034390             AT END SET WS-HOLDFILE-EOF TO TRUE
034391         END-READ
034392     ELSE
034393         READ HOLDFILE
034394             AT END SET WS-HOLDFILE-EOF TO TRUE
034395         END-READ
034396     END-IF.
034397 3823-EXIT.
034398     EXIT.
034399*-----------------------------------------------------------------
034400 3826-TABLE-HOLD-RECORD.
034401     IF HLD-NUMBER-RANGE = WS-STREAM-NO
034402        AND HLD-NUMBER-SEQ > WS-HLD-LAST-SEQ
034403         MOVE HLD-NUMBER-SEQ TO WS-HLD-LAST-SEQ
034404     END-IF
034405     IF HLD-HELD
034406         MOVE ZERO TO WS-HLD-FREE-IX
034407         PERFORM 3827-FIND-FREE-HOLD-SLOT THRU 3827-EXIT
034408             VARYING WS-HLD-IX FROM 1 BY 1
034409             UNTIL WS-HLD-IX > WS-HLD-USED
034410         IF WS-HLD-FREE-IX = ZERO
034411             IF WS-HLD-USED < 200
034412                 ADD 1 TO WS-HLD-USED
034413                 MOVE WS-HLD-USED TO WS-HLD-FREE-IX
034414             ELSE
034415                 DISPLAY "TABELLA TRATTENUTI PIENA - RECORD "
034416                     "IGNORATO: " HLD-NUMBER
034417             END-IF
034418         END-IF
034419         IF WS-HLD-FREE-IX > ZERO
034420             MOVE HLD-RECORD TO WS-HLD-REC (WS-HLD-FREE-IX)
034421             MOVE "Y" TO WS-HLD-OPEN-SW (WS-HLD-FREE-IX)
034422             ADD 1 TO WS-HLD-OPEN-COUNT
034423         END-IF
034424     ELSE
034425         PERFORM 3828-UPDATE-HOLD-ENTRY THRU 3828-EXIT
034426             VARYING WS-HLD-IX FROM 1 BY 1
034427             UNTIL WS-HLD-IX > WS-HLD-USED
034428     END-IF
034429     PERFORM 3823-READ-HOLD-RECORD THRU 3823-EXIT.
034430 3826-EXIT.
034431     EXIT.
034432*-----------------------------------------------------------------
034433 3827-FIND-FREE-HOLD-SLOT.
034434     IF WS-HLD-FREE-IX = ZERO
034435        AND WS-HLD-OPEN-SW (WS-HLD-IX) NOT = "Y"
034436         MOVE WS-HLD-IX TO WS-HLD-FREE-IX
034437     END-IF.
034438 3827-EXIT.
034439     EXIT.
034440*-----------------------------------------------------------------
034441*    A RELEASE KEEPS THE ENTRY OPEN UNTIL DELIVERY; ANY OTHER
034442*    DECISION CLOSES IT.
034443*-----------------------------------------------------------------
034444 3828-UPDATE-HOLD-ENTRY.
034445     IF WS-HLD-OPEN-SW (WS-HLD-IX) = "Y"
034446        AND WS-HLD-REC-NO (WS-HLD-IX) = HLD-NUMBER
034447         IF HLD-RELEASED
034448             MOVE HLD-RECORD TO WS-HLD-REC (WS-HLD-IX)
034449         ELSE
034450             MOVE "N" TO WS-HLD-OPEN-SW (WS-HLD-IX)
034451             SUBTRACT 1 FROM WS-HLD-OPEN-COUNT
034452         END-IF
034453     END-IF.
034454 3828-EXIT.
034455     EXIT.
034456*-----------------------------------------------------------------
034457*    ONE HELD RESULT ON THE CONSOLE - HOLD NUMBER, ORIGIN, RUN
034458*    AND RECORD, THE TRANSACTION AS CALCULATED AND THE LIMIT IT
034459*    BROKE (L = BELOW MINIMUM, H = ABOVE MAXIMUM, O = OPERAND
034460*    ABOVE MAXIMUM).
034461*-----------------------------------------------------------------
034462 3830-SHOW-HOLD.
034463     MOVE HLD-TRX-IMAGE TO HTX-RECORD
034464     MOVE HLD-NUMBER TO WS-ED-HLD-NO
034465     MOVE HTX-OPERAND-1 TO WS-ED-OPERAND-1
034466     MOVE HTX-OPERAND-2 TO WS-ED-OPERAND-2
034467     MOVE HTX-RESULT TO WS-ED-RESULT
034468     DISPLAY " "
034469     DISPLAY WS-ED-HLD-NO " " HLD-ORIGIN " "
034470         HLD-RUN-DATE " " HLD-RECNO " "
034471         HTX-SOURCE-ID " " HTX-RATE-CODE
034472     DISPLAY "OP=" HTX-OP-CODE " A=" WS-ED-OPERAND-1
034473         " B=" WS-ED-OPERAND-2 " C=" WS-ED-RESULT
034474     MOVE HLD-LIMIT-VALUE TO WS-ED-RESULT
034475     DISPLAY HLD-REASON " " WS-ED-RESULT.
034476 3830-EXIT.
034477     EXIT.
034478*-----------------------------------------------------------------
034479*    APPEND THE CURRENT HLD-RECORD TO HOLDFILE, OR IN A STREAM OF
034480*    THE PARALLEL CYCLE TO THE STREAM'S OWN SLICE.
034481*-----------------------------------------------------------------
034482 3835-WRITE-HOLD-RECORD.
034483     MOVE "N" TO WS-HLD-WRITTEN-SW
034484     IF WS-STREAM-NO > ZERO
034485         PERFORM 3837-WRITE-HOLD-SLICE THRU 3837-EXIT
034486         GO TO 3835-EXIT
034487     END-IF
034488     OPEN EXTEND HOLDFILE
034489     IF WS-HOLDFILE-FS NOT = "00"
034490         OPEN OUTPUT HOLDFILE
034491     END-IF
034492     IF WS-HOLDFILE-FS NOT = "00"
034493         DISPLAY "IMPOSSIBILE AGGIORNARE HOLDFILE - FILE STATUS "
034494             WS-HOLDFILE-FS
034495         GO TO 3835-EXIT
034496     END-IF
034497     WRITE HLD-RECORD
034498     CLOSE HOLDFILE
034499     SET WS-HLD-WRITTEN TO TRUE.
034500 3835-EXIT.
034501     EXIT.
034502*-----------------------------------------------------------------
034503 3837-WRITE-HOLD-SLICE.
034504     OPEN EXTEND HOLDNEW-FILE
034505     IF WS-HOLDNEW-FS NOT = "00"
034506         OPEN OUTPUT HOLDNEW-FILE
034507     END-IF
034508     IF WS-HOLDNEW-FS NOT = "00"
034509         DISPLAY "IMPOSSIBILE AGGIORNARE HOLDNEW - FILE STATUS "
034510             WS-HOLDNEW-FS
034511         GO TO 3837-EXIT
034512     END-IF
034513     WRITE HOLDNEW-RECORD FROM HLD-RECORD
034514     CLOSE HOLDNEW-FILE
034515     SET WS-HLD-WRITTEN TO TRUE.
034516 3837-EXIT.
034517     EXIT.
034518*-----------------------------------------------------------------
034519 3940-CLEAR-SCREEN.
034520     DISPLAY " " AT LINE 1 COLUMN 1 WITH BLANK SCREEN.
034521 3940-EXIT.
034522     EXIT.
034523*-----------------------------------------------------------------
034524*    PAUSE AFTER SCROLL-MODE OUTPUT SO THE OPERATOR CAN READ IT
034525*    BEFORE THE PANEL REPAINTS.
034526*-----------------------------------------------------------------
034527 3950-PANEL-PAUSE.
034528     DISPLAY WS-MSG-TEXT (97)
034529     MOVE SPACE TO WS-PAUSE-REPLY
034530     ACCEPT WS-PAUSE-REPLY.
034531 3950-EXIT.
034532     EXIT.
034533*-----------------------------------------------------------------
034534 3960-CALENDAR-MAINTENANCE.
034535     IF WS-OPERATOR-ID = SPACES
034536         DISPLAY WS-MSG-TEXT (235)
034537         SET SEC-EVT-REFUSED TO TRUE
034538         MOVE "CALENDARIO SENZA OPERATORE" TO SEC-DETAIL
034539         PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
034540         GO TO 3960-EXIT
034541     END-IF
034542     DISPLAY WS-MSG-TEXT (197)
034543     MOVE SPACES TO WS-OPERAND-BUFFER
034544     ACCEPT WS-OPERAND-BUFFER
034545     IF WS-OPERAND-BUFFER (1:4) IS NUMERIC
034546         MOVE WS-OPERAND-BUFFER (1:4) TO WS-CAL-YEAR
034547     ELSE
034548         MOVE WS-RUN-DATE (1:4) TO WS-CAL-YEAR
034549     END-IF
034550     IF WS-CAL-YEAR < 1601
034551         MOVE WS-RUN-DATE (1:4) TO WS-CAL-YEAR
034552     END-IF
034553     PERFORM 3965-LIST-CAL-YEAR THRU 3965-EXIT
034554     DISPLAY WS-MSG-TEXT (199)
034555     MOVE SPACE TO WS-CAL-MAINT-CHOICE
034556     ACCEPT WS-CAL-MAINT-CHOICE
034557     MOVE SPACES TO CAL-RECORD
034558     EVALUATE WS-CAL-MAINT-CHOICE
034559         WHEN "H"
034560         WHEN "h"
034561             MOVE "H" TO CAL-DAY-TYPE
034562             PERFORM 3970-ADD-CAL-DAY THRU 3970-EXIT
034563         WHEN "B"
034564         WHEN "b"
034565             MOVE "B" TO CAL-DAY-TYPE
034566             PERFORM 3970-ADD-CAL-DAY THRU 3970-EXIT
034567         WHEN "E"
034568         WHEN "e"
034569             PERFORM 3975-CANCEL-CAL-DAY THRU 3975-EXIT
034570         WHEN OTHER
034571             CONTINUE
034572     END-EVALUATE.
034573 3960-EXIT.
034574     EXIT.
034575*-----------------------------------------------------------------
034576*    ONE LINE PER DAY OF THE YEAR THAT DEPARTS FROM THE MONDAY TO
034577*    FRIDAY RULE, AS THE DATE SERVICES MODULE SEES IT.
034578*-----------------------------------------------------------------
034579 3965-LIST-CAL-YEAR.
034580     MOVE ZERO TO WS-CAL-LISTED
034581     COMPUTE WS-CAL-DATE-NUM = WS-CAL-YEAR * 10000 + 101
034582     COMPUTE WS-CAL-INT =
034583             FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM)
034584     COMPUTE WS-CAL-DATE-NUM = WS-CAL-YEAR * 10000 + 1231
034585     COMPUTE WS-CAL-END-INT =
034586             FUNCTION INTEGER-OF-DATE(WS-CAL-DATE-NUM)
034587     DISPLAY WS-MSG-TEXT (204)
034588     PERFORM 3967-LIST-CAL-DAY THRU 3967-EXIT
034589         VARYING WS-CAL-INT FROM WS-CAL-INT BY 1
034590         UNTIL WS-CAL-INT > WS-CAL-END-INT
034591     IF WS-CAL-LISTED = ZERO
034592         DISPLAY WS-MSG-TEXT (198) (1:43) WS-CAL-YEAR
034593     END-IF.
034594 3965-EXIT.
034595     EXIT.
034596*-----------------------------------------------------------------
034597 3967-LIST-CAL-DAY.
034598     COMPUTE WS-CAL-DATE-NUM =
034599             FUNCTION DATE-OF-INTEGER(WS-CAL-INT)
034600     SET DAT-FUNC-TEST-DAY TO TRUE
034601     MOVE WS-CAL-DATE TO DAT-DATE-1
034602     CALL "ELMODAT" USING DAT-COMMAREA
034603     IF DAT-HOLIDAY
034604        OR (DAT-BUSINESS-DAY AND DAT-WEEKDAY > 5)
034605         DISPLAY WS-CAL-DATE " " DAT-DAY-TYPE "    "
034606             DAT-DESCRIPTION
034607         ADD 1 TO WS-CAL-LISTED
034608     END-IF.
034609 3967-EXIT.
034610     EXIT.
034611*-----------------------------------------------------------------
034612 3970-ADD-CAL-DAY.
034613     PERFORM 3980-ACCEPT-CAL-DATE THRU 3980-EXIT
034614     IF CAL-DATE = SPACES
034615         GO TO 3970-EXIT
034616     END-IF
034617     DISPLAY WS-MSG-TEXT (201)
034618     MOVE SPACES TO WS-CAL-DESC-BUFFER
034619     ACCEPT WS-CAL-DESC-BUFFER
034620     MOVE WS-CAL-DESC-BUFFER TO CAL-DESCRIPTION
034621     MOVE "A" TO CAL-STATUS
034622     PERFORM 3990-APPEND-CAL-RECORD THRU 3990-EXIT.
034623 3970-EXIT.
034624     EXIT.
034625*-----------------------------------------------------------------
034626*    A CANCELLATION RECORD RETURNS THE DATE TO THE WEEKDAY RULE.
034627*-----------------------------------------------------------------
034628 3975-CANCEL-CAL-DAY.
034629     PERFORM 3980-ACCEPT-CAL-DATE THRU 3980-EXIT
034630     IF CAL-DATE = SPACES
034631         GO TO 3975-EXIT
034632     END-IF
034633     MOVE "E" TO CAL-STATUS
034634     PERFORM 3990-APPEND-CAL-RECORD THRU 3990-EXIT.
034635 3975-EXIT.
034636     EXIT.
034637*-----------------------------------------------------------------
034638*    THE DATE IS CHECKED BY THE DATE SERVICES MODULE; A BAD DATE
034639*    LEAVES CAL-DATE BLANK AND NOTHING IS WRITTEN.
034640*-----------------------------------------------------------------
034641 3980-ACCEPT-CAL-DATE.
034642     MOVE SPACES TO CAL-DATE
034643     DISPLAY WS-MSG-TEXT (200)
034644     MOVE SPACES TO WS-OPERAND-BUFFER
034645     ACCEPT WS-OPERAND-BUFFER
034646     SET DAT-FUNC-TEST-DAY TO TRUE
034647     MOVE WS-OPERAND-BUFFER (1:8) TO DAT-DATE-1
034648     CALL "ELMODAT" USING DAT-COMMAREA
034649     IF DAT-DATE-INVALID OR WS-OPERAND-BUFFER (9:7) NOT = SPACES
034650         DISPLAY WS-MSG-TEXT (202)
034651         GO TO 3980-EXIT
034652     END-IF
034653     MOVE WS-OPERAND-BUFFER (1:8) TO CAL-DATE.
034654 3980-EXIT.
034655     EXIT.
034656*-----------------------------------------------------------------
034657*    APPEND TO CALFILE STAMPED WITH THE SUPERVISOR AND HAVE THE
034658*    DATE SERVICES MODULE RELOAD.
034659*-----------------------------------------------------------------
034660 3990-APPEND-CAL-RECORD.
034661     MOVE WS-OPERATOR-ID TO CAL-OPER-ID
034662     MOVE WS-RUN-DATE TO CAL-ENTRY-DATE
034663     OPEN EXTEND CALFILE
034664     IF WS-CALFILE-FS NOT = "00"
034665         OPEN OUTPUT CALFILE
034666     END-IF
034667     IF WS-CALFILE-FS NOT = "00"
034668         DISPLAY "IMPOSSIBILE AGGIORNARE CALFILE - FILE STATUS "
034669             WS-CALFILE-FS
034670         GO TO 3990-EXIT
034671     END-IF
034672     WRITE CAL-RECORD
034673     CLOSE CALFILE
034674     SET SEC-EVT-MAINTENANCE TO TRUE
034675     MOVE SPACES TO SEC-DETAIL
034676     STRING "CALFILE " CAL-DATE " " CAL-DAY-TYPE " " CAL-STATUS
034677         DELIMITED BY SIZE INTO SEC-DETAIL
034678     END-STRING
034679     PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT
034680     SET DAT-FUNC-LOAD TO TRUE
034681     CALL "ELMODAT" USING DAT-COMMAREA
034682     DISPLAY WS-MSG-TEXT (203) (1:23) CAL-DATE.
034683 3990-EXIT.
034684     EXIT.
034685*-----------------------------------------------------------------
034686*    CALCULATION - DELEGATED TO THE CALLABLE ENGINE ELMOCLC.
034687*    TRX-OP-CODE / TRX-OPERAND-1 / TRX-OPERAND-2 MUST BE SET ON
034688*    ENTRY; TRX-RESULT AND WS-CALC-STATUS-SW ARE SET ON EXIT.
034689*    VALIDATION, CALCULATION AND THE AUDIT TRAIL LIVE IN THE
034690*    ENGINE; THE PANEL/REPORT/CSV BOOKKEEPING STAYS HERE.  A
034691*    BATCH TRANSACTION THE SOURCE REGISTRY REFUSED (5260) NEVER
034692*    REACHES THE ENGINE AND GOES TO SUSPENSE WITH THE REGISTRY'S
034693*    REASON CODE.
034694*-----------------------------------------------------------------
034695 4000-CALCULATE-TRANSACTION.
034696     SET CLC-FUNC-CALCULATE TO TRUE
034697     MOVE WS-ANGLE-UNIT TO CLC-ANGLE-UNIT
034698     MOVE WS-TERMINAL-ID TO CLC-TERM-ID
034699     MOVE WS-OPERATOR-ID TO CLC-OPER-ID
034700     MOVE WS-VALUE-DAYS-MAX TO CLC-VALUE-DAYS-MAX
034701     SET CLC-AUDIT-WANTED TO TRUE
034702     IF WS-MODE-BATCH
034703         SET CLC-LIMITS-WANTED TO TRUE
034704     ELSE
034705         MOVE "N" TO CLC-LIMITS-SW
034706     END-IF
034707     IF WS-MODE-BATCH AND REG-SOURCE-REFUSED
034708         MOVE FUNCTION CURRENT-DATE TO TRX-TIMESTAMP
034709         SET CLC-CALC-ERROR TO TRUE
034710         MOVE REG-REASON-CODE TO CLC-REASON-CODE
034711         MOVE REG-MSG-NO TO CLC-MSG-NO
034712         MOVE "N" TO CLC-AUDIT-WRITTEN-SW
034713         MOVE "N" TO CLC-HOLD-SW
034714     ELSE
034715         CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
034716     END-IF
034717     MOVE SPACES TO WS-CALC-ERROR-MESSAGE
034718     MOVE CLC-REASON-CODE TO WS-REJECT-REASON
034719     IF CLC-CALC-OK
034720         SET WS-CALC-OK TO TRUE
034721     ELSE
034722         SET WS-CALC-ERROR TO TRUE
034723         IF CLC-MSG-NO > ZERO
034724             MOVE WS-MSG-TEXT (CLC-MSG-NO)
034725                 TO WS-CALC-ERROR-MESSAGE
034726         END-IF
034727     END-IF
034728     IF CLC-CALC-OK AND CLC-AUDIT-WRITTEN
034729         ADD 1 TO WS-AUDIT-WRITE-COUNT
034730     END-IF
034731     IF WS-CALC-ERROR
034732         ADD 1 TO WS-ERROR-COUNT
034740     END-IF
034750     IF WS-CALC-ERROR AND WS-MODE-BATCH
034760         DISPLAY "RECORD " WS-RECORD-COUNT ": "
034890         IF WS-MODE-INTERACTIVE
034900             PERFORM 7100-RECORD-HISTORY-ENTRY THRU 7100-EXIT
034910         END-IF
034920         IF CLC-RESULT-HELD
034922             PERFORM 5360-HOLD-BATCH-RESULT THRU 5360-EXIT
034924         ELSE
034926             PERFORM 7200-EXPORT-CSV-RECORD THRU 7200-EXIT
034928         END-IF
034930         PERFORM 7500-ACCUMULATE-STATISTICS THRU 7500-EXIT
034940         PERFORM 7300-PRINT-DETAIL-LINE THRU 7300-EXIT
034950         IF TRX-OP-CODE = 33
034960             PERFORM 7400-PRINT-AMORT-SCHEDULE THRU 7400-EXIT
034970         END-IF
034971         IF CLC-RESULT-HELD
034972             MOVE ZERO TO TRX-RESULT
034973         END-IF
034974         IF WS-MODE-BATCH
034975            AND WS-HDR-SOURCE-SYSTEM = "ELMOREX"
034976             PERFORM 5355-POST-RESUBMIT-PASSED THRU 5355-EXIT
034977         END-IF
034980     END-IF.
034990 4000-EXIT.
035000     EXIT.
035010*-----------------------------------------------------------------
035020*    RATE RESOLUTION - LATEST EFFECTIVE DATE NOT AFTER THE AS-OF
035030*    DATE (WS-AS-OF-DATE, SET BY 5275) WINS; ENTRIES APPENDED
035040*    LATER OVERRIDE EARLIER ONES WITH THE SAME DATE.  THE CODE IS
035050*    IN FORCE ONLY IF THE WINNING ENTRY IS ACTIVE.
035060*-----------------------------------------------------------------
035070 4400-RESOLVE-RATE-CODE.
035080     MOVE "N" TO WS-RATE-FOUND-SW
035230*-----------------------------------------------------------------
035240 4410-SCAN-RATE-ENTRY.
035250     IF WS-RATE-KEY (WS-RATE-IX) = TRX-RATE-CODE
035260        AND WS-RATE-EFF (WS-RATE-IX) NOT > WS-AS-OF-DATE
035270         IF WS-RATE-BEST-IX = ZERO
035280             MOVE WS-RATE-IX TO WS-RATE-BEST-IX
035290         ELSE
035600*-----------------------------------------------------------------
035610 4430-SCAN-UNIT-ENTRY.
035620     IF WS-UNIT-KEY (WS-UNIT-IX) = TRX-RATE-CODE
035630        AND WS-UNIT-EFF (WS-UNIT-IX) NOT > WS-AS-OF-DATE
035640         IF WS-UNIT-BEST-IX = ZERO
035650             MOVE WS-UNIT-IX TO WS-UNIT-BEST-IX
035660         ELSE
035780*    PAST WHATEVER THE LAST CHECKPOINT ALREADY POSTED.
035790*-----------------------------------------------------------------
035800 5000-BATCH-DRIVER.
035805     PERFORM 5010-LOAD-SOURCE-REGISTRY THRU 5010-EXIT
035810     IF WS-RESTART-RECNO = ZERO
035820         PERFORM 5050-PRESCAN-TRXIN THRU 5050-EXIT
035830         PERFORM 5060-CHECK-FILE-REGISTER THRU 5060-EXIT
035840     END-IF
035850     PERFORM 5100-OPEN-BATCH-FILES THRU 5100-EXIT
035855     PERFORM 5140-DELIVER-RELEASED-HOLDS THRU 5140-EXIT
035860     MOVE "N" TO WS-TRXIN-EOF-SW
035870     PERFORM 5200-READ-NEXT-TRANSACTION THRU 5200-EXIT
035880     PERFORM 5250-PROCESS-BATCH-RECORD THRU 5250-EXIT
036010         MOVE 12 TO RETURN-CODE
036020     END-IF.
036030 5000-EXIT.
036031     EXIT.
036032*-----------------------------------------------------------------
036033*    SOURCE REGISTRY - LOADED AS OF THE RUN DATE BEFORE ANY FEED
036034*    IS OPENED; THE PER-SOURCE COUNTERS START FROM ZERO.
036035*-----------------------------------------------------------------
036036 5010-LOAD-SOURCE-REGISTRY.
036037     INITIALIZE WS-SOURCE-TOTALS
036038     INITIALIZE REG-COMMAREA
036039     SET REG-FUNC-LOAD TO TRUE
036040     MOVE WS-RUN-DATE TO REG-AS-OF-DATE
036041     CALL "ELMOREG" USING REG-COMMAREA.
036042 5010-EXIT.
036043     EXIT.
036050*-----------------------------------------------------------------
036060*    DUPLICATE-FILE GUARD - BEFORE ANY TRANSACTION IS PROCESSED
036070*    THE WHOLE TRXIN IS PRE-SCANNED FOR ITS IDENTITY (SOURCE
037150     MOVE WS-HASH-OPERAND-2 TO FREG-HASH-OPERAND-2
037160     MOVE FUNCTION CURRENT-DATE TO FREG-RUN-TIMESTAMP
037170     WRITE FREG-RECORD
037172     IF WS-FILEREG-FS = "00"
037174         MOVE FREG-RUN-TIMESTAMP TO WS-FREG-TIMESTAMP
037176         SET WS-RUN-REGISTERED TO TRUE
037178     END-IF
037180     CLOSE FILEREG-FILE.
037190 5070-EXIT.
037200     EXIT.
037210*-----------------------------------------------------------------
037220*    ACKNOWLEDGMENT FEEDS - ONE PER REGISTERED SOURCE THAT HAS AN
037230*    ACK FEED, WRITTEN AT END OF RUN.  EACH FEED ECHOES THE TRXIN
037240*    HEADER, STATES RECORDS RECEIVED, ACCEPTED AND REJECTED FOR
037250*    THAT SOURCE AND LISTS EVERY REJECT BY TRXIN RECORD NUMBER AND
037260*    REASON CODE.  ON A RESTARTED RUN THE FEED COVERS THE RECORDS
037270*    THIS RUN PROCESSED - THE EARLIER RUN'S FEED COVERS THE REST.
037280*-----------------------------------------------------------------
037290 5080-WRITE-ACK-FEEDS.
037300     PERFORM 5082-ACK-ONE-SOURCE THRU 5082-EXIT
037310         VARYING WS-SRC-IX FROM 1 BY 1
037320         UNTIL WS-SRC-IX > REG-USED.
037330 5080-EXIT.
037340     EXIT.
037350*-----------------------------------------------------------------
037360 5082-ACK-ONE-SOURCE.
037370     IF REG-ACK-SLOT (WS-SRC-IX) = ZERO
037380         GO TO 5082-EXIT
037390     END-IF
037400     MOVE REG-SRC-ID (WS-SRC-IX) TO WS-ACK-SOURCE
037401     MOVE REG-ACK-SLOT (WS-SRC-IX) TO WS-ACK-SLOT
037402     MOVE WS-SRC-COUNT (WS-SRC-IX) TO WS-ACK-RECEIVED
037403     MOVE WS-SRC-REJ-COUNT (WS-SRC-IX) TO WS-ACK-REJECTED
037404     MOVE WS-SRC-HELD-COUNT (WS-SRC-IX) TO WS-ACK-HELD
037405     MOVE WS-SRC-REL-COUNT (WS-SRC-IX) TO WS-ACK-RELEASED
037410     PERFORM 5085-BUILD-ACK-FEED THRU 5085-EXIT.
037420 5082-EXIT.
037430     EXIT.
037440*-----------------------------------------------------------------
037450 5085-BUILD-ACK-FEED.
037460     COMPUTE WS-ACK-ACCEPTED =
037470             WS-ACK-RECEIVED - WS-ACK-REJECTED - WS-ACK-HELD
037480     EVALUATE WS-ACK-SLOT
037490         WHEN 1
037500             OPEN OUTPUT ACKS01-FILE
037510         WHEN 2
037520             OPEN OUTPUT ACKS02-FILE
037530         WHEN 3
037531             OPEN OUTPUT ACKS03-FILE
037532         WHEN 4
037533             OPEN OUTPUT ACKS04-FILE
037534         WHEN 5
037535             OPEN OUTPUT ACKS05-FILE
037536         WHEN 6
037537             OPEN OUTPUT ACKS06-FILE
037538         WHEN 7
037539             OPEN OUTPUT ACKS07-FILE
037540         WHEN 8
037541             OPEN OUTPUT ACKS08-FILE
037550     END-EVALUATE
037551     IF WS-ACKSLOT-FS NOT = "00"
037552         DISPLAY "IMPOSSIBILE APRIRE IL FEED ACK DI "
037553             WS-ACK-SOURCE " - FILE STATUS " WS-ACKSLOT-FS
037554         GO TO 5085-EXIT
037555     END-IF
037560     MOVE SPACES TO WS-ACK-LINE
037570     STRING "ACK," WS-ACK-SOURCE
037580            "," WS-HDR-SOURCE-SYSTEM
037860         END-STRING
037870         PERFORM 5090-WRITE-ACK-LINE THRU 5090-EXIT
037880     END-IF
037881     MOVE SPACES TO WS-ACK-LINE
037882     STRING "TRATTENUTI," WS-ACK-HELD
037883         DELIMITED BY SIZE INTO WS-ACK-LINE
037884     END-STRING
037885     PERFORM 5090-WRITE-ACK-LINE THRU 5090-EXIT
037886     MOVE SPACES TO WS-ACK-LINE
037887     STRING "RILASCIATI," WS-ACK-RELEASED
037888         DELIMITED BY SIZE INTO WS-ACK-LINE
037889     END-STRING
037890     PERFORM 5090-WRITE-ACK-LINE THRU 5090-EXIT
037891     MOVE "FINE" TO WS-ACK-LINE
037900     PERFORM 5090-WRITE-ACK-LINE THRU 5090-EXIT
037910     EVALUATE WS-ACK-SLOT
037920         WHEN 1
037930             CLOSE ACKS01-FILE
037940         WHEN 2
037950             CLOSE ACKS02-FILE
037960         WHEN 3
037961             CLOSE ACKS03-FILE
037962         WHEN 4
037963             CLOSE ACKS04-FILE
037964         WHEN 5
037965             CLOSE ACKS05-FILE
037966         WHEN 6
037967             CLOSE ACKS06-FILE
037968         WHEN 7
037969             CLOSE ACKS07-FILE
037970         WHEN 8
037971             CLOSE ACKS08-FILE
037980     END-EVALUATE.
037990 5085-EXIT.
038000     EXIT.
038010*-----------------------------------------------------------------
038020 5090-WRITE-ACK-LINE.
038030     EVALUATE WS-ACK-SLOT
038040         WHEN 1
038050             MOVE WS-ACK-LINE TO ACKS01-RECORD
038060             WRITE ACKS01-RECORD
038070         WHEN 2
038080             MOVE WS-ACK-LINE TO ACKS02-RECORD
038090             WRITE ACKS02-RECORD
038100         WHEN 3
038110             MOVE WS-ACK-LINE TO ACKS03-RECORD
038111             WRITE ACKS03-RECORD
038112         WHEN 4
038113             MOVE WS-ACK-LINE TO ACKS04-RECORD
038114             WRITE ACKS04-RECORD
038115         WHEN 5
038116             MOVE WS-ACK-LINE TO ACKS05-RECORD
038117             WRITE ACKS05-RECORD
038118         WHEN 6
038119             MOVE WS-ACK-LINE TO ACKS06-RECORD
038120             WRITE ACKS06-RECORD
038121         WHEN 7
038122             MOVE WS-ACK-LINE TO ACKS07-RECORD
038123             WRITE ACKS07-RECORD
038124         WHEN 8
038125             MOVE WS-ACK-LINE TO ACKS08-RECORD
038126             WRITE ACKS08-RECORD
038127     END-EVALUATE
038128     MOVE SPACES TO FARC-RECORD
038129     SET FARC-ACK-LINE TO TRUE
038130     MOVE WS-ACK-SOURCE TO FARC-SRC-ID
038131     MOVE WS-ACK-SLOT TO FARC-SLOT
038132     MOVE WS-ACK-LINE TO FARC-LINE
038133     PERFORM 7230-ARCHIVE-FEED-LINE THRU 7230-EXIT.
038140 5090-EXIT.
038150     EXIT.
038160*-----------------------------------------------------------------
038620         MOVE 16 TO RETURN-CODE
038630         STOP RUN
038640     END-IF
038645     PERFORM 5150-OPEN-FEED-ARCHIVE THRU 5150-EXIT
038650     PERFORM 5120-OPEN-SOURCE-FEEDS THRU 5120-EXIT.
038660 5100-EXIT.
038670     EXIT.
038810 5110-EXIT.
038820     EXIT.
038830*-----------------------------------------------------------------
038840*    PER-SOURCE CSV FEEDS - EVERY FEED POSITION THE SOURCE
038850*    REGISTRY ASSIGNS IS OPENED, WITH ITS OWN COLUMN HEADER ON A
038860*    FRESH RUN.  RECORDS FROM A SOURCE WITHOUT A CSV FEED STAY ON
038861*    THE MAIN CSVFEED.
038862*-----------------------------------------------------------------
038863 5120-OPEN-SOURCE-FEEDS.
038864     MOVE ALL "N" TO WS-CSV-SLOT-MAP
038865     PERFORM 5122-MARK-CSV-SLOT THRU 5122-EXIT
038866         VARYING WS-SRC-IX FROM 1 BY 1
038867         UNTIL WS-SRC-IX > REG-USED
038868     PERFORM 5125-OPEN-CSV-SLOT THRU 5125-EXIT
038869         VARYING WS-SLOT-IX FROM 1 BY 1
038870         UNTIL WS-SLOT-IX > 8.
038871 5120-EXIT.
038872     EXIT.
038873*-----------------------------------------------------------------
038874 5122-MARK-CSV-SLOT.
038875     MOVE REG-CSV-SLOT (WS-SRC-IX) TO WS-CSV-SLOT
038876     IF WS-CSV-SLOT > ZERO
038877         MOVE "Y" TO WS-CSV-SLOT-MAP (WS-CSV-SLOT:1)
038878     END-IF.
038879 5122-EXIT.
038880     EXIT.
038881*-----------------------------------------------------------------
038882 5125-OPEN-CSV-SLOT.
038883     IF WS-CSV-SLOT-MAP (WS-SLOT-IX:1) NOT = "Y"
038884         GO TO 5125-EXIT
038885     END-IF
038886     MOVE WS-SLOT-IX TO WS-CSV-SLOT
038890     IF WS-RESTART-RECNO > ZERO
038891         EVALUATE WS-CSV-SLOT
038892             WHEN 1
038893                 OPEN EXTEND CSVS01-FILE
038894             WHEN 2
038895                 OPEN EXTEND CSVS02-FILE
038896             WHEN 3
038897                 OPEN EXTEND CSVS03-FILE
038898             WHEN 4
038899                 OPEN EXTEND CSVS04-FILE
038900             WHEN 5
038901                 OPEN EXTEND CSVS05-FILE
038902             WHEN 6
038903                 OPEN EXTEND CSVS06-FILE
038904             WHEN 7
038905                 OPEN EXTEND CSVS07-FILE
038906             WHEN 8
038907                 OPEN EXTEND CSVS08-FILE
038908         END-EVALUATE
038910     ELSE
038911         EVALUATE WS-CSV-SLOT
038912             WHEN 1
038913                 OPEN OUTPUT CSVS01-FILE
038914             WHEN 2
038915                 OPEN OUTPUT CSVS02-FILE
038916             WHEN 3
038917                 OPEN OUTPUT CSVS03-FILE
038918             WHEN 4
038919                 OPEN OUTPUT CSVS04-FILE
038920             WHEN 5
038921                 OPEN OUTPUT CSVS05-FILE
038922             WHEN 6
038923                 OPEN OUTPUT CSVS06-FILE
038924             WHEN 7
038925                 OPEN OUTPUT CSVS07-FILE
038926             WHEN 8
038927                 OPEN OUTPUT CSVS08-FILE
038928         END-EVALUATE
038930     END-IF
038940     IF WS-CSVSLOT-FS NOT = "00"
038941         DISPLAY "IMPOSSIBILE APRIRE UN FEED CSV PER SORGENTE - "
038942             "CSVSRC" WS-CSV-SLOT " FILE STATUS " WS-CSVSLOT-FS
038943         MOVE 16 TO RETURN-CODE
038944         STOP RUN
038945     END-IF
038946     IF WS-RESTART-RECNO = ZERO
038947         MOVE "OP-CODE,OPERAND-1,OPERAND-2,RESULT,TIMESTAMP"
038948             TO WS-CSV-LINE
038949         MOVE SPACES TO WS-FARC-SRC-ID
038950         PERFORM 7220-WRITE-CSV-SLOT THRU 7220-EXIT
038951         PERFORM 5127-ARCHIVE-SLOT-HEADER THRU 5127-EXIT
038952             VARYING WS-FARC-IX FROM 1 BY 1
038953             UNTIL WS-FARC-IX > REG-USED
038954     END-IF.
038955 5125-EXIT.
038956     EXIT.
038957*-----------------------------------------------------------------
038958*    THE COLUMN HEADER GOES TO THE ARCHIVE ONCE FOR EVERY SOURCE
038959*    THAT WRITES TO THE FEED POSITION, SO EACH SOURCE'S ARCHIVED
038960*    FEED IS COMPLETE ON ITS OWN.
038961*-----------------------------------------------------------------
038962 5127-ARCHIVE-SLOT-HEADER.
038963     IF REG-CSV-SLOT (WS-FARC-IX) NOT = WS-CSV-SLOT
038964         GO TO 5127-EXIT
038965     END-IF
038966     MOVE SPACES TO FARC-RECORD
038967     SET FARC-CSV-LINE TO TRUE
038968     MOVE REG-SRC-ID (WS-FARC-IX) TO FARC-SRC-ID
038969     MOVE WS-CSV-SLOT TO FARC-SLOT
038970     MOVE WS-CSV-LINE TO FARC-LINE
038971     PERFORM 7230-ARCHIVE-FEED-LINE THRU 7230-EXIT.
038972 5127-EXIT.
038973     EXIT.
038974*-----------------------------------------------------------------
038975 5130-CLOSE-CSV-SLOT.
038976     IF WS-CSV-SLOT-MAP (WS-SLOT-IX:1) NOT = "Y"
038977         GO TO 5130-EXIT
038978     END-IF
038979     EVALUATE WS-SLOT-IX
038980         WHEN 1
038981             CLOSE CSVS01-FILE
038982         WHEN 2
038983             CLOSE CSVS02-FILE
038984         WHEN 3
038985             CLOSE CSVS03-FILE
038986         WHEN 4
038987             CLOSE CSVS04-FILE
038988         WHEN 5
038989             CLOSE CSVS05-FILE
038990         WHEN 6
038991             CLOSE CSVS06-FILE
038992         WHEN 7
038993             CLOSE CSVS07-FILE
038994         WHEN 8
038995             CLOSE CSVS08-FILE
038996     END-EVALUATE.
038997 5130-EXIT.
038998     EXIT.
038999*-----------------------------------------------------------------
039000*    RELEASED HELD RESULTS - EVERY RESULT A SUPERVISOR RELEASED
039001*    ON THE PANEL (OPTION 39) SINCE THE LAST RUN GOES TO THE CSV
039002*    FEED OF ITS SOURCE NOW, AS CALCULATED, AND IS MARKED
039003*    DELIVERED ON HOLDFILE (IN A STREAM OF THE PARALLEL CYCLE, ON
039004*    ITS SLICE).  IT COUNTS AS RELEASED ON THE ACK FEED AND IN
039005*    THE RECONCILIATION.  HOLDRELEASE=NO ON CTLCARDS LEAVES THE
039006*    DELIVERY TO ANOTHER STEP OF THE CYCLE.
039015*-----------------------------------------------------------------
039016 5140-DELIVER-RELEASED-HOLDS.
039017     IF NOT WS-HLD-RELEASE-WANTED
039018         GO TO 5140-EXIT
039019     END-IF
039020     PERFORM 3820-LOAD-HOLD-TABLE THRU 3820-EXIT
039021     PERFORM 5145-DELIVER-ONE-HOLD THRU 5145-EXIT
039022         VARYING WS-HLD-IX FROM 1 BY 1
039023         UNTIL WS-HLD-IX > WS-HLD-USED
039024     IF WS-RELEASED-COUNT > ZERO
039025         DISPLAY "RISULTATI RILASCIATI CONSEGNATI DA HOLDFILE: "
039026             WS-RELEASED-COUNT
039027     END-IF.
039028 5140-EXIT.
039029     EXIT.
039030*-----------------------------------------------------------------
039031*    ONE RELEASED RESULT - ROUTED BY ITS SOURCE LIKE A RESULT OF
039032*    THIS RUN.
039033*-----------------------------------------------------------------
039034 5145-DELIVER-ONE-HOLD.
039035     IF WS-HLD-OPEN-SW (WS-HLD-IX) NOT = "Y"
039036         GO TO 5145-EXIT
039037     END-IF
039038     MOVE WS-HLD-REC (WS-HLD-IX) TO HLD-RECORD
039039     IF NOT HLD-RELEASED
039040         GO TO 5145-EXIT
039041     END-IF
039042     MOVE HLD-TRX-IMAGE TO TRX-RECORD
039043     SET REG-FUNC-VALIDATE TO TRUE
039044     MOVE TRX-SOURCE-ID TO REG-SOURCE-ID
039045     MOVE TRX-OP-CODE TO REG-OP-CODE
039046     CALL "ELMOREG" USING REG-COMMAREA
039047     IF REG-ENTRY-IX > ZERO
039048         MOVE REG-ENTRY-IX TO WS-SRC-CUR-IX
039049     ELSE
039050         MOVE WS-SRC-OTHER-IX TO WS-SRC-CUR-IX
039051     END-IF
039052     PERFORM 7200-EXPORT-CSV-RECORD THRU 7200-EXIT
039053     ADD 1 TO WS-RELEASED-COUNT
039054     ADD 1 TO WS-SRC-REL-COUNT (WS-SRC-CUR-IX)
039055     SET HLD-DELIVERED TO TRUE
039056     MOVE WS-RUN-DATE TO HLD-DELIVER-DATE
039057     PERFORM 3835-WRITE-HOLD-RECORD THRU 3835-EXIT
039058     IF WS-HLD-WRITTEN
039059         MOVE "N" TO WS-HLD-OPEN-SW (WS-HLD-IX)
039060     ELSE
039061         DISPLAY "CONSEGNA DEL TRATTENUTO " HLD-NUMBER
039062             " NON REGISTRATA SU HOLDFILE"
039063     END-IF.
039064 5145-EXIT.
039065     EXIT.
039066*-----------------------------------------------------------------
039067*    FEED ARCHIVE - OPENED LIKE THE FEEDS IT COPIES (EXTENDED ON
039068*    A RESTART); A NEW RUN STARTS ITS GENERATION WITH A START
039069*    RECORD.  AN ARCHIVE THAT CANNOT BE OPENED IS REPORTED BUT
039070*    DOES NOT FAIL THE RUN - THE FEEDS THEMSELVES ARE GOOD, THEY
039071*    JUST CANNOT BE RE-DELIVERED LATER.
039072*-----------------------------------------------------------------
039073 5150-OPEN-FEED-ARCHIVE.
039074     IF WS-RESTART-RECNO > ZERO
039075         OPEN EXTEND FEEDARC-FILE
039076     ELSE
039077         OPEN OUTPUT FEEDARC-FILE
039078     END-IF
039079     IF WS-FEEDARC-FS NOT = "00"
039080         DISPLAY "ARCHIVIO FEED NON DISPONIBILE - FEEDARC FILE "
039081             "STATUS " WS-FEEDARC-FS
039082         GO TO 5150-EXIT
039083     END-IF
039084     SET WS-FEEDARC-OPEN TO TRUE
039085     IF WS-RESTART-RECNO = ZERO
039086         MOVE SPACES TO FARC-RECORD
039087         SET FARC-RUN-START TO TRUE
039088         PERFORM 7230-ARCHIVE-FEED-LINE THRU 7230-EXIT
039089     END-IF.
039090 5150-EXIT.
039091     EXIT.
039092*-----------------------------------------------------------------
039093*    FEED ARCHIVE CLOSE - A REGISTERED RUN ENDS ITS GENERATION
039094*    WITH THE IDENTITY IT WAS REGISTERED UNDER ON FILEREG.
039095*-----------------------------------------------------------------
039096 5160-CLOSE-FEED-ARCHIVE.
039097     IF NOT WS-FEEDARC-OPEN
039098         GO TO 5160-EXIT
039099     END-IF
039100     IF WS-RUN-REGISTERED
039101         MOVE SPACES TO FARC-RECORD
039102         SET FARC-RUN-IDENTITY TO TRUE
039103         MOVE WS-HDR-SOURCE-SYSTEM TO FARC-SOURCE-SYSTEM
039104         MOVE WS-HDR-CREATE-DATE TO FARC-CREATE-DATE
039105         MOVE WS-TRXIN-READ-COUNT TO FARC-RECORD-COUNT
039106         MOVE WS-FREG-TIMESTAMP TO FARC-RUN-TIMESTAMP
039107         PERFORM 7230-ARCHIVE-FEED-LINE THRU 7230-EXIT
039108     END-IF
039109     IF WS-FEEDARC-OPEN
039110         CLOSE FEEDARC-FILE
039111         MOVE "N" TO WS-FEEDARC-SW
039112     END-IF.
039113 5160-EXIT.
039120     EXIT.
039130*-----------------------------------------------------------------
039140*    TRXOUT TRAILER - FINAL RECORD COUNT AND HASH TOTALS OF THE
039710 5210-EXIT.
039720     EXIT.
039730*-----------------------------------------------------------------
039740*    BANK A CONTROL RECORD.  A HEADER DATED BEFORE THE PREVIOUS
039750*    BUSINESS DAY (COMPANY CALENDAR, MODULE ELMODAT) IS A STALE
039760*    RETRANSMISSION - THE STEP ABENDS BEFORE ANY TRANSACTION IS
039765*    PROCESSED.
039770*-----------------------------------------------------------------
039780 5215-PROCESS-CONTROL-RECORD.
039790     IF CTL-IS-HEADER
039830                 FUNCTION NUMVAL(CTL-CREATE-DATE)
039840         MOVE CTL-EXPECTED-COUNT TO WS-HDR-EXPECTED-COUNT
039850         MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
039860         MOVE "A" TO DAT-FUNCTION-CODE
039861         MOVE WS-RUN-DATE TO DAT-DATE-1
039862         MOVE -1 TO DAT-DAYS
039863         CALL "ELMODAT" USING DAT-COMMAREA
039864         IF DAT-DATE-OK
039865             MOVE DAT-DATE-2 TO WS-STALE-LIMIT-DATE
039866             COMPUTE WS-STALE-LIMIT-INT =
039867                 FUNCTION INTEGER-OF-DATE(WS-STALE-LIMIT-DATE)
039868         ELSE
039869             COMPUTE WS-STALE-LIMIT-INT =
039870                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1
039875         END-IF
039880         COMPUTE WS-HDR-CREATE-INT =
039890                 FUNCTION INTEGER-OF-DATE(WS-HDR-CREATE-DATE)
039900         IF WS-HDR-CREATE-INT < WS-STALE-LIMIT-INT
041300 5250-EXIT.
041310     EXIT.
041320*-----------------------------------------------------------------
041330*    PER-SOURCE VOLUME - THE TRANSACTION'S SOURCE AND OPERATION
041340*    ARE CHECKED AGAINST THE SOURCE REGISTRY (THE OUTCOME STAYS
041350*    IN REG-COMMAREA FOR 4000) AND EVERY RECORD PROCESSED COUNTS
041352*    AGAINST ITS ORIGIN SYSTEM, REJECTS INCLUDED (THE UPSTREAM
041354*    SENT THEM EITHER WAY).  WS-SRC-CUR-IX KEEPS THE SOURCE ROW
041356*    FOR THE CSV ROUTING AND THE REJECT COUNT.
041360*-----------------------------------------------------------------
041370 5260-COUNT-SOURCE-VOLUME.
041380     SET REG-FUNC-VALIDATE TO TRUE
041390     MOVE TRX-SOURCE-ID TO REG-SOURCE-ID
041400     MOVE TRX-OP-CODE TO REG-OP-CODE
041410     CALL "ELMOREG" USING REG-COMMAREA
041420     IF REG-ENTRY-IX > ZERO
041430         MOVE REG-ENTRY-IX TO WS-SRC-CUR-IX
041440     ELSE
041450         MOVE WS-SRC-OTHER-IX TO WS-SRC-CUR-IX
041460     END-IF
041470     ADD 1 TO WS-SRC-COUNT (WS-SRC-CUR-IX).
041480 5260-EXIT.
041490     EXIT.
041500*-----------------------------------------------------------------
041520*    PREVIOUS RUN ALREADY WROTE IT TO TRXOUT, WITH OPERAND-2
041530*    REWRITTEN TO THE RESOLVED RATE FOR OPERATIONS 24-27 AND TO
041540*    THE RESOLVED UNIT FACTOR FOR OPERATIONS 50-51 WHEN THE CODE
041550*    RESOLVED.  THE SAME TABLES AND AS-OF DATE GIVE THE SAME
041560*    RESOLUTION HERE.  A RECORD THE REGISTRY OR THE VALUE-DATE
041565*    CHECK REFUSED WAS WRITTEN AS READ.
041570*-----------------------------------------------------------------
041580 5270-HASH-SKIPPED-OUTPUT.
041590     ADD TRX-OPERAND-1 TO WS-OUT-HASH-OPERAND-1
041591     PERFORM 5275-CHECK-SKIPPED-RECORD THRU 5275-EXIT
041592     IF WS-SKIP-REFUSED
041593         ADD TRX-OPERAND-2 TO WS-OUT-HASH-OPERAND-2
041594         GO TO 5270-EXIT
041595     END-IF
041600     EVALUATE TRUE
041610         WHEN TRX-OP-CODE > 23 AND TRX-OP-CODE < 28
041620             PERFORM 4400-RESOLVE-RATE-CODE THRU 4400-EXIT
041770             ADD TRX-OPERAND-2 TO WS-OUT-HASH-OPERAND-2
041780     END-EVALUATE.
041790 5270-EXIT.
041791     EXIT.
041792*-----------------------------------------------------------------
041793*    THE CHECKS THE LIVE PASS MAKES BEFORE THE ENGINE TOUCHES
041794*    OPERAND-2 - THE SOURCE REGISTRY (REASONS 11, 12, SEE 4000)
041795*    AND THE VALUE DATE (REASON 14, SEE ELMOCLC 4090).  A RECORD
041796*    THAT PASSES IS RESOLVED AS OF ITS VALUE DATE, OR THE RUN
041797*    DATE WHEN IT HAS NONE.
041798*-----------------------------------------------------------------
041799 5275-CHECK-SKIPPED-RECORD.
041800     MOVE "N" TO WS-SKIP-REFUSED-SW
041801     MOVE WS-RUN-DATE TO WS-AS-OF-DATE
041802     SET REG-FUNC-VALIDATE TO TRUE
041803     MOVE TRX-SOURCE-ID TO REG-SOURCE-ID
041804     MOVE TRX-OP-CODE TO REG-OP-CODE
041805     CALL "ELMOREG" USING REG-COMMAREA
041806     IF REG-SOURCE-REFUSED
041807         SET WS-SKIP-REFUSED TO TRUE
041808         GO TO 5275-EXIT
041809     END-IF
041810     IF TRX-VALUE-DATE = SPACES OR TRX-VALUE-DATE = LOW-VALUES
041811         GO TO 5275-EXIT
041812     END-IF
041813     SET DAT-FUNC-DAY-COUNT TO TRUE
041814     MOVE "A" TO DAT-BASIS
041815     MOVE TRX-VALUE-DATE TO DAT-DATE-1
041816     MOVE WS-RUN-DATE TO DAT-DATE-2
041817     CALL "ELMODAT" USING DAT-COMMAREA
041818     IF DAT-DATE-INVALID
041819        OR DAT-DAYS < ZERO
041820         SET WS-SKIP-REFUSED TO TRUE
041821         GO TO 5275-EXIT
041822     END-IF
041823     IF WS-VALUE-DAYS-MAX > ZERO
041824        AND DAT-DAYS > WS-VALUE-DAYS-MAX
041825         SET WS-SKIP-REFUSED TO TRUE
041826         GO TO 5275-EXIT
041827     END-IF
041828     MOVE TRX-VALUE-DATE TO WS-AS-OF-DATE.
041829 5275-EXIT.
041830     EXIT.
041831*-----------------------------------------------------------------
041832 5300-WRITE-TRANSACTION-RESULT.
041833     MOVE TRX-RECORD TO TXO-RECORD
041840     WRITE TXO-RECORD
041850     ADD TXO-OPERAND-1 TO WS-OUT-HASH-OPERAND-1
041860     ADD TXO-OPERAND-2 TO WS-OUT-HASH-OPERAND-2
042000     MOVE TRX-RATE-CODE TO REJ-RATE-CODE
042010     MOVE TRX-PERIODS TO REJ-PERIODS
042020     MOVE TRX-SOURCE-ID TO REJ-SOURCE-ID
042022     MOVE TRX-DATE-1 TO REJ-DATE-1
042024     MOVE TRX-DATE-2 TO REJ-DATE-2
042026     MOVE TRX-VALUE-DATE TO REJ-VALUE-DATE
042030     MOVE WS-REJECT-REASON TO REJ-REASON-CODE
042040     MOVE WS-RECORD-COUNT TO REJ-RECNO
042043     PERFORM 5351-POST-SUSPENSE-ITEM THRU 5351-EXIT
042046     MOVE SUS-ITEM-KEY TO REJ-SUSP-KEY
042050     WRITE REJ-RECORD
042060     ADD 1 TO WS-REJECT-COUNT
042070     IF WS-ACKREJ-USED < 500
042140     ELSE
042150         ADD 1 TO WS-ACKREJ-LOST-COUNT
042160     END-IF
042170     ADD 1 TO WS-SRC-REJ-COUNT (WS-SRC-CUR-IX).
042171 5350-EXIT.
042172     EXIT.
042173*-----------------------------------------------------------------
042174*    SUSPENSE INVENTORY - THE REJECT IS POSTED UNDER THE KEY OF
042175*    THE TRXIN RECORD.  IN A RESUBMISSION RUN THE MODULE FOLLOWS
042176*    THE LINK ELMOREX LEFT AND HANDS BACK THE ORIGINAL ITEM'S
042177*    KEY, SO TRXREJ ALWAYS CARRIES THE ORIGINAL.
042178*-----------------------------------------------------------------
042179 5351-POST-SUSPENSE-ITEM.
042180     PERFORM 5356-BUILD-SUSPENSE-KEY THRU 5356-EXIT
042181     SET SUS-FUNC-REJECT TO TRUE
042182     MOVE "B" TO SUS-ORIGIN
042183     MOVE TRX-OP-CODE TO SUS-OP-CODE
042184     MOVE WS-REJECT-REASON TO SUS-REASON-CODE
042185     CALL "ELMOSUS" USING SUS-COMMAREA.
042186 5351-EXIT.
042187     EXIT.
042188*-----------------------------------------------------------------
042189*    RESUBMISSION RUN - A TRANSACTION ACCEPTED THIS TIME CLEARS
042190*    THE ORIGINAL ITEM.
042191*-----------------------------------------------------------------
042192 5355-POST-RESUBMIT-PASSED.
042193     PERFORM 5356-BUILD-SUSPENSE-KEY THRU 5356-EXIT
042194     SET SUS-FUNC-PASSED TO TRUE
042195     CALL "ELMOSUS" USING SUS-COMMAREA.
042196 5355-EXIT.
042197     EXIT.
042198*-----------------------------------------------------------------
042199*    SUSPENSE KEY OF THE CURRENT TRXIN RECORD - IN STREAM K OF A
042200*    SPLIT FILE, RECORD J WAS RECORD (J - 1) * 4 + K OF THE
042201*    UNSPLIT FILE.
042202*-----------------------------------------------------------------
042203 5356-BUILD-SUSPENSE-KEY.
042204     MOVE TRX-SOURCE-ID TO SUS-SOURCE-ID
042205     MOVE WS-HDR-SOURCE-SYSTEM TO SUS-FILE-SYSTEM
042206     MOVE WS-HDR-CREATE-DATE TO SUS-FILE-DATE
042207     IF WS-STREAM-NO > ZERO
042208         COMPUTE SUS-RECNO = (WS-RECORD-COUNT - 1)
042209                 * WS-STREAM-COUNT + WS-STREAM-NO
042210     ELSE
042211         MOVE WS-RECORD-COUNT TO SUS-RECNO
042212     END-IF
042213     MOVE WS-RUN-DATE TO SUS-EVENT-DATE
042214     MOVE "ELMO" TO SUS-PROGRAM
042215     MOVE SPACES TO SUS-OPER-ID.
042216 5356-EXIT.
042217     EXIT.
042218*-----------------------------------------------------------------
042219*    HELD RESULT - OUTSIDE ITS PLAUSIBILITY LIMITS.  THE
042220*    TRANSACTION, RESULT INCLUDED, GOES TO HOLDFILE UNDER THE
042221*    NEXT HOLD NUMBER INSTEAD OF THE CSV FEED.  THE NUMBER IS THE
042222*    NEXT SEQUENCE IN THE RUN'S OWN RANGE - THE STREAM NUMBER, OR
042223*    ZERO FOR AN UNSPLIT RUN (HOLDREC) - SO THE STREAMS AND THE
042224*    INTRADAY SERVICE NEVER HAND OUT THE SAME NUMBER.  THE FILE IS
042225*    READ ONCE, AT THE FIRST HOLD OR THE DELIVERY OF RELEASED
042226*    RESULTS; LATER HOLDS COUNT ON FROM STORAGE.  THE HOLD CARRIES
042227*    THE KEY OF THE CALCULATION'S AUDIT RECORD.
042228*-----------------------------------------------------------------
042229 5360-HOLD-BATCH-RESULT.
042230     ADD 1 TO WS-HELD-COUNT
042231     ADD 1 TO WS-SRC-HELD-COUNT (WS-SRC-CUR-IX)
042232     DISPLAY "RECORD " WS-RECORD-COUNT
042233         ": RISULTATO FUORI LIMITE - TRATTENUTO SU HOLDFILE"
042234     IF NOT WS-HLD-SEQ-LOADED
042235         PERFORM 3820-LOAD-HOLD-TABLE THRU 3820-EXIT
042236     END-IF
042237     MOVE SPACES TO HLD-RECORD
042238     ADD 1 TO WS-HLD-LAST-SEQ
042239     MOVE WS-STREAM-NO TO HLD-NUMBER-RANGE
042240     MOVE WS-HLD-LAST-SEQ TO HLD-NUMBER-SEQ
042241     SET HLD-HELD TO TRUE
042242     SET HLD-FROM-BATCH TO TRUE
042243     MOVE WS-RUN-DATE TO HLD-RUN-DATE
042244     MOVE WS-RECORD-COUNT TO HLD-RECNO
042245     MOVE CLC-HOLD-REASON TO HLD-REASON
042246     MOVE CLC-HOLD-LIMIT TO HLD-LIMIT-VALUE
042247     MOVE TRX-RECORD TO HLD-TRX-IMAGE
042248     MOVE CLC-AUDIT-TIMESTAMP TO HLD-AUDIT-TIMESTAMP
042249     MOVE CLC-AUDIT-TERM-ID TO HLD-AUDIT-TERM-ID
042250     PERFORM 3835-WRITE-HOLD-RECORD THRU 3835-EXIT
042251     IF WS-HLD-WRITTEN
042252         ADD 1 TO WS-HOLD-WRITE-COUNT
042253     END-IF.
042254 5360-EXIT.
042280     EXIT.
042290*-----------------------------------------------------------------
042300*    CHECKPOINT - LAST TRXIN RECORD NUMBER SUCCESSFULLY POSTED.
042750     CLOSE TRXIN-FILE
042760     CLOSE TRXOUT-FILE
042770     CLOSE TRXREJ-FILE
042780     PERFORM 5130-CLOSE-CSV-SLOT THRU 5130-EXIT
042783         VARYING WS-SLOT-IX FROM 1 BY 1
042786         UNTIL WS-SLOT-IX > 8
042790     PERFORM 5080-WRITE-ACK-FEEDS THRU 5080-EXIT
042795     PERFORM 5160-CLOSE-FEED-ARCHIVE THRU 5160-EXIT
042800     IF WS-REJECT-COUNT > ZERO
042810         DISPLAY "TRANSAZIONI IN SOSPESO SU TRXREJ: "
042820             WS-REJECT-COUNT
042850     EXIT.
042860*-----------------------------------------------------------------
042870*    END-OF-RUN RECONCILIATION - PROVES THE RUN BALANCED ACROSS
042880*    TRXIN, TRXOUT, AUDITLOG, CSVFEED AND HOLDFILE.  EVERY
042890*    RECORD READ PAST THE RESTART POINT MUST PRODUCE ONE TRXOUT
042900*    RECORD; EVERY NON-REJECTED ONE MUST PRODUCE ONE AUDIT
042910*    RECORD AND EITHER ONE CSV DETAIL LINE OR, WHEN HELD, ONE
042913*    HOLDFILE RECORD.  RELEASED RESULTS DELIVERED BY THE RUN ADD
042916*    TO THE CSV LINES.  DIFFERENCES ARE ITEMIZED ON THE
042920*    PRINTED REPORT AND THE STEP ENDS WITH RETURN-CODE 8.
042930*-----------------------------------------------------------------
042940 5700-RECONCILE-RUN.
043250     MOVE WS-AUDIT-WRITE-COUNT TO WS-RECON-DIFF
043260     SUBTRACT WS-RECON-EXPECTED FROM WS-RECON-DIFF
043270     PERFORM 5710-PRINT-RECON-ITEM THRU 5710-EXIT
043271     MOVE SPACES TO PRINTRPT-RECORD
043272     STRING "  TRATTENUTI / RILASCIATI CONSEGNATI: "
043273            WS-HELD-COUNT " / " WS-RELEASED-COUNT
043274            DELIMITED BY SIZE
043275         INTO PRINTRPT-RECORD
043276     END-STRING
043277     WRITE PRINTRPT-RECORD
043278     COMPUTE WS-RECON-EXPECTED =
043279             WS-RECON-EXPECTED - WS-HELD-COUNT
043280             + WS-RELEASED-COUNT
043281     MOVE "DETTAGLI SU CSVFEED" TO WS-RECON-LABEL
043290     MOVE WS-CSV-WRITE-COUNT TO WS-RECON-DIFF
043291     SUBTRACT WS-RECON-EXPECTED FROM WS-RECON-DIFF
043292     PERFORM 5710-PRINT-RECON-ITEM THRU 5710-EXIT
043293     MOVE WS-HELD-COUNT TO WS-RECON-EXPECTED
043294     MOVE "SCRITTI SU HOLDFILE" TO WS-RECON-LABEL
043295     MOVE WS-HOLD-WRITE-COUNT TO WS-RECON-DIFF
043300     SUBTRACT WS-RECON-EXPECTED FROM WS-RECON-DIFF
043310     PERFORM 5710-PRINT-RECON-ITEM THRU 5710-EXIT
043320     MOVE SPACES TO PRINTRPT-RECORD
044070     MOVE WS-ANGLE-UNIT TO CLC-ANGLE-UNIT
044080     MOVE WS-TERMINAL-ID TO CLC-TERM-ID
044090     MOVE WS-OPERATOR-ID TO CLC-OPER-ID
044095     MOVE WS-VALUE-DAYS-MAX TO CLC-VALUE-DAYS-MAX
044100     SET CLC-AUDIT-SUPPRESSED TO TRUE
044110     MOVE SPACE TO CLC-RATE-SET-SW
044120     CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
045200     PERFORM 4000-CALCULATE-TRANSACTION THRU 4000-EXIT
045210     IF WS-CALC-OK
045220         DISPLAY "RISULTATO=" TRX-RESULT
045222         IF TRX-OP-CODE = 81
045224             DISPLAY "DATA=" TRX-DATE-2
045226         END-IF
045230         MOVE 0 TO RETURN-CODE
045240     ELSE
045250         DISPLAY WS-CALC-ERROR-MESSAGE
046140             " A=" AUDM-OPERAND-1
046150             " B=" AUDM-OPERAND-2
046160             " C=" AUDM-RESULT
046161         IF AUDM-DAY-BASIS NOT = SPACES
046162             DISPLAY "    " AUDM-DAY-BASIS
046163                 " DAL=" AUDM-DATE-1
046164                 " AL=" AUDM-DATE-2
046165         END-IF
046170     END-IF
046180     PERFORM 6520-FETCH-NEXT-MASTER THRU 6520-EXIT.
046190 6530-EXIT.
046440     MOVE TRX-OPERAND-2 TO WS-ED-OPERAND-2
046450     MOVE TRX-RESULT    TO WS-ED-RESULT
046460     MOVE SPACES TO WS-CSV-LINE
046462     IF TRX-OP-CODE > 79 AND TRX-OP-CODE < 85
046464         PERFORM 7205-BUILD-CSV-DATE-LINE THRU 7205-EXIT
046466         GO TO 7200-WRITE-LINE
046468     END-IF
046470     STRING TRX-OP-CODE       DELIMITED BY SIZE
046480            ","               DELIMITED BY SIZE
046490            WS-ED-OPERAND-1   DELIMITED BY SIZE
046540            ","               DELIMITED BY SIZE
046550            TRX-TIMESTAMP     DELIMITED BY SIZE
046560         INTO WS-CSV-LINE
046570     END-STRING.
046575 7200-WRITE-LINE.
046580     IF WS-MODE-BATCH
046590         PERFORM 7210-ROUTE-CSV-BY-SOURCE THRU 7210-EXIT
046600     ELSE
046650 7200-EXIT.
046660     EXIT.
046670*-----------------------------------------------------------------
046671*    DATE OPERATIONS 80-84 - THE TWO DATES FOLLOW THE TIMESTAMP
046672*    AS TWO TRAILING COLUMNS.  THE HEADER KEEPS ITS FIVE NAMES SO
046673*    EXISTING READERS OF THE FEED ARE NOT DISTURBED.
046674*-----------------------------------------------------------------
046675 7205-BUILD-CSV-DATE-LINE.
046676     STRING TRX-OP-CODE       DELIMITED BY SIZE
046677            ","               DELIMITED BY SIZE
046678            WS-ED-OPERAND-1   DELIMITED BY SIZE
046679            ","               DELIMITED BY SIZE
046680            WS-ED-OPERAND-2   DELIMITED BY SIZE
046681            ","               DELIMITED BY SIZE
046682            WS-ED-RESULT      DELIMITED BY SIZE
046683            ","               DELIMITED BY SIZE
046684            TRX-TIMESTAMP     DELIMITED BY SPACE
046685            ","               DELIMITED BY SIZE
046686            TRX-DATE-1        DELIMITED BY SIZE
046687            ","               DELIMITED BY SIZE
046688            TRX-DATE-2        DELIMITED BY SIZE
046689         INTO WS-CSV-LINE
046690     END-STRING.
046691 7205-EXIT.
046692     EXIT.
046693*-----------------------------------------------------------------
046694*    BATCH CSV ROUTING - THE DETAIL LINE GOES TO THE FEED THE
046695*    SOURCE REGISTRY GIVES THE TRANSACTION'S ORIGIN SYSTEM.
046700*-----------------------------------------------------------------
046710 7210-ROUTE-CSV-BY-SOURCE.
046720     MOVE ZERO TO WS-CSV-SLOT
046730     MOVE SPACES TO WS-FARC-SRC-ID
046740     IF WS-SRC-CUR-IX < WS-SRC-OTHER-IX
046750         MOVE REG-CSV-SLOT (WS-SRC-CUR-IX) TO WS-CSV-SLOT
046760         MOVE REG-SRC-ID (WS-SRC-CUR-IX) TO WS-FARC-SRC-ID
046770     END-IF
046780     PERFORM 7220-WRITE-CSV-SLOT THRU 7220-EXIT.
046781 7210-EXIT.
046782     EXIT.
046783*-----------------------------------------------------------------
046784*    ONE LINE TO FEED POSITION WS-CSV-SLOT - ZERO MEANS CSVFEED.
046785*    A LINE FOR A KNOWN SOURCE IS ALSO COPIED TO THE FEED ARCHIVE.
046786*-----------------------------------------------------------------
046787 7220-WRITE-CSV-SLOT.
046788     EVALUATE WS-CSV-SLOT
046789         WHEN 1
046790             MOVE WS-CSV-LINE TO CSVS01-RECORD
046791             WRITE CSVS01-RECORD
046792         WHEN 2
046793             MOVE WS-CSV-LINE TO CSVS02-RECORD
046794             WRITE CSVS02-RECORD
046795         WHEN 3
046796             MOVE WS-CSV-LINE TO CSVS03-RECORD
046797             WRITE CSVS03-RECORD
046798         WHEN 4
046799             MOVE WS-CSV-LINE TO CSVS04-RECORD
046800             WRITE CSVS04-RECORD
046801         WHEN 5
046802             MOVE WS-CSV-LINE TO CSVS05-RECORD
046803             WRITE CSVS05-RECORD
046804         WHEN 6
046805             MOVE WS-CSV-LINE TO CSVS06-RECORD
046806             WRITE CSVS06-RECORD
046807         WHEN 7
046808             MOVE WS-CSV-LINE TO CSVS07-RECORD
046809             WRITE CSVS07-RECORD
046810         WHEN 8
046811             MOVE WS-CSV-LINE TO CSVS08-RECORD
046812             WRITE CSVS08-RECORD
046820         WHEN OTHER
046830             MOVE WS-CSV-LINE TO CSVFEED-RECORD
046840             WRITE CSVFEED-RECORD
046841     END-EVALUATE
046842     IF WS-CSV-SLOT > ZERO AND WS-FARC-SRC-ID NOT = SPACES
046843         MOVE SPACES TO FARC-RECORD
046844         SET FARC-CSV-LINE TO TRUE
046845         MOVE WS-FARC-SRC-ID TO FARC-SRC-ID
046846         MOVE WS-CSV-SLOT TO FARC-SLOT
046847         MOVE WS-CSV-LINE TO FARC-LINE
046848         PERFORM 7230-ARCHIVE-FEED-LINE THRU 7230-EXIT
046849     END-IF.
046850 7220-EXIT.
046851     EXIT.
046852*-----------------------------------------------------------------
046853*    ONE RECORD TO THE FEED ARCHIVE.  A WRITE ERROR IS REPORTED
046854*    ONCE AND STOPS THE ARCHIVE FOR THE REST OF THE RUN; THE
046855*    GENERATION THEN HAS NO IDENTITY RECORD AND IS NOT OFFERED
046856*    FOR RE-DELIVERY.
046857*-----------------------------------------------------------------
046858 7230-ARCHIVE-FEED-LINE.
046859     IF NOT WS-FEEDARC-OPEN
046860         GO TO 7230-EXIT
046861     END-IF
046862     MOVE WS-RUN-DATE TO FARC-RUN-DATE
046863     WRITE FARC-RECORD
046864     IF WS-FEEDARC-FS NOT = "00"
046865         DISPLAY "ERRORE SCRITTURA FEEDARC - FILE STATUS "
046866             WS-FEEDARC-FS " - ARCHIVIO FEED INTERROTTO"
046867         CLOSE FEEDARC-FILE
046868         MOVE "N" TO WS-FEEDARC-SW
046869     END-IF.
046870 7230-EXIT.
046871     EXIT.
046880*-----------------------------------------------------------------
046890*    REPORT-WRITER STYLE PRINTED SUMMARY.
046900*-----------------------------------------------------------------
047080            WS-ED-RESULT         DELIMITED BY SIZE
047090         INTO PRINTRPT-RECORD
047100     END-STRING
047101     IF TRX-OP-CODE > 79 AND TRX-OP-CODE < 85
047102         MOVE "  DAL="  TO PRINTRPT-RECORD (100:6)
047103         MOVE TRX-DATE-1 TO PRINTRPT-RECORD (106:8)
047104         MOVE "  AL="   TO PRINTRPT-RECORD (114:5)
047105         MOVE TRX-DATE-2 TO PRINTRPT-RECORD (119:8)
047106     ELSE
047107         IF TRX-VALUE-DATE NOT = SPACES
047108             MOVE "  VAL="  TO PRINTRPT-RECORD (100:6)
047109             MOVE TRX-VALUE-DATE TO PRINTRPT-RECORD (106:8)
047110         END-IF
047111     END-IF
047112     WRITE PRINTRPT-RECORD
047120     ADD 1 TO WS-REPORT-LINE-COUNT.
047130 7300-EXIT.
047140     EXIT.
047600                 TO WS-OP-NAME
047610         WHEN WS-NAME-OP-CODE = 70
047620             MOVE WS-MSG-TEXT (192) TO WS-OP-NAME
047622         WHEN WS-NAME-OP-CODE > 79 AND WS-NAME-OP-CODE < 85
047624             MOVE WS-MSG-TEXT (133 + WS-NAME-OP-CODE)
047626                 TO WS-OP-NAME
047630         WHEN OTHER
047640             MOVE SPACES TO WS-OP-NAME
047650     END-EVALUATE
049300         VARYING WS-STAT-IX FROM 1 BY 1
049310         UNTIL WS-STAT-IX > 99
049320     IF WS-MODE-BATCH
049330         PERFORM 7625-EXPORT-SOURCE-ROW THRU 7625-EXIT
049340             VARYING WS-SRC-IX FROM 1 BY 1
049350             UNTIL WS-SRC-IX > REG-USED
049420         MOVE "S-OTH" TO WS-STAT-SRC-TAG
049430         MOVE WS-SRC-COUNT (WS-SRC-OTHER-IX) TO WS-CSV-STAT-COUNT
049440         PERFORM 7635-EXPORT-SOURCE-RECORD THRU 7635-EXIT
049450     END-IF
049460     MOVE SPACES TO WS-REPORT-TEXT-LINE
049510     MOVE WS-REPORT-TEXT-LINE TO STATSOUT-RECORD
049520     WRITE STATSOUT-RECORD.
049530 7620-EXIT.
049531     EXIT.
049532*-----------------------------------------------------------------
049533*    ONE REGISTERED SOURCE - TAG S- PLUS THE REGISTRY SOURCE ID.
049534*-----------------------------------------------------------------
049535 7625-EXPORT-SOURCE-ROW.
049536     MOVE SPACES TO WS-STAT-SRC-TAG
049537     STRING "S-" REG-SRC-ID (WS-SRC-IX)
049538         DELIMITED BY SIZE INTO WS-STAT-SRC-TAG
049539     END-STRING
049540     MOVE WS-SRC-COUNT (WS-SRC-IX) TO WS-CSV-STAT-COUNT
049541     PERFORM 7635-EXPORT-SOURCE-RECORD THRU 7635-EXIT.
049542 7625-EXIT.
049543     EXIT.
049550*-----------------------------------------------------------------
049560 7630-EXPORT-STAT-OP-RECORD.
049570     IF WS-STAT-COUNT (WS-STAT-IX) > ZERO
050110 7640-EXIT.
050120     EXIT.
050130*-----------------------------------------------------------------
050140*    PER-SOURCE VOLUMES - RECORDS PROCESSED PER REGISTERED
050150*    SOURCE, THEN EVERYTHING ELSE, BATCH RUNS ONLY.
050160*-----------------------------------------------------------------
050170 7650-PRINT-SOURCE-VOLUMES.
050180     MOVE SPACES TO WS-REPORT-TEXT-LINE
050190     PERFORM 7410-WRITE-REPORT-TEXT-LINE THRU 7410-EXIT
050200     MOVE "VOLUMI PER SORGENTE" TO WS-REPORT-TEXT-LINE
050210     PERFORM 7410-WRITE-REPORT-TEXT-LINE THRU 7410-EXIT
050220     PERFORM 7655-PRINT-SOURCE-ROW THRU 7655-EXIT
050222         VARYING WS-SRC-IX FROM 1 BY 1
050224         UNTIL WS-SRC-IX > REG-USED
050226     MOVE WS-SRC-COUNT (WS-SRC-OTHER-IX) TO WS-ED-STAT-COUNT
050228     MOVE "ALTRO:" TO WS-SRC-LABEL
050230     MOVE SPACES TO WS-REPORT-TEXT-LINE
050240     STRING WS-SRC-LABEL WS-ED-STAT-COUNT
050430         DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
050440     END-STRING
050450     PERFORM 7410-WRITE-REPORT-TEXT-LINE THRU 7410-EXIT.
050460 7650-EXIT.
050461     EXIT.
050462*-----------------------------------------------------------------
050463 7655-PRINT-SOURCE-ROW.
050464     MOVE SPACES TO WS-SRC-LABEL
050465     STRING REG-SRC-ID (WS-SRC-IX) " ("   DELIMITED BY SIZE
050466            REG-SRC-NAME (WS-SRC-IX)      DELIMITED BY "  "
050467            "):"                          DELIMITED BY SIZE
050468         INTO WS-SRC-LABEL
050469     END-STRING
050470     MOVE WS-SRC-COUNT (WS-SRC-IX) TO WS-ED-STAT-COUNT
050471     MOVE SPACES TO WS-REPORT-TEXT-LINE
050472     STRING WS-SRC-LABEL WS-ED-STAT-COUNT
050473         DELIMITED BY SIZE INTO WS-REPORT-TEXT-LINE
050474     END-STRING
050475     PERFORM 7410-WRITE-REPORT-TEXT-LINE THRU 7410-EXIT.
050476 7655-EXIT.
050477     EXIT.
050478*-----------------------------------------------------------------
050479*    ONE EVENT TO THE SECURITY LOG - THE CALLER SETS THE EVENT
050480*    TYPE AND SEC-DETAIL.  BEFORE SIGN-ON THE OPERATOR IS THE ID
050481*    TYPED AT THE PROMPT; THE OPTION IS THE ONE BEING SERVED.
050482*-----------------------------------------------------------------
050483 7700-LOG-SECURITY-EVENT.
050484     SET SEC-FUNC-WRITE TO TRUE
050485     MOVE "ELMO" TO SEC-PROGRAM
050486     IF WS-SIGNED-ON
050487         MOVE WS-OPERATOR-ID TO SEC-OPER-ID
050488         MOVE WS-OPERATOR-LEVEL TO SEC-OPER-LEVEL
050489     ELSE
050490         MOVE WS-SIGNON-ID-BUFFER TO SEC-OPER-ID
050491         MOVE ZERO TO SEC-OPER-LEVEL
050492     END-IF
050493     MOVE WS-TERMINAL-ID TO SEC-TERM-ID
050494     MOVE INPUT1 TO SEC-OPTION
050495     CALL "ELMOSEC" USING SEC-COMMAREA.
050496 7700-EXIT.
050497     EXIT.
050498*-----------------------------------------------------------------
050499*    A SUPERVISOR OPTION ASKED FOR AT OPERATOR LEVEL.
050500*-----------------------------------------------------------------
050501 7710-LOG-REFUSAL.
050502     SET SEC-EVT-REFUSED TO TRUE
050503     MOVE "OPZIONE RISERVATA AL SUPERVISORE" TO SEC-DETAIL
050504     PERFORM 7700-LOG-SECURITY-EVENT THRU 7700-EXIT.
050505 7710-EXIT.
050506     EXIT.
050507*-----------------------------------------------------------------
050508*    TERMINATION - CLOSE WHATEVER WAS OPENED IN 1000-INITIALIZE.
050509*-----------------------------------------------------------------
050510 9000-TERMINATE-PROGRAM.
050520     PERFORM 9400-BUILD-LEDGER-FIGURES THRU 9400-EXIT
050530     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT
050670     CLOSE PRINTRPT-FILE.
050680 9000-ENGINE-STOP.
050690     SET CLC-FUNC-TERMINATE TO TRUE
050700     CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
050703     SET SUS-FUNC-TERMINATE TO TRUE
050706     CALL "ELMOSUS" USING SUS-COMMAREA.
050710 9000-EXIT.
050720     EXIT.
050730*-----------------------------------------------------------------
