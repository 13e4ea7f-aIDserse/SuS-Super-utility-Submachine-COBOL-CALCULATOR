000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOCOR  (SuS - RATE CORRECTION / RE-PRICING)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      WHEN A WRONG VALUE FOR A RATE CODE (FX, VAT
000090*                  AND THE LIKE) HAS BEEN IN RATEFILE, FINDS EVERY
000100*                  CALCULATION IT PRICED AND RE-PRICES IT WITH
000110*                  THE CORRECTED VALUE.  THE CANDIDATES ARE THE
000120*                  RATE OPERATIONS 24-27 THAT USED THE CODE AND
000130*                  THE FORMULAS (OPERATION 70) WITH A STEP IN
000140*                  FORCE THAT USES IT, WHOSE VALUE DATE FALLS IN
000150*                  THE WINDOW GIVEN.  THEY ARE TAKEN FROM THE
000160*                  KEYED AUDIT MASTER (AUDITMST) AND FROM THE
000170*                  ARCHIVE GENERATIONS CUT BY ELMOARC (DD
000180*                  AUDITIN, NORMALLY THE WHOLE GDG); AN ARCHIVED
000190*                  RECORD STILL ON THE MASTER IS TAKEN ONCE.
000200*                  EACH CANDIDATE GOES BACK THROUGH THE ENGINE
000210*                  ELMOCLC AS OF ITS VALUE DATE WITH THE CODE
000220*                  RESOLVING TO THE CORRECTED VALUE
000230*                  (CLC-RATE-OVR-CODE).  WHERE THE RESULT CHANGES
000240*                  THE RE-PRICING IS AUDITED AS A NEW CALCULATION
000250*                  (TERMINAL "ELMOCOR") CARRYING THE KEY OF THE
000260*                  ORIGINAL (AUDIT-LINK-TIMESTAMP / -TERM-ID), AN
000270*                  ADJUSTMENT LINE - ORIGINAL RESULT, CORRECTED
000280*                  RESULT AND DIFFERENCE - GOES TO THE SOURCE'S
000290*                  ADJUSTMENT FEED, AND A LINE IS PRINTED ON THE
000300*                  CORRECTION REGISTER (DD CORRPT) FOR SIGN-OFF.
000310*
000320*                  THE ADJUSTMENT FEEDS USE THE SAME FEED POSITION
000330*                  THE SOURCE REGISTRY (SRCFILE, MODULE ELMOREG)
000340*                  GIVES THE SOURCE'S CSV FEED - DD ADJSRC01-08;
000350*                  A BLANK OR UNREGISTERED SOURCE GOES TO ADJFEED.
000360*
000370*                  A CALCULATION THAT HAS ALREADY BEEN CORRECTED
000380*                  (A LINKED RECORD POINTS AT IT) IS NOT CORRECTED
000390*                  AGAIN - A LATER CORRECTION OF THE SAME CODE
000400*                  RE-PRICES THE EARLIER CORRECTION INSTEAD, SO A
000410*                  RERUN NEVER ADJUSTS THE SAME AMOUNT TWICE.  A
000420*                  HELD RESULT WHOSE HOLD IS OPEN OR CANCELLED HAS
000430*                  NOT REACHED ITS SOURCE AND IS LISTED, NOT
000431*                  ADJUSTED - A RERUN AFTER ITS RELEASE CORRECTS
000432*                  IT.  ONCE A SUPERVISOR HAS RELEASED IT (A
000433*                  RELEASE OR DELIVERY RECORD ON HOLDFILE, DD
000434*                  HOLDFILE, CARRYING ITS AUDIT KEY) IT IS
000435*                  CORRECTED LIKE ANY OTHER CANDIDATE.  THE RUN
000440*                  DOES NOT TOUCH RATEFILE - THE TABLE ITSELF IS
000450*                  CORRECTED THROUGH FOUR-EYES MAINTENANCE.
000460*
000470*    CONTROL CARDS (SYSIN, ONE PER LINE):
000480*        RATE=XXXXXXXX        RATE CODE TO CORRECT (REQUIRED)
000490*        VALUE=NNNNNNN.NNNNNNN
000500*                             CORRECTED VALUE (REQUIRED)
000510*        DATE-FROM=YYYYMMDD   FIRST VALUE DATE AFFECTED
000520*        DATE-TO=YYYYMMDD     LAST VALUE DATE AFFECTED
000530*        OPER=XXXXXXXX        OPERATOR REQUESTING THE CORRECTION
000540*                             (ON THE AUDIT TRAIL AND REGISTER)
000550*        ANGLE=X              ANGLE UNIT FOR FORMULA STEPS
000560*                             (D=DEGREES, R=RADIANS, G=GRADIANS;
000570*                             DEFAULT D)
000580*
000590*    RETURN-CODE 0 = RUN COMPLETE, 4 = SOME CANDIDATES WERE NOT
000600*    RE-PRICED OR NEED A LOOK (NOT RECOMPUTABLE, HOLD OPEN OR
000610*    CANCELLED, FORMULA NO LONGER REPRODUCES ITS ORIGINAL),
000620*    8 = TOO MANY PRIOR CORRECTIONS TO TRACK - CHECK FOR DOUBLE
000630*    ADJUSTMENTS, 12 = CONTROL CARDS MISSING OR INVALID, 16 = FILE
000635*    ERROR.
000640*
000650*    MODIFICATION HISTORY
000660*    --------------------------------------------------------
000670*    10/15/2026  DF   INITIAL VERSION.
000673*    10/15/2026  DF   AUDIT-ORIGIN CARRIED THROUGH IN STEP WITH
000676*                     AUDITREC.
000680*****************************************************************
000690 IDENTIFICATION DIVISION.
000700 PROGRAM-ID.   ELMOCOR.
000710 AUTHOR.       D. FERRANTE.
000720 INSTALLATION. OFFICINA CALCOLO.
000730 DATE-WRITTEN. 10/15/2026.
000740 DATE-COMPILED.
000750*****************************************************************
000760*    ENVIRONMENT DIVISION
000770*****************************************************************
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT AUDITMST-FILE ASSIGN TO "AUDITMST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS AUDM-KEY
000850         FILE STATUS IS WS-AUDITMST-FS.
000860     SELECT AUDITIN-FILE ASSIGN TO "AUDITIN"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-AUDITIN-FS.
000890     SELECT CORWORK-FILE ASSIGN TO "CORWORK"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-CORWORK-FS.
000920     SELECT FORMFILE ASSIGN TO "FORMFILE"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS WS-FORMFILE-FS.
000942     SELECT HOLDFILE ASSIGN TO "HOLDFILE"
000944         ORGANIZATION IS SEQUENTIAL
000946         FILE STATUS IS WS-HOLDFILE-FS.
000950     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-CTLCARD-FS.
000980     SELECT CORRPT-FILE ASSIGN TO "CORRPT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-CORRPT-FS.
001010     SELECT ADJFEED-FILE ASSIGN TO "ADJFEED"
001020         ORGANIZATION IS LINE SEQUENTIAL
001030         FILE STATUS IS WS-ADJFEED-FS.
001040     SELECT ADJS01-FILE ASSIGN TO "ADJSRC01"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-ADJSLOT-FS.
001070     SELECT ADJS02-FILE ASSIGN TO "ADJSRC02"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-ADJSLOT-FS.
001100     SELECT ADJS03-FILE ASSIGN TO "ADJSRC03"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-ADJSLOT-FS.
001130     SELECT ADJS04-FILE ASSIGN TO "ADJSRC04"
001140         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS WS-ADJSLOT-FS.
001160     SELECT ADJS05-FILE ASSIGN TO "ADJSRC05"
001170         ORGANIZATION IS LINE SEQUENTIAL
001180         FILE STATUS IS WS-ADJSLOT-FS.
001190     SELECT ADJS06-FILE ASSIGN TO "ADJSRC06"
001200         ORGANIZATION IS LINE SEQUENTIAL
001210         FILE STATUS IS WS-ADJSLOT-FS.
001220     SELECT ADJS07-FILE ASSIGN TO "ADJSRC07"
001230         ORGANIZATION IS LINE SEQUENTIAL
001240         FILE STATUS IS WS-ADJSLOT-FS.
001250     SELECT ADJS08-FILE ASSIGN TO "ADJSRC08"
001260         ORGANIZATION IS LINE SEQUENTIAL
001270         FILE STATUS IS WS-ADJSLOT-FS.
001280     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-RUNLEDG-FS.
001310*****************************************************************
001320*    DATA DIVISION
001330*****************************************************************
001340 DATA DIVISION.
001350 FILE SECTION.
001360*----------------------------------------------------------------
001370*    KEYED AUDIT MASTER - READ FROM THE TOP, THEN BY KEY TO TELL
001380*    WHICH ARCHIVED RECORDS IT STILL HOLDS.  CLOSED BEFORE THE
001390*    ENGINE OPENS IT TO WRITE THE CORRECTIONS.
001400*----------------------------------------------------------------
001410 FD  AUDITMST-FILE.
001420 COPY AUDMREC.
001430*----------------------------------------------------------------
001440*    ARCHIVE GENERATIONS - AUDITREC LAYOUT, AS CUT BY ELMOARC.
001450*----------------------------------------------------------------
001460 FD  AUDITIN-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 COPY AUDITREC REPLACING ==AUDIT-RECORD==   BY ==AIN-RECORD==
001500                         ==AUDIT-TIMESTAMP== BY ==AIN-TIMESTAMP==
001510                         ==AUDIT-OP-CODE==   BY ==AIN-OP-CODE==
001520                         ==AUDIT-OPERAND-1== BY ==AIN-OPERAND-1==
001530                         ==AUDIT-OPERAND-2== BY ==AIN-OPERAND-2==
001540                         ==AUDIT-RESULT==    BY ==AIN-RESULT==
001550                         ==AUDIT-TERM-ID==   BY ==AIN-TERM-ID==
001560                         ==AUDIT-SOURCE-ID== BY
001570                         ==AIN-SOURCE-ID==
001580                         ==AUDIT-OPER-ID==   BY
001590                         ==AIN-OPER-ID==
001600                         ==AUDIT-DATE-1==    BY ==AIN-DATE-1==
001610                         ==AUDIT-DATE-2==    BY ==AIN-DATE-2==
001620                         ==AUDIT-DAY-BASIS== BY
001630                         ==AIN-DAY-BASIS==
001640                         ==AUDIT-VALUE-DATE== BY
001650                         ==AIN-VALUE-DATE==
001660                         ==AUDIT-RUN-DATE==   BY ==AIN-RUN-DATE==
001670                         ==AUDIT-HOLD-FLAG==  BY
001680                         ==AIN-HOLD-FLAG==
001690                         ==AUDIT-RATE-CODE==  BY
001700                         ==AIN-RATE-CODE==
001710                         ==AUDIT-FORMULA==    BY
001720                         ==AIN-FORMULA==
001730                         ==AUDIT-LINK-TIMESTAMP== BY
001740                         ==AIN-LINK-TIMESTAMP==
001750                         ==AUDIT-LINK-TERM-ID==   BY
001760                         ==AIN-LINK-TERM-ID==
001765                         ==AUDIT-ORIGIN==     BY ==AIN-ORIGIN==.
001770*----------------------------------------------------------------
001780*    CANDIDATES SELECTED IN THE FIRST PASS - AUDITREC LAYOUT.
001790*----------------------------------------------------------------
001800 FD  CORWORK-FILE
001810     RECORDING MODE IS F
001820     LABEL RECORDS ARE STANDARD.
001830 COPY AUDITREC REPLACING ==AUDIT-RECORD==   BY ==CWK-RECORD==
001840                         ==AUDIT-TIMESTAMP== BY ==CWK-TIMESTAMP==
001850                         ==AUDIT-OP-CODE==   BY ==CWK-OP-CODE==
001860                         ==AUDIT-OPERAND-1== BY ==CWK-OPERAND-1==
001870                         ==AUDIT-OPERAND-2== BY ==CWK-OPERAND-2==
001880                         ==AUDIT-RESULT==    BY ==CWK-RESULT==
001890                         ==AUDIT-TERM-ID==   BY ==CWK-TERM-ID==
001900                         ==AUDIT-SOURCE-ID== BY
001910                         ==CWK-SOURCE-ID==
001920                         ==AUDIT-OPER-ID==   BY
001930                         ==CWK-OPER-ID==
001940                         ==AUDIT-DATE-1==    BY ==CWK-DATE-1==
001950                         ==AUDIT-DATE-2==    BY ==CWK-DATE-2==
001960                         ==AUDIT-DAY-BASIS== BY
001970                         ==CWK-DAY-BASIS==
001980                         ==AUDIT-VALUE-DATE== BY
001990                         ==CWK-VALUE-DATE==
002000                         ==AUDIT-RUN-DATE==   BY ==CWK-RUN-DATE==
002010                         ==AUDIT-HOLD-FLAG==  BY
002020                         ==CWK-HOLD-FLAG==
002030                         ==AUDIT-RATE-CODE==  BY
002040                         ==CWK-RATE-CODE==
002050                         ==AUDIT-FORMULA==    BY
002060                         ==CWK-FORMULA==
002070                         ==AUDIT-LINK-TIMESTAMP== BY
002080                         ==CWK-LINK-TIMESTAMP==
002090                         ==AUDIT-LINK-TERM-ID==   BY
002100                         ==CWK-LINK-TERM-ID==
002105                         ==AUDIT-ORIGIN==     BY ==CWK-ORIGIN==.
002110*----------------------------------------------------------------
002120*    NAMED FORMULA STEP FILE - TO TELL WHICH FORMULAS USE THE
002130*    RATE CODE ON A GIVEN VALUE DATE.
002140*----------------------------------------------------------------
002150 FD  FORMFILE
002160     RECORDING MODE IS F
002170     LABEL RECORDS ARE STANDARD.
002180 COPY FORMREC.
002190*----------------------------------------------------------------
002191*    HELD RESULTS - FOR THE HOLDS A SUPERVISOR HAS RELEASED.
002192*----------------------------------------------------------------
002193 FD  HOLDFILE
002194     RECORDING MODE IS F
002195     LABEL RECORDS ARE STANDARD.
002196 COPY HOLDREC.
002197*----------------------------------------------------------------
002200*    CONTROL CARDS.
002210*----------------------------------------------------------------
002220 FD  CTLCARD-FILE
002230     RECORDING MODE IS F.
002240 01  CTLCARD-RECORD               PIC X(80).
002250*----------------------------------------------------------------
002260*    PRINTED CORRECTION REGISTER.
002270*----------------------------------------------------------------
002280 FD  CORRPT-FILE
002290     RECORDING MODE IS F.
002300 01  CORRPT-RECORD                PIC X(132).
002310*----------------------------------------------------------------
002320*    ADJUSTMENT FEEDS - THE COMBINED FEED AND THE FIXED POOL OF
002330*    PER-SOURCE FEED POSITIONS (DD ADJSRC01-ADJSRC08).
002340*----------------------------------------------------------------
002350 FD  ADJFEED-FILE
002360     RECORDING MODE IS F.
002370 01  ADJFEED-RECORD               PIC X(132).
002380 FD  ADJS01-FILE
002390     RECORDING MODE IS F.
002400 01  ADJS01-RECORD                PIC X(132).
002410 FD  ADJS02-FILE
002420     RECORDING MODE IS F.
002430 01  ADJS02-RECORD                PIC X(132).
002440 FD  ADJS03-FILE
002450     RECORDING MODE IS F.
002460 01  ADJS03-RECORD                PIC X(132).
002470 FD  ADJS04-FILE
002480     RECORDING MODE IS F.
002490 01  ADJS04-RECORD                PIC X(132).
002500 FD  ADJS05-FILE
002510     RECORDING MODE IS F.
002520 01  ADJS05-RECORD                PIC X(132).
002530 FD  ADJS06-FILE
002540     RECORDING MODE IS F.
002550 01  ADJS06-RECORD                PIC X(132).
002560 FD  ADJS07-FILE
002570     RECORDING MODE IS F.
002580 01  ADJS07-RECORD                PIC X(132).
002590 FD  ADJS08-FILE
002600     RECORDING MODE IS F.
002610 01  ADJS08-RECORD                PIC X(132).
002620*----------------------------------------------------------------
002630*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
002640*----------------------------------------------------------------
002650 FD  RUNLEDG
002660     RECORDING MODE IS F
002670     LABEL RECORDS ARE STANDARD.
002680 COPY LEDGREC.
002690*****************************************************************
002700 WORKING-STORAGE SECTION.
002710*----------------------------------------------------------------
002720*    TRANSACTION WORK AREA, ENGINE AND REGISTRY COMMUNICATION
002730*    AREAS, AND THE AUDIT RECORD UNDER EXAMINATION (FROM THE
002740*    MASTER, THE ARCHIVE OR THE CANDIDATE FILE).
002750*----------------------------------------------------------------
002760 COPY TRXREC.
002770 COPY CLCCOM.
002780 COPY REGCOM.
002790 COPY AUDITREC.
002800*----------------------------------------------------------------
002810*    FILE STATUS SWITCHES.
002820*----------------------------------------------------------------
002830 01  WS-FILE-STATUSES.
002840     05  WS-AUDITMST-FS           PIC X(02) VALUE SPACES.
002850     05  WS-AUDITIN-FS            PIC X(02) VALUE SPACES.
002860     05  WS-CORWORK-FS            PIC X(02) VALUE SPACES.
002870     05  WS-FORMFILE-FS           PIC X(02) VALUE SPACES.
002875     05  WS-HOLDFILE-FS           PIC X(02) VALUE SPACES.
002880     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
002890     05  WS-CORRPT-FS             PIC X(02) VALUE SPACES.
002900     05  WS-ADJFEED-FS            PIC X(02) VALUE SPACES.
002910     05  WS-ADJSLOT-FS            PIC X(02) VALUE SPACES.
002920     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
002930*----------------------------------------------------------------
002940*    PROGRAM SWITCHES.
002950*----------------------------------------------------------------
002960 01  WS-SWITCHES.
002970     05  WS-AUDITMST-EOF-SW       PIC X(01) VALUE "N".
002980         88  WS-AUDITMST-EOF          VALUE "Y".
002990     05  WS-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
003000         88  WS-AUDITIN-EOF           VALUE "Y".
003010     05  WS-CORWORK-EOF-SW        PIC X(01) VALUE "N".
003020         88  WS-CORWORK-EOF           VALUE "Y".
003030     05  WS-FORMFILE-EOF-SW       PIC X(01) VALUE "N".
003040         88  WS-FORMFILE-EOF          VALUE "Y".
003043     05  WS-HOLDFILE-EOF-SW       PIC X(01) VALUE "N".
003046         88  WS-HOLDFILE-EOF          VALUE "Y".
003050     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
003060         88  WS-CTLCARD-EOF           VALUE "Y".
003070     05  WS-MASTER-OFF-SW         PIC X(01) VALUE "N".
003080         88  WS-MASTER-OFF            VALUE "Y".
003090     05  WS-ARCHIVE-OFF-SW        PIC X(01) VALUE "N".
003100         88  WS-ARCHIVE-OFF           VALUE "Y".
003110     05  WS-VALUE-GIVEN-SW        PIC X(01) VALUE "N".
003120         88  WS-VALUE-GIVEN           VALUE "Y".
003130     05  WS-USES-RATE-SW          PIC X(01) VALUE "N".
003140         88  WS-USES-RATE             VALUE "Y".
003150     05  WS-STEPS-END-SW          PIC X(01) VALUE "N".
003160         88  WS-STEPS-ENDED           VALUE "Y".
003170     05  WS-LINKED-SW             PIC X(01) VALUE "N".
003180         88  WS-ALREADY-LINKED        VALUE "Y".
003183     05  WS-RELEASED-SW           PIC X(01) VALUE "N".
003186         88  WS-HOLD-RELEASED         VALUE "Y".
003190     05  WS-REPRO-SW              PIC X(01) VALUE "Y".
003200         88  WS-ORIGINAL-REPRODUCED   VALUE "Y".
003210*----------------------------------------------------------------
003220*    CORRECTION CRITERIA - RATE CODE AND VALUE ARE REQUIRED; THE
003230*    DEFAULT WINDOW IS EVERY VALUE DATE.
003240*----------------------------------------------------------------
003250 01  WS-COR-CRITERIA.
003260     05  WS-COR-RATE-CODE         PIC X(08) VALUE SPACES.
003270     05  WS-COR-VALUE             PIC S9(07)V9(07) VALUE ZERO.
003280     05  WS-COR-DATE-FROM         PIC X(08) VALUE "00000000".
003290     05  WS-COR-DATE-TO           PIC X(08) VALUE "99999999".
003300     05  WS-COR-OPER-ID           PIC X(08) VALUE SPACES.
003310     05  WS-COR-ANGLE-UNIT        PIC X(01) VALUE "D".
003320 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
003330 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
003340*----------------------------------------------------------------
003350*    FORMULA STEP TABLE - IN-CORE COPY OF FORMFILE, RESOLVED BY
003360*    THE SAME RULE AS THE ENGINE: FOR EACH NAME AND STEP THE
003370*    LATEST EFFECTIVE DATE NOT AFTER THE VALUE DATE WINS (LATER
003380*    APPENDS WIN TIES) AND THE FORMULA ENDS AT THE FIRST STEP
003390*    WITH NO ACTIVE RECORD.
003400*----------------------------------------------------------------
003410 01  WS-FORM-TABLE.
003420     05  WS-FORM-USED             PIC 9(03) COMP VALUE ZERO.
003430     05  WS-FORM-ENTRY OCCURS 300 TIMES.
003440         10  WS-FORM-KEY              PIC X(08).
003450         10  WS-FORM-STEP-NO          PIC 9(02).
003460         10  WS-FORM-OP               PIC 9(02).
003470         10  WS-FORM-RATE             PIC X(08).
003480         10  WS-FORM-EFF              PIC X(08).
003490         10  WS-FORM-STAT             PIC X(01).
003500 01  WS-TABLE-OVERFLOW            PIC 9(05) COMP VALUE ZERO.
003510 01  WS-LOOK-KEY                  PIC X(08) VALUE SPACES.
003520 01  WS-LOOK-STEP                 PIC 9(02) VALUE ZERO.
003530 01  WS-LOOK-DATE                 PIC X(08) VALUE SPACES.
003540 01  WS-BEST-IX                   PIC 9(03) COMP VALUE ZERO.
003550 01  WS-IX                        PIC 9(03) COMP VALUE ZERO.
003560 01  WS-STEP                      PIC 9(02) COMP VALUE ZERO.
003570*----------------------------------------------------------------
003580*    CALCULATIONS ALREADY CORRECTED - THE LINK KEYS CARRIED BY
003590*    EARLIER CORRECTION RECORDS.
003600*----------------------------------------------------------------
003610 01  WS-LINK-TABLE.
003620     05  WS-LINK-USED             PIC 9(05) COMP VALUE ZERO.
003630     05  WS-LINK-ENTRY OCCURS 5000 TIMES.
003640         10  WS-LINK-TS               PIC X(26).
003650         10  WS-LINK-TERM             PIC X(08).
003660 01  WS-LINK-IX                   PIC 9(05) COMP VALUE ZERO.
003670 01  WS-LINK-OVERFLOW             PIC 9(05) COMP VALUE ZERO.
003680*----------------------------------------------------------------
003681*    RELEASED HOLDS - THE AUDIT KEY OF EVERY HELD CALCULATION A
003682*    SUPERVISOR HAS RELEASED.
003683*----------------------------------------------------------------
003684 01  WS-REL-TABLE.
003685     05  WS-REL-USED              PIC 9(04) COMP VALUE ZERO.
003686     05  WS-REL-ENTRY OCCURS 2000 TIMES.
003687         10  WS-REL-KEY.
003688             15  WS-REL-TS                PIC X(26).
003689             15  WS-REL-TERM              PIC X(08).
003690 01  WS-REL-IX                    PIC 9(04) COMP VALUE ZERO.
003691 01  WS-REL-POS                   PIC 9(04) COMP VALUE ZERO.
003692 01  WS-REL-OVERFLOW              PIC 9(05) COMP VALUE ZERO.
003693 01  WS-LOOK-REL-KEY.
003694     05  WS-LOOK-REL-TS           PIC X(26).
003695     05  WS-LOOK-REL-TERM         PIC X(08).
003696*----------------------------------------------------------------
003697*    ADJUSTMENT TOTALS PER SOURCE, IN FIRST-SEEN ORDER, WITH THE
003700*    FEED POSITION EACH SOURCE WRITES TO (ZERO = ADJFEED).
003710*----------------------------------------------------------------
003720 01  WS-SRCT-TABLE.
003730     05  WS-SRCT-USED             PIC 9(02) COMP VALUE ZERO.
003740     05  WS-SRCT-ENTRY OCCURS 30 TIMES.
003750         10  WS-SRCT-ID               PIC X(03).
003760         10  WS-SRCT-SLOT             PIC 9(02).
003770         10  WS-SRCT-COUNT            PIC 9(09) COMP.
003780         10  WS-SRCT-DIFF             PIC S9(09)V9(07).
003790 01  WS-SRCT-IX                   PIC 9(02) COMP VALUE ZERO.
003800 01  WS-SRCT-FOUND                PIC 9(02) COMP VALUE ZERO.
003810 01  WS-SRC-IX                    PIC 9(02) COMP VALUE ZERO.
003820 01  WS-SLOT-IX                   PIC 9(02) COMP VALUE ZERO.
003830 01  WS-ADJ-SLOT-MAP              PIC X(08) VALUE ALL "N".
003840 01  WS-ADJ-SLOT                  PIC 9(02) VALUE ZERO.
003850 01  WS-ADJ-LINE                  PIC X(132) VALUE SPACES.
003860 01  WS-ADJ-HEADER.
003870     05  FILLER                   PIC X(40) VALUE
003880         "SOURCE,TIMESTAMP,TERMINAL,OP-CODE,CODE,".
003890     05  FILLER                   PIC X(40) VALUE
003900         "VALUE-DATE,ORIGINAL,CORRECTED,DIFFERENCE".
003910*----------------------------------------------------------------
003920*    THE CANDIDATE UNDER CORRECTION.
003930*----------------------------------------------------------------
003940 01  WS-EFF-DATE                  PIC X(08) VALUE SPACES.
003950 01  WS-STORED-RESULT             PIC S9(07)V9(07) VALUE ZERO.
003960 01  WS-CORRECTED-RESULT          PIC S9(07)V9(07) VALUE ZERO.
003970 01  WS-DIFFERENCE                PIC S9(07)V9(07) VALUE ZERO.
003980 01  WS-TOTAL-DIFF                PIC S9(09)V9(07) VALUE ZERO.
003990 01  WS-NOTE                      PIC X(36) VALUE SPACES.
004000*----------------------------------------------------------------
004010*    RUN COUNTERS.
004020*----------------------------------------------------------------
004030 77  WS-MASTER-READ               PIC 9(09) COMP VALUE ZERO.
004040 77  WS-ARCHIVE-READ              PIC 9(09) COMP VALUE ZERO.
004050 77  WS-ARCHIVE-ON-MASTER         PIC 9(09) COMP VALUE ZERO.
004060 77  WS-CANDIDATES                PIC 9(09) COMP VALUE ZERO.
004070 77  WS-ALREADY-CORRECTED         PIC 9(09) COMP VALUE ZERO.
004080 77  WS-HELD-EXCLUDED             PIC 9(09) COMP VALUE ZERO.
004085 77  WS-HELD-RELEASED             PIC 9(09) COMP VALUE ZERO.
004090 77  WS-UNCHANGED                 PIC 9(09) COMP VALUE ZERO.
004100 77  WS-CORRECTED                 PIC 9(09) COMP VALUE ZERO.
004110 77  WS-UNRECOMPUTABLE            PIC 9(09) COMP VALUE ZERO.
004120 77  WS-NOT-REPRODUCED            PIC 9(09) COMP VALUE ZERO.
004130*----------------------------------------------------------------
004140*    REPORT FORMATTING.
004150*----------------------------------------------------------------
004160 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
004170 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
004180 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
004190 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
004200 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
004210 01  WS-ED-ORIGINAL               PIC -9(07).9(07).
004220 01  WS-ED-CORRECTED              PIC -9(07).9(07).
004230 01  WS-ED-DIFF                   PIC -9(07).9(07).
004240 01  WS-ED-TOTAL                  PIC -9(09).9(07).
004250 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
004260 01  WS-ED-OP-CODE                PIC 9(02).
004270*----------------------------------------------------------------
004280*    RUN LEDGER CLOSE-OUT.
004290*----------------------------------------------------------------
004300 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
004310 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
004320 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
004330 01  WS-LDG-REJ                   PIC 9(09) VALUE ZERO.
004340 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
004350*****************************************************************
004360*    PROCEDURE DIVISION
004370*****************************************************************
004380 PROCEDURE DIVISION.
004390*-----------------------------------------------------------------
004400 0000-MAINLINE.
004410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004420     PERFORM 2000-SELECT-CANDIDATES THRU 2000-EXIT
004430     PERFORM 3000-CORRECT-CANDIDATES THRU 3000-EXIT
004440     PERFORM 5000-PRINT-SUMMARY-SECTION THRU 5000-EXIT
004450     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
004460     STOP RUN.
004470*-----------------------------------------------------------------
004480*    INITIALIZATION - CONTROL CARDS, REGISTER HEADER, FORMULA
004490*    TABLE, SOURCE REGISTRY, ADJUSTMENT FEEDS AND THE CANDIDATE
004500*    WORK FILE.
004510*-----------------------------------------------------------------
004520 1000-INITIALIZE.
004530     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004540     MOVE SPACES TO CLC-COMMAREA
004550     MOVE ZERO TO CLC-MSG-NO
004560     MOVE ZERO TO CLC-SERIES-COUNT
004570     OPEN OUTPUT CORRPT-FILE
004580     IF WS-CORRPT-FS NOT = "00"
004590         DISPLAY "IMPOSSIBILE APRIRE CORRPT - FILE STATUS "
004600             WS-CORRPT-FS
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF
004640     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
004650     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
004660     PERFORM 1150-CHECK-CRITERIA THRU 1150-EXIT
004670     PERFORM 1200-PRINT-CRITERIA THRU 1200-EXIT
004680     PERFORM 1300-LOAD-FORM-TABLE THRU 1300-EXIT
004685     PERFORM 1500-LOAD-RELEASE-TABLE THRU 1500-EXIT
004690     INITIALIZE REG-COMMAREA
004700     SET REG-FUNC-LOAD TO TRUE
004710     MOVE WS-RUN-DATE TO REG-AS-OF-DATE
004720     CALL "ELMOREG" USING REG-COMMAREA
004730     PERFORM 1400-OPEN-ADJ-FEEDS THRU 1400-EXIT
004740     OPEN OUTPUT CORWORK-FILE
004750     IF WS-CORWORK-FS NOT = "00"
004760         DISPLAY "IMPOSSIBILE APRIRE CORWORK - FILE STATUS "
004770             WS-CORWORK-FS
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810 1000-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------------
004840*    CONTROL CARDS - KEYWORD=VALUE, ONE PER LINE.
004850*-----------------------------------------------------------------
004860 1100-READ-CONTROL-CARDS.
004870     OPEN INPUT CTLCARD-FILE
004880     IF WS-CTLCARD-FS NOT = "00"
004890         SET WS-CTLCARD-EOF TO TRUE
004900         GO TO 1100-EXIT
004910     END-IF
004920     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
004930     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
004940         UNTIL WS-CTLCARD-EOF
004950     CLOSE CTLCARD-FILE.
004960 1100-EXIT.
004970     EXIT.
004980*-----------------------------------------------------------------
004990 1110-READ-ONE-CARD.
005000     READ CTLCARD-FILE
005010         AT END SET WS-CTLCARD-EOF TO TRUE
005020     END-READ.
005030 1110-EXIT.
005040     EXIT.
005050*-----------------------------------------------------------------
005060 1120-APPLY-CONTROL-CARD.
005070     MOVE SPACES TO WS-CARD-KEYWORD
005080     MOVE SPACES TO WS-CARD-VALUE
005090     UNSTRING CTLCARD-RECORD DELIMITED BY "="
005100         INTO WS-CARD-KEYWORD WS-CARD-VALUE
005110     END-UNSTRING
005120     EVALUATE WS-CARD-KEYWORD
005130         WHEN "RATE"
005140             MOVE WS-CARD-VALUE (1:8) TO WS-COR-RATE-CODE
005150         WHEN "VALUE"
005160             COMPUTE WS-COR-VALUE =
005170                     FUNCTION NUMVAL(WS-CARD-VALUE)
005180             SET WS-VALUE-GIVEN TO TRUE
005190         WHEN "DATE-FROM"
005200             MOVE WS-CARD-VALUE (1:8) TO WS-COR-DATE-FROM
005210         WHEN "DATE-TO"
005220             MOVE WS-CARD-VALUE (1:8) TO WS-COR-DATE-TO
005230         WHEN "OPER"
005240             MOVE WS-CARD-VALUE (1:8) TO WS-COR-OPER-ID
005250         WHEN "ANGLE"
005260             MOVE WS-CARD-VALUE (1:1) TO WS-COR-ANGLE-UNIT
005270             IF WS-COR-ANGLE-UNIT NOT = "D"
005280                AND WS-COR-ANGLE-UNIT NOT = "R"
005290                AND WS-COR-ANGLE-UNIT NOT = "G"
005300                 DISPLAY "UNITA' ANGOLARE NON VALIDA"
005310                 MOVE "D" TO WS-COR-ANGLE-UNIT
005320             END-IF
005330         WHEN SPACES
005340             CONTINUE
005350         WHEN OTHER
005360             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
005370                 CTLCARD-RECORD
005380     END-EVALUATE
005390     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
005400 1120-EXIT.
005410     EXIT.
005420*-----------------------------------------------------------------
005430*    WITHOUT A RATE CODE AND A VALUE THERE IS NOTHING TO CORRECT;
005440*    A WINDOW THAT ENDS BEFORE IT STARTS IS A KEYING ERROR.
005450*    NOTHING HAS BEEN WRITTEN YET, SO THE RUN STOPS HERE.
005460*-----------------------------------------------------------------
005470 1150-CHECK-CRITERIA.
005480     MOVE SPACES TO WS-PRINT-LINE
005490     EVALUATE TRUE
005500         WHEN WS-COR-RATE-CODE = SPACES
005510             MOVE "*** SCHEDA RATE= MANCANTE - NESSUNA RETTIFICA"
005520                 TO WS-PRINT-LINE
005530         WHEN NOT WS-VALUE-GIVEN
005540             MOVE "*** SCHEDA VALUE= MANCANTE - NESSUNA RETTIFICA"
005550                 TO WS-PRINT-LINE
005560         WHEN WS-COR-DATE-FROM > WS-COR-DATE-TO
005570             MOVE "*** DATE-FROM SUCCESSIVA A DATE-TO - NESSUNA"
005580                 TO WS-PRINT-LINE
005590             MOVE " RETTIFICA" TO WS-PRINT-LINE (45:10)
005600         WHEN OTHER
005610             GO TO 1150-EXIT
005620     END-EVALUATE
005630     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005640     DISPLAY WS-PRINT-LINE (1:60)
005650     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
005660     CLOSE CORRPT-FILE
005670     MOVE 12 TO RETURN-CODE
005680     STOP RUN.
005690 1150-EXIT.
005700     EXIT.
005710*-----------------------------------------------------------------
005720*    PRINT THE CORRECTION IN FORCE AT THE TOP OF THE REGISTER.
005730*-----------------------------------------------------------------
005740 1200-PRINT-CRITERIA.
005750     MOVE WS-COR-VALUE TO WS-ED-CORRECTED
005760     MOVE SPACES TO WS-PRINT-LINE
005770     STRING "CODICE TASSO: "     DELIMITED BY SIZE
005780            WS-COR-RATE-CODE     DELIMITED BY SIZE
005790            "   VALORE CORRETTO: " DELIMITED BY SIZE
005800            WS-ED-CORRECTED      DELIMITED BY SIZE
005810         INTO WS-PRINT-LINE
005820     END-STRING
005830     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005840     MOVE SPACES TO WS-PRINT-LINE
005850     STRING "DATE VALUTA: DAL "  DELIMITED BY SIZE
005860            WS-COR-DATE-FROM     DELIMITED BY SIZE
005870            " AL "               DELIMITED BY SIZE
005880            WS-COR-DATE-TO       DELIMITED BY SIZE
005890         INTO WS-PRINT-LINE
005900     END-STRING
005910     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005920     MOVE SPACES TO WS-PRINT-LINE
005930     IF WS-COR-OPER-ID = SPACES
005940         MOVE "RICHIESTA DA: NON INDICATO" TO WS-PRINT-LINE
005950     ELSE
005960         STRING "RICHIESTA DA: "  DELIMITED BY SIZE
005970                WS-COR-OPER-ID    DELIMITED BY SIZE
005980             INTO WS-PRINT-LINE
005990         END-STRING
006000     END-IF
006010     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006020     MOVE SPACES TO WS-PRINT-LINE
006030     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
006040 1200-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------------
006070*    FORMULA STEP TABLE.  A FORMFILE THAT IS NOT ALLOCATED LOADS
006080*    AS AN EMPTY TABLE - NO FORMULA IS THEN A CANDIDATE.
006090*-----------------------------------------------------------------
006100 1300-LOAD-FORM-TABLE.
006110     OPEN INPUT FORMFILE
006120     IF WS-FORMFILE-FS NOT = "00"
006130         DISPLAY "FORMFILE NON DISPONIBILE - FILE STATUS "
006140             WS-FORMFILE-FS " - TABELLA VUOTA"
006150         GO TO 1300-EXIT
006160     END-IF
006170     PERFORM 1310-READ-FORM-RECORD THRU 1310-EXIT
006180     PERFORM 1320-TABLE-FORM-RECORD THRU 1320-EXIT
006190         UNTIL WS-FORMFILE-EOF
006200     CLOSE FORMFILE
006210     IF WS-TABLE-OVERFLOW > ZERO
006220         MOVE "*** TABELLA FORMULE PIENA - RECORD IGNORATI"
006230             TO WS-PRINT-LINE
006240         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006250     END-IF.
006260 1300-EXIT.
006270     EXIT.
006280*-----------------------------------------------------------------
006290 1310-READ-FORM-RECORD.
006300     READ FORMFILE
006310         AT END SET WS-FORMFILE-EOF TO TRUE
006320     END-READ.
006330 1310-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------------
006360 1320-TABLE-FORM-RECORD.
006370     IF WS-FORM-USED < 300
006380         ADD 1 TO WS-FORM-USED
006390         MOVE FORM-NAME TO WS-FORM-KEY (WS-FORM-USED)
006400         MOVE FORM-SEQ TO WS-FORM-STEP-NO (WS-FORM-USED)
006410         MOVE FORM-OP-CODE TO WS-FORM-OP (WS-FORM-USED)
006420         MOVE FORM-RATE-CODE TO WS-FORM-RATE (WS-FORM-USED)
006430         MOVE FORM-EFF-DATE TO WS-FORM-EFF (WS-FORM-USED)
006440         MOVE FORM-STATUS TO WS-FORM-STAT (WS-FORM-USED)
006450     ELSE
006460         DISPLAY "TABELLA FORMULE PIENA - RECORD IGNORATO: "
006470             FORM-NAME
006480         ADD 1 TO WS-TABLE-OVERFLOW
006490     END-IF
006500     PERFORM 1310-READ-FORM-RECORD THRU 1310-EXIT.
006510 1320-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540*    ADJUSTMENT FEEDS - THE COMBINED FEED AND EVERY POSITION THE
006550*    REGISTRY ASSIGNS, EACH CREATED WITH THE COLUMN HEADER.  A
006560*    SOURCE WITH NOTHING TO ADJUST RECEIVES THE HEADER ONLY.
006570*-----------------------------------------------------------------
006580 1400-OPEN-ADJ-FEEDS.
006590     OPEN OUTPUT ADJFEED-FILE
006600     IF WS-ADJFEED-FS NOT = "00"
006610         DISPLAY "IMPOSSIBILE APRIRE ADJFEED - FILE STATUS "
006620             WS-ADJFEED-FS
006630         MOVE 16 TO RETURN-CODE
006640         STOP RUN
006650     END-IF
006660     MOVE WS-ADJ-HEADER TO ADJFEED-RECORD
006670     WRITE ADJFEED-RECORD
006680     PERFORM 1410-MARK-ADJ-SLOT THRU 1410-EXIT
006690         VARYING WS-SRC-IX FROM 1 BY 1
006700         UNTIL WS-SRC-IX > REG-USED
006710     PERFORM 1420-OPEN-ADJ-SLOT THRU 1420-EXIT
006720         VARYING WS-SLOT-IX FROM 1 BY 1
006730         UNTIL WS-SLOT-IX > 8.
006740 1400-EXIT.
006750     EXIT.
006760*-----------------------------------------------------------------
006770 1410-MARK-ADJ-SLOT.
006780     MOVE REG-CSV-SLOT (WS-SRC-IX) TO WS-ADJ-SLOT
006790     IF WS-ADJ-SLOT > ZERO AND WS-ADJ-SLOT < 9
006800         MOVE "Y" TO WS-ADJ-SLOT-MAP (WS-ADJ-SLOT:1)
006810     END-IF.
006820 1410-EXIT.
006830     EXIT.
006840*-----------------------------------------------------------------
006850 1420-OPEN-ADJ-SLOT.
006860     IF WS-ADJ-SLOT-MAP (WS-SLOT-IX:1) NOT = "Y"
006870         GO TO 1420-EXIT
006880     END-IF
006890     MOVE WS-SLOT-IX TO WS-ADJ-SLOT
006900     EVALUATE WS-ADJ-SLOT
006910         WHEN 1
006920             OPEN OUTPUT ADJS01-FILE
006930         WHEN 2
006940             OPEN OUTPUT ADJS02-FILE
006950         WHEN 3
006960             OPEN OUTPUT ADJS03-FILE
006970         WHEN 4
006980             OPEN OUTPUT ADJS04-FILE
006990         WHEN 5
007000             OPEN OUTPUT ADJS05-FILE
007010         WHEN 6
007020             OPEN OUTPUT ADJS06-FILE
007030         WHEN 7
007040             OPEN OUTPUT ADJS07-FILE
007050         WHEN 8
007060             OPEN OUTPUT ADJS08-FILE
007070     END-EVALUATE
007080     IF WS-ADJSLOT-FS NOT = "00"
007090         DISPLAY "IMPOSSIBILE APRIRE UN FEED RETTIFICHE PER "
007100             "SORGENTE - ADJSRC" WS-ADJ-SLOT " FILE STATUS "
007110             WS-ADJSLOT-FS
007120         MOVE 16 TO RETURN-CODE
007130         STOP RUN
007140     END-IF
007150     MOVE WS-ADJ-HEADER TO WS-ADJ-LINE
007160     PERFORM 3620-WRITE-ADJ-SLOT THRU 3620-EXIT.
007170 1420-EXIT.
007180     EXIT.
007190*-----------------------------------------------------------------
007191*    RELEASED HOLDS FROM HOLDFILE - A RELEASE (R) OR A DELIVERY
007192*    (D) WITH THE AUDIT KEY OF ITS CALCULATION.  WITHOUT HOLDFILE
007193*    EVERY HELD CALCULATION IS LISTED, NOT ADJUSTED.
007194*-----------------------------------------------------------------
007195 1500-LOAD-RELEASE-TABLE.
007196     OPEN INPUT HOLDFILE
007197     IF WS-HOLDFILE-FS NOT = "00"
007198         DISPLAY "HOLDFILE NON DISPONIBILE - FILE STATUS "
007199             WS-HOLDFILE-FS " - TRATTENUTI ESCLUSI"
007200         GO TO 1500-EXIT
007201     END-IF
007202     PERFORM 1510-READ-HOLD-RECORD THRU 1510-EXIT
007203     PERFORM 1520-TABLE-RELEASED-HOLD THRU 1520-EXIT
007204         UNTIL WS-HOLDFILE-EOF
007205     CLOSE HOLDFILE.
007206 1500-EXIT.
007207     EXIT.
007208*-----------------------------------------------------------------
007209 1510-READ-HOLD-RECORD.
007210     READ HOLDFILE
007211         AT END SET WS-HOLDFILE-EOF TO TRUE
007212     END-READ.
007213 1510-EXIT.
007214     EXIT.
007215*-----------------------------------------------------------------
007216 1520-TABLE-RELEASED-HOLD.
007217     IF NOT HLD-RELEASED AND NOT HLD-DELIVERED
007218         GO TO 1520-NEXT
007219     END-IF
007220     IF HLD-AUDIT-TIMESTAMP = SPACES
007221         GO TO 1520-NEXT
007222     END-IF
007223     MOVE HLD-AUDIT-TIMESTAMP TO WS-LOOK-REL-TS
007224     MOVE HLD-AUDIT-TERM-ID TO WS-LOOK-REL-TERM
007225     PERFORM 3250-FIND-RELEASE THRU 3250-EXIT
007226     IF WS-REL-POS > ZERO
007227         GO TO 1520-NEXT
007228     END-IF
007229     IF WS-REL-USED < 2000
007230         ADD 1 TO WS-REL-USED
007231         MOVE WS-LOOK-REL-KEY TO WS-REL-KEY (WS-REL-USED)
007232     ELSE
007233         DISPLAY "TABELLA RILASCI PIENA - TRATTENUTO IGNORATO: "
007234             HLD-NUMBER
007235         ADD 1 TO WS-REL-OVERFLOW
007236     END-IF.
007237 1520-NEXT.
007238     PERFORM 1510-READ-HOLD-RECORD THRU 1510-EXIT.
007239 1520-EXIT.
007240     EXIT.
007241*-----------------------------------------------------------------
007242*    FIRST PASS - EVERY AUDIT RECORD ON THE MASTER, THEN EVERY
007243*    ARCHIVED RECORD THE MASTER NO LONGER HOLDS, IS TESTED; THE
007244*    CANDIDATES GO TO THE WORK FILE AND THE LINKS OF EARLIER
007245*    CORRECTIONS TO THE IN-CORE TABLE.  THE MASTER IS CLOSED
007246*    AGAIN BEFORE THE ENGINE NEEDS IT.
007250*-----------------------------------------------------------------
007260 2000-SELECT-CANDIDATES.
007270     OPEN INPUT AUDITMST-FILE
007280     IF WS-AUDITMST-FS NOT = "00"
007290         DISPLAY "AUDITMST NON DISPONIBILE - FILE STATUS "
007300             WS-AUDITMST-FS " - SOLO ARCHIVIO"
007310         SET WS-MASTER-OFF TO TRUE
007320     ELSE
007330         MOVE LOW-VALUES TO AUDM-KEY
007340         START AUDITMST-FILE KEY IS NOT LESS THAN AUDM-KEY
007350         IF WS-AUDITMST-FS = "00"
007360             PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT
007370         ELSE
007380             SET WS-AUDITMST-EOF TO TRUE
007390         END-IF
007400         PERFORM 2150-PROCESS-MASTER-RECORD THRU 2150-EXIT
007410             UNTIL WS-AUDITMST-EOF
007420     END-IF
007430     OPEN INPUT AUDITIN-FILE
007440     IF WS-AUDITIN-FS NOT = "00"
007450         DISPLAY "AUDITIN NON DISPONIBILE - FILE STATUS "
007460             WS-AUDITIN-FS " - SOLO AUDITMST"
007470         SET WS-ARCHIVE-OFF TO TRUE
007480     ELSE
007490         PERFORM 2200-READ-ARCHIVE-RECORD THRU 2200-EXIT
007500         PERFORM 2250-PROCESS-ARCHIVE-RECORD THRU 2250-EXIT
007510             UNTIL WS-AUDITIN-EOF
007520         CLOSE AUDITIN-FILE
007530     END-IF
007540     IF NOT WS-MASTER-OFF
007550         CLOSE AUDITMST-FILE
007560     END-IF
007570     CLOSE CORWORK-FILE
007580     IF WS-MASTER-OFF AND WS-ARCHIVE-OFF
007590         DISPLAY "NE' AUDITMST NE' AUDITIN DISPONIBILI"
007600         MOVE "*** NE' AUDITMST NE' AUDITIN DISPONIBILI"
007610             TO WS-PRINT-LINE
007620         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
007630         MOVE 16 TO RETURN-CODE
007640         PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
007650         STOP RUN
007660     END-IF.
007670 2000-EXIT.
007680     EXIT.
007690*-----------------------------------------------------------------
007700 2100-READ-MASTER-RECORD.
007710     READ AUDITMST-FILE NEXT RECORD
007720         AT END SET WS-AUDITMST-EOF TO TRUE
007730     END-READ.
007740 2100-EXIT.
007750     EXIT.
007760*-----------------------------------------------------------------
007770 2150-PROCESS-MASTER-RECORD.
007780     ADD 1 TO WS-MASTER-READ
007790     PERFORM 2160-MOVE-MASTER-FIELDS THRU 2160-EXIT
007800     PERFORM 2500-TEST-CANDIDATE THRU 2500-EXIT
007810     PERFORM 2100-READ-MASTER-RECORD THRU 2100-EXIT.
007820 2150-EXIT.
007830     EXIT.
007840*-----------------------------------------------------------------
007850*    THE MASTER CARRIES THE SAME DATA AS THE LOG, KEYED; ITS
007860*    FIELDS ARE MOVED INTO THE AUDITREC WORK AREA ONE BY ONE.
007870*-----------------------------------------------------------------
007880 2160-MOVE-MASTER-FIELDS.
007890     MOVE AUDM-TIMESTAMP TO AUDIT-TIMESTAMP
007900     MOVE AUDM-OP-CODE TO AUDIT-OP-CODE
007910     MOVE AUDM-OPERAND-1 TO AUDIT-OPERAND-1
007920     MOVE AUDM-OPERAND-2 TO AUDIT-OPERAND-2
007930     MOVE AUDM-RESULT TO AUDIT-RESULT
007940     MOVE AUDM-TERM-ID TO AUDIT-TERM-ID
007950     MOVE AUDM-SOURCE-ID TO AUDIT-SOURCE-ID
007960     MOVE AUDM-OPER-ID TO AUDIT-OPER-ID
007970     MOVE AUDM-DATE-1 TO AUDIT-DATE-1
007980     MOVE AUDM-DATE-2 TO AUDIT-DATE-2
007990     MOVE AUDM-DAY-BASIS TO AUDIT-DAY-BASIS
008000     MOVE AUDM-VALUE-DATE TO AUDIT-VALUE-DATE
008010     MOVE AUDM-RUN-DATE TO AUDIT-RUN-DATE
008020     MOVE AUDM-HOLD-FLAG TO AUDIT-HOLD-FLAG
008030     MOVE AUDM-RATE-CODE TO AUDIT-RATE-CODE
008040     MOVE AUDM-FORMULA TO AUDIT-FORMULA
008050     MOVE AUDM-LINK-TIMESTAMP TO AUDIT-LINK-TIMESTAMP
008060     MOVE AUDM-LINK-TERM-ID TO AUDIT-LINK-TERM-ID
008065     MOVE AUDM-ORIGIN TO AUDIT-ORIGIN.
008070 2160-EXIT.
008080     EXIT.
008090*-----------------------------------------------------------------
008100 2200-READ-ARCHIVE-RECORD.
008110     READ AUDITIN-FILE
008120         AT END SET WS-AUDITIN-EOF TO TRUE
008130     END-READ.
008140 2200-EXIT.
008150     EXIT.
008160*-----------------------------------------------------------------
008170*    AN ARCHIVED RECORD WHOSE TIMESTAMP AND TERMINAL ARE STILL ON
008180*    THE MASTER WAS ALREADY TESTED IN THE MASTER PASS.
008190*-----------------------------------------------------------------
008200 2250-PROCESS-ARCHIVE-RECORD.
008210     ADD 1 TO WS-ARCHIVE-READ
008220     IF NOT WS-MASTER-OFF
008230         MOVE AIN-TIMESTAMP TO AUDM-TIMESTAMP
008240         MOVE AIN-TERM-ID TO AUDM-TERM-ID
008250         MOVE ZERO TO AUDM-SEQ
008260         READ AUDITMST-FILE
008270             KEY IS AUDM-KEY
008280             INVALID KEY CONTINUE
008290         END-READ
008300         IF WS-AUDITMST-FS = "00"
008310             ADD 1 TO WS-ARCHIVE-ON-MASTER
008320             GO TO 2250-NEXT
008330         END-IF
008340     END-IF
008350     MOVE AIN-RECORD TO AUDIT-RECORD
008360     PERFORM 2500-TEST-CANDIDATE THRU 2500-EXIT.
008370 2250-NEXT.
008380     PERFORM 2200-READ-ARCHIVE-RECORD THRU 2200-EXIT.
008390 2250-EXIT.
008400     EXIT.
008410*-----------------------------------------------------------------
008420*    ONE AUDIT RECORD.  A CORRECTION RECORD LOGS THE KEY IT IS
008430*    LINKED TO AND IS THEN TESTED LIKE ANY OTHER CALCULATION.
008440*    FORMULA STEP RECORDS ARE CORRECTED THROUGH THEIR FORMULA,
008450*    NOT ONE BY ONE.  THE VALUE DATE DECIDES THE WINDOW; A RECORD
008460*    WRITTEN BEFORE THE AUDIT TRAIL KEPT ONE WAS PRICED AS OF ITS
008470*    CALCULATION DATE.
008480*-----------------------------------------------------------------
008490 2500-TEST-CANDIDATE.
008500     IF AUDIT-LINK-TIMESTAMP NOT = SPACES
008510        AND AUDIT-LINK-TIMESTAMP NOT = LOW-VALUES
008520         PERFORM 2600-RECORD-LINK THRU 2600-EXIT
008530     END-IF
008540     IF AUDIT-FORMULA NOT = SPACES
008550        AND AUDIT-FORMULA NOT = LOW-VALUES
008560         GO TO 2500-EXIT
008570     END-IF
008580     IF AUDIT-VALUE-DATE = SPACES
008590        OR AUDIT-VALUE-DATE = LOW-VALUES
008600         MOVE AUDIT-TIMESTAMP (1:8) TO WS-EFF-DATE
008610     ELSE
008620         MOVE AUDIT-VALUE-DATE TO WS-EFF-DATE
008630     END-IF
008640     IF WS-EFF-DATE < WS-COR-DATE-FROM
008650        OR WS-EFF-DATE > WS-COR-DATE-TO
008660         GO TO 2500-EXIT
008670     END-IF
008680     EVALUATE TRUE
008690         WHEN AUDIT-OP-CODE NOT < 24 AND AUDIT-OP-CODE NOT > 27
008700             IF AUDIT-RATE-CODE NOT = WS-COR-RATE-CODE
008710                 GO TO 2500-EXIT
008720             END-IF
008730         WHEN AUDIT-OP-CODE = 70
008740             PERFORM 2700-TEST-FORMULA-RATE THRU 2700-EXIT
008750             IF NOT WS-USES-RATE
008760                 GO TO 2500-EXIT
008770             END-IF
008780         WHEN OTHER
008790             GO TO 2500-EXIT
008800     END-EVALUATE
008810     MOVE WS-EFF-DATE TO AUDIT-VALUE-DATE
008820     ADD 1 TO WS-CANDIDATES
008830     WRITE CWK-RECORD FROM AUDIT-RECORD.
008840 2500-EXIT.
008850     EXIT.
008860*-----------------------------------------------------------------
008870 2600-RECORD-LINK.
008880     IF WS-LINK-USED < 5000
008890         ADD 1 TO WS-LINK-USED
008900         MOVE AUDIT-LINK-TIMESTAMP TO WS-LINK-TS (WS-LINK-USED)
008910         MOVE AUDIT-LINK-TERM-ID TO WS-LINK-TERM (WS-LINK-USED)
008920     ELSE
008930         ADD 1 TO WS-LINK-OVERFLOW
008940     END-IF.
008950 2600-EXIT.
008960     EXIT.
008970*-----------------------------------------------------------------
008980*    DOES THE FORMULA NAMED ON THE RECORD, AS IT STOOD ON THE
008990*    VALUE DATE, HAVE A RATE STEP (24-27) USING THE CODE?  THE
009000*    STEPS ARE WALKED AS THE ENGINE RUNS THEM, UP TO THE FIRST
009010*    STEP NUMBER WITH NO ACTIVE RECORD.
009020*-----------------------------------------------------------------
009030 2700-TEST-FORMULA-RATE.
009040     MOVE "N" TO WS-USES-RATE-SW
009050     MOVE "N" TO WS-STEPS-END-SW
009060     MOVE AUDIT-RATE-CODE TO WS-LOOK-KEY
009070     MOVE WS-EFF-DATE TO WS-LOOK-DATE
009080     PERFORM 2710-TEST-ONE-STEP THRU 2710-EXIT
009090         VARYING WS-STEP FROM 1 BY 1
009100         UNTIL WS-STEP > 20
009110            OR WS-USES-RATE
009120            OR WS-STEPS-ENDED.
009130 2700-EXIT.
009140     EXIT.
009150*-----------------------------------------------------------------
009160 2710-TEST-ONE-STEP.
009170     MOVE WS-STEP TO WS-LOOK-STEP
009180     PERFORM 4300-RESOLVE-FORM-STEP THRU 4300-EXIT
009190     IF WS-BEST-IX = ZERO
009200         SET WS-STEPS-ENDED TO TRUE
009210         GO TO 2710-EXIT
009220     END-IF
009230     IF WS-FORM-STAT (WS-BEST-IX) NOT = "A"
009240         SET WS-STEPS-ENDED TO TRUE
009250         GO TO 2710-EXIT
009260     END-IF
009270     IF WS-FORM-OP (WS-BEST-IX) NOT < 24
009280        AND WS-FORM-OP (WS-BEST-IX) NOT > 27
009290        AND WS-FORM-RATE (WS-BEST-IX) = WS-COR-RATE-CODE
009300         SET WS-USES-RATE TO TRUE
009310     END-IF.
009320 2710-EXIT.
009330     EXIT.
009340*-----------------------------------------------------------------
009350*    SECOND PASS - EACH CANDIDATE IS RE-PRICED THROUGH THE ENGINE.
009360*-----------------------------------------------------------------
009370 3000-CORRECT-CANDIDATES.
009380     OPEN INPUT CORWORK-FILE
009390     IF WS-CORWORK-FS NOT = "00"
009400         DISPLAY "IMPOSSIBILE RILEGGERE CORWORK - FILE STATUS "
009410             WS-CORWORK-FS
009420         MOVE 16 TO RETURN-CODE
009430         PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
009440         STOP RUN
009450     END-IF
009460     PERFORM 3100-READ-CANDIDATE THRU 3100-EXIT
009470     PERFORM 3200-CORRECT-ONE-CANDIDATE THRU 3200-EXIT
009480         UNTIL WS-CORWORK-EOF
009490     CLOSE CORWORK-FILE.
009500 3000-EXIT.
009510     EXIT.
009520*-----------------------------------------------------------------
009530 3100-READ-CANDIDATE.
009540     READ CORWORK-FILE INTO AUDIT-RECORD
009550         AT END SET WS-CORWORK-EOF TO TRUE
009560     END-READ.
009570 3100-EXIT.
009580     EXIT.
009590*-----------------------------------------------------------------
009600*    ONE CANDIDATE.  AN ALREADY-CORRECTED CALCULATION, OR A HELD
009610*    ONE WHOSE HOLD IS OPEN OR CANCELLED, IS LISTED AND LEFT
009613*    ALONE; A RELEASED ONE IS CORRECTED LIKE ANY OTHER.  A RATE
009616*    OPERATION THAT ALREADY USED
009620*    THE CORRECTED VALUE, OR ANY CALCULATION WHOSE RESULT DOES
009630*    NOT MOVE, IS COUNTED AS UNCHANGED.  OTHERWISE THE ENGINE
009640*    RE-PRICES IT ONCE WITHOUT AN AUDIT TRAIL TO SEE THE NEW
009650*    RESULT, AND AGAIN WITH THE AUDIT TRAIL AND THE LINK TO THE
009660*    ORIGINAL WHEN THE RESULT CHANGES.
009670*-----------------------------------------------------------------
009680 3200-CORRECT-ONE-CANDIDATE.
009690     MOVE AUDIT-RESULT TO WS-STORED-RESULT
009700     MOVE SPACES TO WS-NOTE
009710     PERFORM 3300-TEST-ALREADY-LINKED THRU 3300-EXIT
009720     IF WS-ALREADY-LINKED
009730         ADD 1 TO WS-ALREADY-CORRECTED
009740         MOVE "GIA' RETTIFICATO - ESCLUSO" TO WS-NOTE
009750         PERFORM 3800-PRINT-EXCLUDED-LINE THRU 3800-EXIT
009760         GO TO 3200-NEXT
009770     END-IF
009780     IF AUDIT-HOLD-FLAG = "H"
009790         MOVE "N" TO WS-RELEASED-SW
009800         MOVE AUDIT-TIMESTAMP TO WS-LOOK-REL-TS
009810         MOVE AUDIT-TERM-ID TO WS-LOOK-REL-TERM
009811         PERFORM 3250-FIND-RELEASE THRU 3250-EXIT
009812         IF WS-REL-POS > ZERO
009813             SET WS-HOLD-RELEASED TO TRUE
009814         END-IF
009815         IF NOT WS-HOLD-RELEASED
009816             ADD 1 TO WS-HELD-EXCLUDED
009817             MOVE "TRATTENUTO APERTO/ANNULLATO - ESCLUSO"
009818                 TO WS-NOTE
009819             PERFORM 3800-PRINT-EXCLUDED-LINE THRU 3800-EXIT
009820             GO TO 3200-NEXT
009821         END-IF
009822         ADD 1 TO WS-HELD-RELEASED
009830     END-IF
009840     IF AUDIT-OP-CODE NOT = 70
009850        AND AUDIT-OPERAND-2 = WS-COR-VALUE
009860         ADD 1 TO WS-UNCHANGED
009870         GO TO 3200-NEXT
009880     END-IF
009890     MOVE "Y" TO WS-REPRO-SW
009900     IF AUDIT-OP-CODE = 70
009910         PERFORM 3400-CHECK-ORIGINAL THRU 3400-EXIT
009920     END-IF
009930     PERFORM 3500-BUILD-TRANSACTION THRU 3500-EXIT
009940     SET CLC-AUDIT-SUPPRESSED TO TRUE
009950     CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
009960     IF CLC-CALC-OK AND TRX-RESULT = WS-STORED-RESULT
009970         ADD 1 TO WS-UNCHANGED
009980         GO TO 3200-NEXT
009990     END-IF
010000     IF CLC-CALC-OK
010010         PERFORM 3500-BUILD-TRANSACTION THRU 3500-EXIT
010020         SET CLC-AUDIT-WANTED TO TRUE
010030         CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
010040     END-IF
010050     IF CLC-CALC-ERROR
010060         ADD 1 TO WS-UNRECOMPUTABLE
010070         STRING "NON RICALCOLABILE - MOTIVO " DELIMITED BY SIZE
010080                CLC-REASON-CODE               DELIMITED BY SIZE
010090             INTO WS-NOTE
010100         END-STRING
010110         PERFORM 3800-PRINT-EXCLUDED-LINE THRU 3800-EXIT
010120         GO TO 3200-NEXT
010130     END-IF
010140     MOVE TRX-RESULT TO WS-CORRECTED-RESULT
010150     COMPUTE WS-DIFFERENCE =
010160             WS-CORRECTED-RESULT - WS-STORED-RESULT
010170     ADD 1 TO WS-CORRECTED
010180     ADD WS-DIFFERENCE TO WS-TOTAL-DIFF
010190     IF NOT WS-ORIGINAL-REPRODUCED
010200         MOVE "* ORIGINALE NON PIU' RIPRODUCIBILE" TO WS-NOTE
010210     END-IF
010220     PERFORM 3600-WRITE-ADJUSTMENT THRU 3600-EXIT
010230     PERFORM 3700-PRINT-CORRECTION-LINE THRU 3700-EXIT.
010240 3200-NEXT.
010250     PERFORM 3100-READ-CANDIDATE THRU 3100-EXIT.
010260 3200-EXIT.
010261     EXIT.
010262*-----------------------------------------------------------------
010263*    FIND THE RELEASE OF THE HELD CALCULATION IN WS-LOOK-REL-KEY -
010264*    ZERO IN WS-REL-POS WHEN IT HAS NOT BEEN RELEASED.
010265*-----------------------------------------------------------------
010266 3250-FIND-RELEASE.
010267     MOVE ZERO TO WS-REL-POS
010268     PERFORM 3260-MATCH-RELEASE THRU 3260-EXIT
010269         VARYING WS-REL-IX FROM 1 BY 1
010270         UNTIL WS-REL-IX > WS-REL-USED
010271            OR WS-REL-POS > ZERO.
010272 3250-EXIT.
010273     EXIT.
010274*-----------------------------------------------------------------
010275 3260-MATCH-RELEASE.
010276     IF WS-REL-KEY (WS-REL-IX) = WS-LOOK-REL-KEY
010277         MOVE WS-REL-IX TO WS-REL-POS
010278     END-IF.
010279 3260-EXIT.
010280     EXIT.
010281*-----------------------------------------------------------------
010290 3300-TEST-ALREADY-LINKED.
010300     MOVE "N" TO WS-LINKED-SW
010310     PERFORM 3310-COMPARE-LINK THRU 3310-EXIT
010320         VARYING WS-LINK-IX FROM 1 BY 1
010330         UNTIL WS-LINK-IX > WS-LINK-USED
010340            OR WS-ALREADY-LINKED.
010350 3300-EXIT.
010360     EXIT.
010370*-----------------------------------------------------------------
010380 3310-COMPARE-LINK.
010390     IF WS-LINK-TS (WS-LINK-IX) = AUDIT-TIMESTAMP
010400        AND WS-LINK-TERM (WS-LINK-IX) = AUDIT-TERM-ID
010410         SET WS-ALREADY-LINKED TO TRUE
010420     END-IF.
010430 3310-EXIT.
010440     EXIT.
010450*-----------------------------------------------------------------
010460*    A FORMULA IS RE-RUN FIRST WITH THE TABLES AS THEY ARE.  IF
010470*    THAT NO LONGER GIVES THE STORED RESULT, SOMETHING ELSE IN
010480*    THE FORMULA HAS CHANGED SINCE, AND THE DIFFERENCE ON THE
010490*    REGISTER IS NOT ALL DUE TO THE RATE - IT IS FLAGGED.
010500*-----------------------------------------------------------------
010510 3400-CHECK-ORIGINAL.
010520     PERFORM 3500-BUILD-TRANSACTION THRU 3500-EXIT
010530     SET CLC-AUDIT-SUPPRESSED TO TRUE
010540     MOVE SPACES TO CLC-RATE-OVR-CODE
010550     MOVE SPACES TO CLC-LINK-TIMESTAMP
010560     MOVE SPACES TO CLC-LINK-TERM-ID
010570     CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
010580     IF CLC-CALC-OK AND TRX-RESULT NOT = WS-STORED-RESULT
010590         MOVE "N" TO WS-REPRO-SW
010600         ADD 1 TO WS-NOT-REPRODUCED
010610     END-IF.
010620 3400-EXIT.
010630     EXIT.
010640*-----------------------------------------------------------------
010650*    THE CANDIDATE AS A TRANSACTION - PRICED AS OF ITS VALUE DATE,
010660*    NOT HELD TO THE BACK-VALUE LIMIT, WITH THE RATE CODE
010670*    RESOLVING TO THE CORRECTED VALUE AND THE ORIGINAL'S KEY AS
010680*    THE LINK.
010690*-----------------------------------------------------------------
010700 3500-BUILD-TRANSACTION.
010710     MOVE SPACES TO TRX-RECORD
010720     MOVE AUDIT-OP-CODE TO TRX-OP-CODE
010730     MOVE AUDIT-OPERAND-1 TO TRX-OPERAND-1
010740     MOVE AUDIT-OPERAND-2 TO TRX-OPERAND-2
010750     MOVE ZERO TO TRX-RESULT
010760     MOVE AUDIT-RATE-CODE TO TRX-RATE-CODE
010770     MOVE ZERO TO TRX-PERIODS
010780     MOVE AUDIT-SOURCE-ID TO TRX-SOURCE-ID
010790     MOVE AUDIT-VALUE-DATE TO TRX-VALUE-DATE
010800     SET CLC-FUNC-CALCULATE TO TRUE
010810     MOVE WS-COR-ANGLE-UNIT TO CLC-ANGLE-UNIT
010820     MOVE "ELMOCOR" TO CLC-TERM-ID
010830     MOVE WS-COR-OPER-ID TO CLC-OPER-ID
010840     MOVE "N" TO CLC-RATE-RESOLVED-SW
010850     MOVE "C" TO CLC-RATE-SET-SW
010860     MOVE ZERO TO CLC-VALUE-DAYS-MAX
010870     MOVE "N" TO CLC-LIMITS-SW
010880     MOVE WS-COR-RATE-CODE TO CLC-RATE-OVR-CODE
010890     MOVE WS-COR-VALUE TO CLC-RATE-OVR-VALUE
010900     MOVE AUDIT-TIMESTAMP TO CLC-LINK-TIMESTAMP
010910     MOVE AUDIT-TERM-ID TO CLC-LINK-TERM-ID.
010920 3500-EXIT.
010930     EXIT.
010940*-----------------------------------------------------------------
010950*    ADJUSTMENT LINE TO THE SOURCE'S FEED, AND THE SOURCE TOTALS.
010960*-----------------------------------------------------------------
010970 3600-WRITE-ADJUSTMENT.
010980     PERFORM 3610-FIND-SOURCE-TOTAL THRU 3610-EXIT
010990     MOVE WS-STORED-RESULT TO WS-ED-ORIGINAL
011000     MOVE WS-CORRECTED-RESULT TO WS-ED-CORRECTED
011010     MOVE WS-DIFFERENCE TO WS-ED-DIFF
011020     MOVE SPACES TO WS-ADJ-LINE
011030     STRING AUDIT-SOURCE-ID   DELIMITED BY SPACE
011040            ","               DELIMITED BY SIZE
011050            AUDIT-TIMESTAMP   DELIMITED BY SPACE
011060            ","               DELIMITED BY SIZE
011070            AUDIT-TERM-ID     DELIMITED BY SPACE
011080            ","               DELIMITED BY SIZE
011090            AUDIT-OP-CODE     DELIMITED BY SIZE
011100            ","               DELIMITED BY SIZE
011110            AUDIT-RATE-CODE   DELIMITED BY SPACE
011120            ","               DELIMITED BY SIZE
011130            AUDIT-VALUE-DATE  DELIMITED BY SIZE
011140            ","               DELIMITED BY SIZE
011150            WS-ED-ORIGINAL    DELIMITED BY SIZE
011160            ","               DELIMITED BY SIZE
011170            WS-ED-CORRECTED   DELIMITED BY SIZE
011180            ","               DELIMITED BY SIZE
011190            WS-ED-DIFF        DELIMITED BY SIZE
011200         INTO WS-ADJ-LINE
011210     END-STRING
011220     PERFORM 3620-WRITE-ADJ-SLOT THRU 3620-EXIT.
011230 3600-EXIT.
011240     EXIT.
011250*-----------------------------------------------------------------
011260*    SOURCE ENTRY FOR THE CANDIDATE - FOUND OR ADDED, WITH THE
011270*    FEED POSITION THE REGISTRY GIVES IT.  IF THE TABLE IS FULL
011280*    THE LINE STILL GOES OUT, ON ADJFEED.
011290*-----------------------------------------------------------------
011300 3610-FIND-SOURCE-TOTAL.
011310     MOVE ZERO TO WS-ADJ-SLOT
011320     MOVE ZERO TO WS-SRCT-FOUND
011330     PERFORM 3612-COMPARE-SOURCE THRU 3612-EXIT
011340         VARYING WS-SRCT-IX FROM 1 BY 1
011350         UNTIL WS-SRCT-IX > WS-SRCT-USED
011360            OR WS-SRCT-FOUND > ZERO
011370     IF WS-SRCT-FOUND = ZERO
011380         IF WS-SRCT-USED NOT < 30
011390             DISPLAY "TABELLA SORGENTI PIENA - " AUDIT-SOURCE-ID
011400             GO TO 3610-EXIT
011410         END-IF
011420         ADD 1 TO WS-SRCT-USED
011430         MOVE WS-SRCT-USED TO WS-SRCT-IX
011440         MOVE AUDIT-SOURCE-ID TO WS-SRCT-ID (WS-SRCT-IX)
011450         MOVE ZERO TO WS-SRCT-SLOT (WS-SRCT-IX)
011460         MOVE ZERO TO WS-SRCT-COUNT (WS-SRCT-IX)
011470         MOVE ZERO TO WS-SRCT-DIFF (WS-SRCT-IX)
011480         PERFORM 3615-FIND-REGISTRY-SLOT THRU 3615-EXIT
011490             VARYING WS-SRC-IX FROM 1 BY 1
011500             UNTIL WS-SRC-IX > REG-USED
011510     ELSE
011520         MOVE WS-SRCT-FOUND TO WS-SRCT-IX
011530     END-IF
011540     MOVE WS-SRCT-SLOT (WS-SRCT-IX) TO WS-ADJ-SLOT
011550     ADD 1 TO WS-SRCT-COUNT (WS-SRCT-IX)
011560     ADD WS-DIFFERENCE TO WS-SRCT-DIFF (WS-SRCT-IX).
011570 3610-EXIT.
011580     EXIT.
011590*-----------------------------------------------------------------
011600 3612-COMPARE-SOURCE.
011610     IF WS-SRCT-ID (WS-SRCT-IX) = AUDIT-SOURCE-ID
011620         MOVE WS-SRCT-IX TO WS-SRCT-FOUND
011630     END-IF.
011640 3612-EXIT.
011650     EXIT.
011660*-----------------------------------------------------------------
011670 3615-FIND-REGISTRY-SLOT.
011680     IF AUDIT-SOURCE-ID NOT = SPACES
011690        AND REG-SRC-ID (WS-SRC-IX) = AUDIT-SOURCE-ID
011700        AND REG-CSV-SLOT (WS-SRC-IX) < 9
011710         MOVE REG-CSV-SLOT (WS-SRC-IX)
011720             TO WS-SRCT-SLOT (WS-SRCT-IX)
011730     END-IF.
011740 3615-EXIT.
011750     EXIT.
011760*-----------------------------------------------------------------
011770*    ONE LINE TO FEED POSITION WS-ADJ-SLOT - ZERO MEANS ADJFEED.
011780*-----------------------------------------------------------------
011790 3620-WRITE-ADJ-SLOT.
011800     EVALUATE WS-ADJ-SLOT
011810         WHEN 1
011820             MOVE WS-ADJ-LINE TO ADJS01-RECORD
011830             WRITE ADJS01-RECORD
011840         WHEN 2
011850             MOVE WS-ADJ-LINE TO ADJS02-RECORD
011860             WRITE ADJS02-RECORD
011870         WHEN 3
011880             MOVE WS-ADJ-LINE TO ADJS03-RECORD
011890             WRITE ADJS03-RECORD
011900         WHEN 4
011910             MOVE WS-ADJ-LINE TO ADJS04-RECORD
011920             WRITE ADJS04-RECORD
011930         WHEN 5
011940             MOVE WS-ADJ-LINE TO ADJS05-RECORD
011950             WRITE ADJS05-RECORD
011960         WHEN 6
011970             MOVE WS-ADJ-LINE TO ADJS06-RECORD
011980             WRITE ADJS06-RECORD
011990         WHEN 7
012000             MOVE WS-ADJ-LINE TO ADJS07-RECORD
012010             WRITE ADJS07-RECORD
012020         WHEN 8
012030             MOVE WS-ADJ-LINE TO ADJS08-RECORD
012040             WRITE ADJS08-RECORD
012050         WHEN OTHER
012060             MOVE WS-ADJ-LINE TO ADJFEED-RECORD
012070             WRITE ADJFEED-RECORD
012080     END-EVALUATE.
012090 3620-EXIT.
012100     EXIT.
012110*-----------------------------------------------------------------
012120*    REGISTER LINE FOR A CORRECTION - THE ORIGINAL'S KEY, SOURCE
012130*    AND OPERATION, THE THREE AMOUNTS AND ANY WARNING.
012140*-----------------------------------------------------------------
012150 3700-PRINT-CORRECTION-LINE.
012160     MOVE WS-STORED-RESULT TO WS-ED-ORIGINAL
012170     MOVE WS-CORRECTED-RESULT TO WS-ED-CORRECTED
012180     MOVE WS-DIFFERENCE TO WS-ED-DIFF
012190     PERFORM 3750-BUILD-LINE-KEY THRU 3750-EXIT
012200     MOVE WS-ED-ORIGINAL TO WS-PRINT-LINE (41:16)
012210     MOVE WS-ED-CORRECTED TO WS-PRINT-LINE (58:16)
012220     MOVE WS-ED-DIFF TO WS-PRINT-LINE (75:16)
012230     MOVE WS-NOTE TO WS-PRINT-LINE (92:36)
012240     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
012250 3700-EXIT.
012260     EXIT.
012270*-----------------------------------------------------------------
012280 3750-BUILD-LINE-KEY.
012290     MOVE AUDIT-OP-CODE TO WS-ED-OP-CODE
012300     MOVE SPACES TO WS-PRINT-LINE
012310     STRING AUDIT-TIMESTAMP (1:14) DELIMITED BY SIZE
012320            " "                   DELIMITED BY SIZE
012330            AUDIT-TERM-ID         DELIMITED BY SIZE
012340            " "                   DELIMITED BY SIZE
012350            AUDIT-SOURCE-ID       DELIMITED BY SIZE
012360            " "                   DELIMITED BY SIZE
012370            WS-ED-OP-CODE         DELIMITED BY SIZE
012380         INTO WS-PRINT-LINE
012390     END-STRING.
012400 3750-EXIT.
012410     EXIT.
012420*-----------------------------------------------------------------
012430*    REGISTER LINE FOR A CANDIDATE LEFT ALONE - THE ORIGINAL
012440*    RESULT AND THE REASON.
012450*-----------------------------------------------------------------
012460 3800-PRINT-EXCLUDED-LINE.
012470     MOVE WS-STORED-RESULT TO WS-ED-ORIGINAL
012480     PERFORM 3750-BUILD-LINE-KEY THRU 3750-EXIT
012490     MOVE WS-ED-ORIGINAL TO WS-PRINT-LINE (41:16)
012500     MOVE WS-NOTE TO WS-PRINT-LINE (58:36)
012510     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
012520 3800-EXIT.
012530     EXIT.
012540*-----------------------------------------------------------------
012550*    FORMULA STEP RESOLUTION - KEY, STEP AND DATE IN WS-LOOK-*,
012560*    THE ENTRY IN FORCE (OR ZERO) IN WS-BEST-IX.
012570*-----------------------------------------------------------------
012580 4300-RESOLVE-FORM-STEP.
012590     MOVE ZERO TO WS-BEST-IX
012600     PERFORM 4310-SCAN-FORM-ENTRY THRU 4310-EXIT
012610         VARYING WS-IX FROM 1 BY 1
012620         UNTIL WS-IX > WS-FORM-USED.
012630 4300-EXIT.
012640     EXIT.
012650*-----------------------------------------------------------------
012660 4310-SCAN-FORM-ENTRY.
012670     IF WS-FORM-KEY (WS-IX) = WS-LOOK-KEY
012680        AND WS-FORM-STEP-NO (WS-IX) = WS-LOOK-STEP
012690        AND WS-FORM-EFF (WS-IX) NOT > WS-LOOK-DATE
012700         IF WS-BEST-IX = ZERO
012710             MOVE WS-IX TO WS-BEST-IX
012720         ELSE
012730             IF WS-FORM-EFF (WS-IX) NOT <
012740                WS-FORM-EFF (WS-BEST-IX)
012750                 MOVE WS-IX TO WS-BEST-IX
012760             END-IF
012770         END-IF
012780     END-IF.
012790 4310-EXIT.
012800     EXIT.
012810*-----------------------------------------------------------------
012820*    SUMMARY - ADJUSTMENTS BY SOURCE, THE RUN COUNTERS AND THE
012830*    SIGN-OFF BLOCK.
012840*-----------------------------------------------------------------
012850 5000-PRINT-SUMMARY-SECTION.
012860     MOVE SPACES TO WS-PRINT-LINE
012870     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012880     MOVE "RIEPILOGO PER SORGENTE" TO WS-PRINT-LINE
012890     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012900     MOVE "SRC  RETTIFICHE  DIFFERENZA TOTALE   FEED"
012910         TO WS-PRINT-LINE
012920     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012930     PERFORM 5100-PRINT-SOURCE-LINE THRU 5100-EXIT
012940         VARYING WS-SRCT-IX FROM 1 BY 1
012950         UNTIL WS-SRCT-IX > WS-SRCT-USED
012960     MOVE SPACES TO WS-PRINT-LINE
012970     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
012980     MOVE WS-MASTER-READ TO WS-ED-COUNT
012990     MOVE SPACES TO WS-PRINT-LINE
013000     STRING "LETTI DA AUDITMST:         " WS-ED-COUNT
013010         DELIMITED BY SIZE INTO WS-PRINT-LINE
013020     END-STRING
013030     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013040     MOVE WS-ARCHIVE-READ TO WS-ED-COUNT
013050     MOVE SPACES TO WS-PRINT-LINE
013060     STRING "LETTI DALL'ARCHIVIO:       " WS-ED-COUNT
013070         DELIMITED BY SIZE INTO WS-PRINT-LINE
013080     END-STRING
013090     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013100     MOVE WS-ARCHIVE-ON-MASTER TO WS-ED-COUNT
013110     MOVE SPACES TO WS-PRINT-LINE
013120     STRING "  DI CUI GIA' SU AUDITMST: " WS-ED-COUNT
013130         DELIMITED BY SIZE INTO WS-PRINT-LINE
013140     END-STRING
013150     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013160     MOVE WS-CANDIDATES TO WS-ED-COUNT
013170     MOVE SPACES TO WS-PRINT-LINE
013180     STRING "CALCOLI INTERESSATI:       " WS-ED-COUNT
013190         DELIMITED BY SIZE INTO WS-PRINT-LINE
013200     END-STRING
013210     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013220     MOVE WS-CORRECTED TO WS-ED-COUNT
013230     MOVE SPACES TO WS-PRINT-LINE
013240     STRING "  RETTIFICATI:             " WS-ED-COUNT
013250         DELIMITED BY SIZE INTO WS-PRINT-LINE
013260     END-STRING
013270     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013280     MOVE WS-UNCHANGED TO WS-ED-COUNT
013290     MOVE SPACES TO WS-PRINT-LINE
013300     STRING "  RISULTATO INVARIATO:     " WS-ED-COUNT
013310         DELIMITED BY SIZE INTO WS-PRINT-LINE
013320     END-STRING
013330     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013340     MOVE WS-ALREADY-CORRECTED TO WS-ED-COUNT
013350     MOVE SPACES TO WS-PRINT-LINE
013360     STRING "  GIA' RETTIFICATI:        " WS-ED-COUNT
013370         DELIMITED BY SIZE INTO WS-PRINT-LINE
013380     END-STRING
013390     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013400     MOVE WS-HELD-EXCLUDED TO WS-ED-COUNT
013410     MOVE SPACES TO WS-PRINT-LINE
013420     STRING "  TRATT. APERTI/ANNULLATI: " WS-ED-COUNT
013421         DELIMITED BY SIZE INTO WS-PRINT-LINE
013422     END-STRING
013423     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013424     MOVE WS-HELD-RELEASED TO WS-ED-COUNT
013425     MOVE SPACES TO WS-PRINT-LINE
013426     STRING "  TRATT. RILASCIATI:       " WS-ED-COUNT
013430         DELIMITED BY SIZE INTO WS-PRINT-LINE
013440     END-STRING
013450     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013460     MOVE WS-UNRECOMPUTABLE TO WS-ED-COUNT
013470     MOVE SPACES TO WS-PRINT-LINE
013480     STRING "  NON RICALCOLABILI:       " WS-ED-COUNT
013490         DELIMITED BY SIZE INTO WS-PRINT-LINE
013500     END-STRING
013510     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013520     MOVE WS-NOT-REPRODUCED TO WS-ED-COUNT
013530     MOVE SPACES TO WS-PRINT-LINE
013540     STRING "FORMULE NON RIPRODUCIBILI: " WS-ED-COUNT
013550         DELIMITED BY SIZE INTO WS-PRINT-LINE
013560     END-STRING
013570     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013580     MOVE WS-TOTAL-DIFF TO WS-ED-TOTAL
013590     MOVE SPACES TO WS-PRINT-LINE
013600     STRING "DIFFERENZA COMPLESSIVA:    " WS-ED-TOTAL
013610         DELIMITED BY SIZE INTO WS-PRINT-LINE
013620     END-STRING
013630     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013640     IF WS-LINK-OVERFLOW > ZERO
013650         MOVE "*** TROPPE RETTIFICHE PRECEDENTI - VERIFICARE"
013660             TO WS-PRINT-LINE
013670         MOVE " DOPPIE RETTIFICHE" TO WS-PRINT-LINE (47:18)
013680         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013690     END-IF
013691     IF WS-REL-OVERFLOW > ZERO
013692         MOVE "*** TABELLA RILASCI PIENA - VERIFICARE I"
013693             TO WS-PRINT-LINE
013694         MOVE " TRATTENUTI ESCLUSI" TO WS-PRINT-LINE (41:19)
013695         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
013696     END-IF
013700     PERFORM 5200-PRINT-SIGN-OFF THRU 5200-EXIT
013710     EVALUATE TRUE
013720         WHEN WS-LINK-OVERFLOW > ZERO
013730             MOVE 8 TO RETURN-CODE
013740         WHEN WS-UNRECOMPUTABLE > ZERO
013750         WHEN WS-HELD-EXCLUDED > ZERO
013755         WHEN WS-REL-OVERFLOW > ZERO
013760         WHEN WS-NOT-REPRODUCED > ZERO
013770             MOVE 4 TO RETURN-CODE
013780         WHEN OTHER
013790             CONTINUE
013800     END-EVALUATE.
013810 5000-EXIT.
013820     EXIT.
013830*-----------------------------------------------------------------
013840 5100-PRINT-SOURCE-LINE.
013850     MOVE SPACES TO WS-PRINT-LINE
013860     IF WS-SRCT-ID (WS-SRCT-IX) = SPACES
013870         MOVE "---" TO WS-PRINT-LINE (1:3)
013880     ELSE
013890         MOVE WS-SRCT-ID (WS-SRCT-IX) TO WS-PRINT-LINE (1:3)
013900     END-IF
013910     MOVE WS-SRCT-COUNT (WS-SRCT-IX) TO WS-ED-COUNT
013920     MOVE WS-ED-COUNT TO WS-PRINT-LINE (5:11)
013930     MOVE WS-SRCT-DIFF (WS-SRCT-IX) TO WS-ED-TOTAL
013940     MOVE WS-ED-TOTAL TO WS-PRINT-LINE (17:18)
013950     IF WS-SRCT-SLOT (WS-SRCT-IX) = ZERO
013960         MOVE "ADJFEED" TO WS-PRINT-LINE (37:7)
013970     ELSE
013980         MOVE "ADJSRC" TO WS-PRINT-LINE (37:6)
013990         MOVE WS-SRCT-SLOT (WS-SRCT-IX) TO WS-PRINT-LINE (43:2)
014000     END-IF
014010     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
014020 5100-EXIT.
014030     EXIT.
014040*-----------------------------------------------------------------
014050*    SIGN-OFF BLOCK - THE REGISTER IS FILED ONCE SIGNED.
014060*-----------------------------------------------------------------
014070 5200-PRINT-SIGN-OFF.
014080     MOVE SPACES TO WS-PRINT-LINE
014090     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
014100     MOVE "PREDISPOSTO DA: ____________________" TO WS-PRINT-LINE
014110     MOVE "DATA: __________" TO WS-PRINT-LINE (40:16)
014120     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
014130     MOVE SPACES TO WS-PRINT-LINE
014140     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
014150     MOVE "APPROVATO DA:   ____________________" TO WS-PRINT-LINE
014160     MOVE "DATA: __________" TO WS-PRINT-LINE (40:16)
014170     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
014180 5200-EXIT.
014190     EXIT.
014200*-----------------------------------------------------------------
014210*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.
014220*-----------------------------------------------------------------
014230 7300-WRITE-REPORT-LINE.
014240     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
014250         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
014260         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
014270     END-IF
014280     MOVE WS-PRINT-LINE TO CORRPT-RECORD
014290     WRITE CORRPT-RECORD
014300     ADD 1 TO WS-REPORT-LINE-COUNT.
014310 7300-EXIT.
014320     EXIT.
014330*-----------------------------------------------------------------
014340 7310-PRINT-REPORT-HEADER.
014350     ADD 1 TO WS-REPORT-PAGE-NO
014360     MOVE SPACES TO CORRPT-RECORD
014370     MOVE "SuS - REGISTRO RETTIFICHE DI TASSO" TO CORRPT-RECORD
014380     WRITE CORRPT-RECORD
014390     MOVE SPACES TO CORRPT-RECORD
014400     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
014410            WS-RUN-DATE          DELIMITED BY SIZE
014420            "   CODICE: "        DELIMITED BY SIZE
014430            WS-COR-RATE-CODE     DELIMITED BY SIZE
014440            "   PAGINA: "        DELIMITED BY SIZE
014450            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
014460         INTO CORRPT-RECORD
014470     END-STRING
014480     WRITE CORRPT-RECORD
014490     MOVE SPACES TO CORRPT-RECORD
014500     MOVE "DATA-ORA       TERMINALE SRC OP" TO CORRPT-RECORD
014510     MOVE "ORIGINALE" TO CORRPT-RECORD (41:9)
014520     MOVE "CORRETTO" TO CORRPT-RECORD (58:8)
014530     MOVE "DIFFERENZA" TO CORRPT-RECORD (75:10)
014540     MOVE "NOTE" TO CORRPT-RECORD (92:4)
014550     WRITE CORRPT-RECORD
014560     MOVE ZERO TO WS-REPORT-LINE-COUNT.
014570 7310-EXIT.
014580     EXIT.
014590*-----------------------------------------------------------------
014600 7320-PRINT-REPORT-FOOTER.
014610     MOVE SPACES TO CORRPT-RECORD
014620     STRING "FINE PAGINA "       DELIMITED BY SIZE
014630            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
014640         INTO CORRPT-RECORD
014650     END-STRING
014660     WRITE CORRPT-RECORD.
014670 7320-EXIT.
014680     EXIT.
014690*-----------------------------------------------------------------
014700*    TERMINATION - REGISTER, FEEDS, ENGINE AND THE RUN LEDGER.
014710*-----------------------------------------------------------------
014720 9000-TERMINATE-PROGRAM.
014730     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
014740     CLOSE CORRPT-FILE
014750     CLOSE ADJFEED-FILE
014760     PERFORM 9100-CLOSE-ADJ-SLOT THRU 9100-EXIT
014770         VARYING WS-SLOT-IX FROM 1 BY 1
014780         UNTIL WS-SLOT-IX > 8
014790     SET CLC-FUNC-TERMINATE TO TRUE
014800     CALL "ELMOCLC" USING CLC-COMMAREA TRX-RECORD
014810     DISPLAY "CALCOLI INTERESSATI: " WS-CANDIDATES
014820     DISPLAY "RETTIFICATI:         " WS-CORRECTED
014830     MOVE "RATECORR" TO WS-LDG-MODE
014840     COMPUTE WS-LDG-IN = WS-MASTER-READ + WS-ARCHIVE-READ
014850     MOVE WS-CORRECTED TO WS-LDG-OUT
014860     MOVE ZERO TO WS-LDG-REJ
014870     MOVE SPACE TO WS-LDG-RECON
014880     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
014890 9000-EXIT.
014900     EXIT.
014910*-----------------------------------------------------------------
014920 9100-CLOSE-ADJ-SLOT.
014930     IF WS-ADJ-SLOT-MAP (WS-SLOT-IX:1) NOT = "Y"
014940         GO TO 9100-EXIT
014950     END-IF
014960     EVALUATE WS-SLOT-IX
014970         WHEN 1
014980             CLOSE ADJS01-FILE
014990         WHEN 2
015000             CLOSE ADJS02-FILE
015010         WHEN 3
015020             CLOSE ADJS03-FILE
015030         WHEN 4
015040             CLOSE ADJS04-FILE
015050         WHEN 5
015060             CLOSE ADJS05-FILE
015070         WHEN 6
015080             CLOSE ADJS06-FILE
015090         WHEN 7
015100             CLOSE ADJS07-FILE
015110         WHEN 8
015120             CLOSE ADJS08-FILE
015130     END-EVALUATE.
015140 9100-EXIT.
015150     EXIT.
015160*-----------------------------------------------------------------
015170*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
015180*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
015190*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
015200*    RUN.
015210*-----------------------------------------------------------------
015220 9500-WRITE-RUN-LEDGER.
015230     OPEN EXTEND RUNLEDG
015240     IF WS-RUNLEDG-FS NOT = "00"
015250         OPEN OUTPUT RUNLEDG
015260     END-IF
015270     IF WS-RUNLEDG-FS NOT = "00"
015280         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
015290             WS-RUNLEDG-FS
015300         GO TO 9500-EXIT
015310     END-IF
015320     MOVE SPACES TO LDG-RECORD
015330     MOVE "ELMOCOR " TO LDG-PROGRAM
015340     MOVE WS-RUN-DATE TO LDG-RUN-DATE
015350     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
015360     MOVE WS-LDG-MODE TO LDG-RUN-MODE
015370     MOVE WS-LDG-IN TO LDG-RECORDS-IN
015380     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
015390     MOVE WS-LDG-REJ TO LDG-REJECTS
015400     MOVE RETURN-CODE TO LDG-RETURN-CODE
015410     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
015420     WRITE LDG-RECORD
015430     CLOSE RUNLEDG.
015440 9500-EXIT.
015450     EXIT.
