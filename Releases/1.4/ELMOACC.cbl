000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOACC  (SuS - SECURITY EVENTS AND ACCESS
000040*                  RECERTIFICATION)
000050*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000060*    INSTALLATION: OFFICINA CALCOLO
000070*    DATE-WRITTEN: 10/15/2026
000080*    DATE-COMPILED:
000090*    PURPOSE:      REPORTS FROM THE SECURITY EVENT FILE (DD
000100*                  SECLOG, COPYBOOK SECREC) WRITTEN BY MODULE
000110*                  ELMOSEC FOR THE PANEL, ELMOREX AND ELMOFIX.
000120*                  TWO LISTINGS, CHOSEN BY THE MODE CARD, ON DD
000130*                  ACCRPT:
000140*                    DAILY  - THE DAY'S FAILED SIGN-ONS, LOCK-OUTS
000150*                             AND AUTHORIZATION REFUSALS ONE BY
000160*                             ONE, THEN TOTALLED BY OPERATOR AND
000170*                             TERMINAL, AND THE DAY'S EVENTS BY
000180*                             TYPE
000190*                    RECERT - THE QUARTERLY ACCESS RECERTIFICATION
000200*                             FOR INTERNAL AUDIT: EVERY OPERATOR
000210*                             ON OPERFILE (COPYBOOK OPERREC) WITH
000220*                             THE RECORD IN FORCE (LEVEL, STATUS
000230*                             AND EFFECTIVE DATE), THE LAST
000240*                             SUCCESSFUL SIGN-ON ON SECLOG AND
000250*                             WHETHER THE OPERATOR HAS BEEN IDLE
000260*                             FOR MORE THAN THE IDLE LIMIT
000270*                  THE RECORD IN FORCE FOLLOWS THE SIGN-ON RULE -
000280*                  LATEST EFFECTIVE DATE NOT AFTER THE REPORT
000290*                  DATE, LATER APPENDS WIN TIES.  AN OPERATOR WHO
000300*                  HAS NEVER SIGNED ON IS MEASURED FROM THE
000310*                  EFFECTIVE DATE OF THAT RECORD.  DAYS ARE
000320*                  CALENDAR DAYS FROM THE DATE SERVICES MODULE
000330*                  ELMODAT.
000340*
000350*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000360*        MODE=DAILY|RECERT    LISTING WANTED (DEFAULT DAILY)
000370*        DATE=YYYYMMDD        DAY TO REPORT, OR THE AS-OF DATE OF
000380*                             THE RECERTIFICATION (DEFAULT TODAY)
000390*        IDLEDAYS=NNN         IDLE LIMIT IN DAYS (DEFAULT 90)
000400*
000407*    RETURN-CODE 0 = LISTING PRODUCED, 4 = NOTHING TO REPORT (NO
000414*    EVENTS FOR THE DAY / NO OPERATORS ON OPERFILE) OR THE DAY HAD
000421*    FAILED SIGN-ONS, LOCK-OUTS OR REFUSALS (SEE THE SUMMARY),
000428*    8 = TABLE FULL - LISTING INCOMPLETE, 12 = CONTROL CARDS
000435*    INVALID, 16 = FILE ERROR.  NONE OF THESE COUNTS GOES TO THE
000442*    RUN LEDGER AS REJECTS - THEY ARE NOT SUSPENSE ITEMS.
000450*
000460*    MODIFICATION HISTORY
000470*    --------------------------------------------------------
000480*    10/15/2026  DF   INITIAL VERSION.
000490*****************************************************************
000500 IDENTIFICATION DIVISION.
000510 PROGRAM-ID.   ELMOACC.
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
000620     SELECT SECLOG ASSIGN TO "SECLOG"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-SECLOG-FS.
000650     SELECT OPERFILE ASSIGN TO "OPERFILE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-OPERFILE-FS.
000680     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-CTLCARD-FS.
000710     SELECT ACCRPT-FILE ASSIGN TO "ACCRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-ACCRPT-FS.
000740     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-RUNLEDG-FS.
000770*****************************************************************
000780*    DATA DIVISION
000790*****************************************************************
000800 DATA DIVISION.
000810 FILE SECTION.
000820*----------------------------------------------------------------
000830*    SECURITY EVENT FILE.
000840*----------------------------------------------------------------
000850 FD  SECLOG
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY SECREC.
000890*----------------------------------------------------------------
000900*    OPERATOR FILE - RECERTIFICATION ONLY.
000910*----------------------------------------------------------------
000920 FD  OPERFILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD.
000950 COPY OPERREC.
000960*----------------------------------------------------------------
000970*    SELECTION CONTROL CARDS.
000980*----------------------------------------------------------------
000990 FD  CTLCARD-FILE
001000     RECORDING MODE IS F.
001010 01  CTLCARD-RECORD               PIC X(80).
001020*----------------------------------------------------------------
001030*    PRINTED LISTING.
001040*----------------------------------------------------------------
001050 FD  ACCRPT-FILE
001060     RECORDING MODE IS F.
001070 01  ACCRPT-RECORD                PIC X(132).
001080*----------------------------------------------------------------
001090*    SHARED RUN LEDGER - ONE CLOSE-OUT RECORD APPENDED.
001100*----------------------------------------------------------------
001110 FD  RUNLEDG
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 COPY LEDGREC.
001150*****************************************************************
001160 WORKING-STORAGE SECTION.
001170*----------------------------------------------------------------
001180*    FILE STATUS SWITCHES.
001190*----------------------------------------------------------------
001200 01  WS-FILE-STATUSES.
001210     05  WS-SECLOG-FS             PIC X(02) VALUE SPACES.
001220     05  WS-OPERFILE-FS           PIC X(02) VALUE SPACES.
001230     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001240     05  WS-ACCRPT-FS             PIC X(02) VALUE SPACES.
001250     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001260*----------------------------------------------------------------
001270*    PROGRAM SWITCHES.
001280*----------------------------------------------------------------
001290 01  WS-SWITCHES.
001300     05  WS-SECLOG-EOF-SW         PIC X(01) VALUE "N".
001310         88  WS-SECLOG-EOF            VALUE "Y".
001320     05  WS-OPERFILE-EOF-SW       PIC X(01) VALUE "N".
001330         88  WS-OPERFILE-EOF          VALUE "Y".
001340     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001350         88  WS-CTLCARD-EOF           VALUE "Y".
001360     05  WS-CARD-ERROR-SW         PIC X(01) VALUE "N".
001370         88  WS-CARD-ERROR            VALUE "Y".
001380     05  WS-SECLOG-MISSING-SW     PIC X(01) VALUE "N".
001390         88  WS-SECLOG-MISSING        VALUE "Y".
001400*----------------------------------------------------------------
001410*    SELECTION.
001420*----------------------------------------------------------------
001430 01  WS-SEL-MODE                  PIC X(08) VALUE "DAILY".
001440     88  WS-MODE-DAILY                VALUE "DAILY".
001450     88  WS-MODE-RECERT               VALUE "RECERT".
001460 01  WS-SEL-DATE                  PIC X(08) VALUE SPACES.
001470 01  WS-IDLE-DAYS                 PIC 9(03) VALUE 90.
001480 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001490 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001500 01  WS-CARD-ERROR-TEXT           PIC X(40) VALUE SPACES.
001510*----------------------------------------------------------------
001520*    DAILY - FAILURES AND REFUSALS BY OPERATOR AND TERMINAL, IN
001530*    ORDER OF FIRST EVENT.
001540*----------------------------------------------------------------
001550 01  WS-PAIR-TABLE.
001560     05  WS-PR-USED               PIC 9(03) COMP VALUE ZERO.
001570     05  WS-PR-ENTRY OCCURS 100 TIMES.
001580         10  WS-PR-OPER-ID            PIC X(08).
001590         10  WS-PR-TERM-ID            PIC X(08).
001600         10  WS-PR-FAILED             PIC 9(07) COMP.
001610         10  WS-PR-LOCKED             PIC 9(07) COMP.
001620         10  WS-PR-REFUSED            PIC 9(07) COMP.
001630         10  WS-PR-LAST-TIME          PIC X(06).
001640 01  WS-PR-IX                     PIC 9(03) COMP VALUE ZERO.
001650 01  WS-PR-FOUND                  PIC 9(03) COMP VALUE ZERO.
001660 01  WS-PR-OVERFLOW               PIC 9(07) COMP VALUE ZERO.
001670*----------------------------------------------------------------
001680*    DAILY COUNTERS.
001690*----------------------------------------------------------------
001700 01  WS-DAY-TOTALS.
001710     05  WS-DAY-EVENTS            PIC 9(07) COMP VALUE ZERO.
001720     05  WS-DAY-SIGNON-OK         PIC 9(07) COMP VALUE ZERO.
001730     05  WS-DAY-FAILED            PIC 9(07) COMP VALUE ZERO.
001740     05  WS-DAY-LOCKED            PIC 9(07) COMP VALUE ZERO.
001750     05  WS-DAY-REFUSED           PIC 9(07) COMP VALUE ZERO.
001760     05  WS-DAY-MAINT             PIC 9(07) COMP VALUE ZERO.
001770 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
001780 77  WS-OTHER-DAYS                PIC 9(09) COMP VALUE ZERO.
001790*----------------------------------------------------------------
001800*    RECERTIFICATION - ONE ENTRY PER OPERATOR ON OPERFILE, IN
001810*    ORDER OF FIRST RECORD, HOLDING THE RECORD IN FORCE (OR,
001820*    WHILE NONE IS, THE EARLIEST FUTURE ONE) AND THE LAST
001830*    SUCCESSFUL SIGN-ON.
001840*----------------------------------------------------------------
001850 01  WS-OP-TABLE.
001860     05  WS-OP-USED               PIC 9(03) COMP VALUE ZERO.
001870     05  WS-OP-ENTRY OCCURS 200 TIMES.
001880         10  WS-OP-ID                 PIC X(08).
001890         10  WS-OP-NAME               PIC X(20).
001900         10  WS-OP-LVL                PIC 9(01).
001910         10  WS-OP-STAT               PIC X(01).
001920         10  WS-OP-EFF                PIC X(08).
001930         10  WS-OP-IN-FORCE-SW        PIC X(01).
001940         10  WS-OP-LAST-SIGNON        PIC X(08).
001950 01  WS-OP-IX                     PIC 9(03) COMP VALUE ZERO.
001960 01  WS-OP-FOUND                  PIC 9(03) COMP VALUE ZERO.
001970 01  WS-FIND-ID                   PIC X(08) VALUE SPACES.
001980 01  WS-OP-OVERFLOW               PIC 9(07) COMP VALUE ZERO.
001990*----------------------------------------------------------------
002000*    RECERTIFICATION COUNTERS.
002010*----------------------------------------------------------------
002020 01  WS-RECERT-TOTALS.
002030     05  WS-OPS-ACTIVE            PIC 9(05) COMP VALUE ZERO.
002040     05  WS-OPS-EXCLUDED          PIC 9(05) COMP VALUE ZERO.
002050     05  WS-OPS-SUPERVISOR        PIC 9(05) COMP VALUE ZERO.
002060     05  WS-OPS-IDLE              PIC 9(05) COMP VALUE ZERO.
002070     05  WS-OPS-NEVER             PIC 9(05) COMP VALUE ZERO.
002080     05  WS-OPS-FUTURE            PIC 9(05) COMP VALUE ZERO.
002090 77  WS-OPER-RECORDS-READ         PIC 9(09) COMP VALUE ZERO.
002100 77  WS-SIGNONS-SEEN              PIC 9(09) COMP VALUE ZERO.
002110 77  WS-SIGNONS-UNKNOWN           PIC 9(09) COMP VALUE ZERO.
002120 01  WS-IDLE-FROM                 PIC X(08) VALUE SPACES.
002130 01  WS-IDLE-COUNT                PIC S9(05) VALUE ZERO.
002140*----------------------------------------------------------------
002150*    DATE SERVICES MODULE COMMUNICATION AREA.
002160*----------------------------------------------------------------
002170 COPY DATCOM.
002180*----------------------------------------------------------------
002190*    REPORT FORMATTING.
002200*----------------------------------------------------------------
002210 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
002220 01  WS-REPORT-TITLE              PIC X(60) VALUE SPACES.
002230 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
002240 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
002250 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 50.
002260 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
002270 01  WS-COLUMN-HEADING            PIC X(132) VALUE SPACES.
002280 01  WS-SECTION-TITLE             PIC X(60) VALUE SPACES.
002290 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
002300 01  WS-ED-SMALL                  PIC ZZZ,ZZ9.
002310 01  WS-ED-DAYS                   PIC ZZ,ZZ9.
002320 01  WS-ED-IDLE-DAYS              PIC ZZ9.
002330 01  WS-TIME-TEXT                 PIC X(08) VALUE SPACES.
002340 01  WS-EVENT-TEXT                PIC X(16) VALUE SPACES.
002350 01  WS-OPER-TEXT                 PIC X(08) VALUE SPACES.
002360*----------------------------------------------------------------
002370*    RUN LEDGER CLOSE-OUT.
002380*----------------------------------------------------------------
002390 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
002400 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
002410 01  WS-LDG-OUT                   PIC 9(09) VALUE ZERO.
002420 01  WS-LDG-REJ                   PIC 9(09) VALUE ZERO.
002430 01  WS-LDG-RECON                 PIC X(01) VALUE SPACE.
002440*****************************************************************
002450*    PROCEDURE DIVISION
002460*****************************************************************
002470 PROCEDURE DIVISION.
002480*-----------------------------------------------------------------
002490 0000-MAINLINE.
002500     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002510     IF WS-MODE-RECERT
002520         PERFORM 4000-LOAD-OPERATORS THRU 4000-EXIT
002530         PERFORM 4500-FIND-LAST-SIGNONS THRU 4500-EXIT
002540         PERFORM 5500-PRINT-RECERTIFICATION THRU 5500-EXIT
002550         PERFORM 6500-PRINT-RECERT-SUMMARY THRU 6500-EXIT
002560     ELSE
002570         PERFORM 5000-PRINT-DAY-EVENTS THRU 5000-EXIT
002580         PERFORM 5200-PRINT-BY-OPERATOR THRU 5200-EXIT
002590         PERFORM 6000-PRINT-DAILY-SUMMARY THRU 6000-EXIT
002600     END-IF
002610     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
002620     STOP RUN.
002630*-----------------------------------------------------------------
002640*    INITIALIZATION - CONTROL CARDS AND REPORT.  A BAD CARD ENDS
002650*    THE RUN WITH ONLY THE REASON PRINTED.
002660*-----------------------------------------------------------------
002670 1000-INITIALIZE.
002680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002690     MOVE WS-RUN-DATE TO WS-SEL-DATE
002700     OPEN OUTPUT ACCRPT-FILE
002710     IF WS-ACCRPT-FS NOT = "00"
002720         DISPLAY "IMPOSSIBILE APRIRE ACCRPT - FILE STATUS "
002730             WS-ACCRPT-FS
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
002780     INITIALIZE WS-PAIR-TABLE
002790     INITIALIZE WS-OP-TABLE
002800     IF WS-MODE-RECERT
002810         MOVE "SuS - RICERTIFICAZIONE ACCESSI OPERATORI"
002820             TO WS-REPORT-TITLE
002830     ELSE
002840         MOVE "SuS - EVENTI DI SICUREZZA DEL GIORNO"
002850             TO WS-REPORT-TITLE
002860     END-IF
002870     IF WS-SEL-DATE NOT NUMERIC
002880         MOVE "DATA NON VALIDA SULLA SCHEDA DATE"
002890             TO WS-CARD-ERROR-TEXT
002900         SET WS-CARD-ERROR TO TRUE
002910     END-IF
002920     IF NOT WS-CARD-ERROR
002930         GO TO 1000-EXIT
002940     END-IF
002950     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
002960     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
002970     MOVE SPACES TO WS-PRINT-LINE
002980     STRING "*** " WS-CARD-ERROR-TEXT " - NESSUN PROSPETTO"
002990         DELIMITED BY SIZE INTO WS-PRINT-LINE
003000     END-STRING
003010     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003020     DISPLAY WS-CARD-ERROR-TEXT
003030     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003040     CLOSE ACCRPT-FILE
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
003390         WHEN "MODE"
003400             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-MODE
003410             IF NOT WS-MODE-DAILY AND NOT WS-MODE-RECERT
003420                 MOVE "MODO NON VALIDO SULLA SCHEDA MODE"
003430                     TO WS-CARD-ERROR-TEXT
003440                 SET WS-CARD-ERROR TO TRUE
003450             END-IF
003460         WHEN "DATE"
003470             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-DATE
003480         WHEN "IDLEDAYS"
003490             IF WS-CARD-VALUE = SPACES
003500                 MOVE ZERO TO WS-IDLE-DAYS
003510             ELSE
003520                 COMPUTE WS-IDLE-DAYS =
003530                         FUNCTION NUMVAL(WS-CARD-VALUE)
003540             END-IF
003550             IF WS-IDLE-DAYS = ZERO
003560                 MOVE "GIORNI NON VALIDI SULLA SCHEDA IDLEDAYS"
003570                     TO WS-CARD-ERROR-TEXT
003580                 SET WS-CARD-ERROR TO TRUE
003590             END-IF
003600         WHEN SPACES
003610             CONTINUE
003620         WHEN OTHER
003630             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
003640                 CTLCARD-RECORD
003650     END-EVALUATE
003660     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
003670 1120-EXIT.
003680     EXIT.
003690*-----------------------------------------------------------------
003700 2100-READ-SECLOG.
003710     READ SECLOG
003720         AT END SET WS-SECLOG-EOF TO TRUE
003730     END-READ.
003740 2100-EXIT.
003750     EXIT.
003760*-----------------------------------------------------------------
003770*    RECERTIFICATION - OPERFILE IN CORE, ONE ENTRY PER OPERATOR.
003780*    A MISSING OPERFILE IS A FILE ERROR: THERE IS NOTHING TO
003790*    RECERTIFY AGAINST.
003800*-----------------------------------------------------------------
003810 4000-LOAD-OPERATORS.
003820     MOVE "N" TO WS-OPERFILE-EOF-SW
003830     OPEN INPUT OPERFILE
003840     IF WS-OPERFILE-FS NOT = "00"
003850         DISPLAY "IMPOSSIBILE APRIRE OPERFILE - FILE STATUS "
003860             WS-OPERFILE-FS
003870         MOVE 16 TO RETURN-CODE
003880         GO TO 4000-EXIT
003890     END-IF
003900     PERFORM 4010-READ-OPER-RECORD THRU 4010-EXIT
003910     PERFORM 4100-TABLE-OPER-RECORD THRU 4100-EXIT
003920         UNTIL WS-OPERFILE-EOF
003930     CLOSE OPERFILE.
003940 4000-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970 4010-READ-OPER-RECORD.
003980     READ OPERFILE
003990         AT END SET WS-OPERFILE-EOF TO TRUE
004000     END-READ.
004010 4010-EXIT.
004020     EXIT.
004030*-----------------------------------------------------------------
004040*    ONE OPERFILE RECORD - A RECORD IN FORCE AT THE AS-OF DATE
004050*    REPLACES THE ENTRY IF IT IS AT LEAST AS RECENT; UNTIL ONE IS
004060*    FOUND THE EARLIEST FUTURE RECORD STANDS IN.
004070*-----------------------------------------------------------------
004080 4100-TABLE-OPER-RECORD.
004090     ADD 1 TO WS-OPER-RECORDS-READ
004100     MOVE OPER-ID TO WS-FIND-ID
004110     PERFORM 4200-FIND-OPERATOR THRU 4200-EXIT
004120     IF WS-OP-FOUND = ZERO
004130         IF WS-OP-USED NOT < 200
004140             ADD 1 TO WS-OP-OVERFLOW
004150             GO TO 4100-NEXT
004160         END-IF
004170         ADD 1 TO WS-OP-USED
004180         MOVE WS-OP-USED TO WS-OP-FOUND
004190         MOVE OPER-ID TO WS-OP-ID (WS-OP-FOUND)
004200         MOVE "N" TO WS-OP-IN-FORCE-SW (WS-OP-FOUND)
004210         MOVE SPACES TO WS-OP-LAST-SIGNON (WS-OP-FOUND)
004220         PERFORM 4150-TAKE-OPER-RECORD THRU 4150-EXIT
004230     END-IF
004240     IF OPER-EFF-DATE NOT > WS-SEL-DATE
004250         IF WS-OP-IN-FORCE-SW (WS-OP-FOUND) NOT = "Y"
004260            OR OPER-EFF-DATE NOT < WS-OP-EFF (WS-OP-FOUND)
004270             PERFORM 4150-TAKE-OPER-RECORD THRU 4150-EXIT
004280             MOVE "Y" TO WS-OP-IN-FORCE-SW (WS-OP-FOUND)
004290         END-IF
004300     ELSE
004310         IF WS-OP-IN-FORCE-SW (WS-OP-FOUND) NOT = "Y"
004320            AND OPER-EFF-DATE < WS-OP-EFF (WS-OP-FOUND)
004330             PERFORM 4150-TAKE-OPER-RECORD THRU 4150-EXIT
004340         END-IF
004350     END-IF.
004360 4100-NEXT.
004370     PERFORM 4010-READ-OPER-RECORD THRU 4010-EXIT.
004380 4100-EXIT.
004390     EXIT.
004400*-----------------------------------------------------------------
004410 4150-TAKE-OPER-RECORD.
004420     MOVE OPER-NAME TO WS-OP-NAME (WS-OP-FOUND)
004430     MOVE OPER-AUTH-LEVEL TO WS-OP-LVL (WS-OP-FOUND)
004440     MOVE OPER-STATUS TO WS-OP-STAT (WS-OP-FOUND)
004450     MOVE OPER-EFF-DATE TO WS-OP-EFF (WS-OP-FOUND).
004460 4150-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------------
004490 4200-FIND-OPERATOR.
004500     MOVE ZERO TO WS-OP-FOUND
004510     PERFORM 4210-COMPARE-OPERATOR THRU 4210-EXIT
004520         VARYING WS-OP-IX FROM 1 BY 1
004530         UNTIL WS-OP-IX > WS-OP-USED
004540            OR WS-OP-FOUND > ZERO.
004550 4200-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580 4210-COMPARE-OPERATOR.
004590     IF WS-OP-ID (WS-OP-IX) = WS-FIND-ID
004600         MOVE WS-OP-IX TO WS-OP-FOUND
004610     END-IF.
004620 4210-EXIT.
004630     EXIT.
004640*-----------------------------------------------------------------
004650*    WHOLE OF SECLOG UP TO THE AS-OF DATE - THE LATEST SUCCESSFUL
004660*    SIGN-ON OF EACH OPERATOR.  A SIGN-ON BY AN ID NOT ON
004670*    OPERFILE IS COUNTED FOR THE SUMMARY.  WITHOUT SECLOG NO
004680*    SIGN-ON CAN BE SHOWN AND THE RUN ENDS AS A FILE ERROR AFTER
004690*    THE LISTING.
004700*-----------------------------------------------------------------
004710 4500-FIND-LAST-SIGNONS.
004720     IF WS-OP-USED = ZERO
004730         GO TO 4500-EXIT
004740     END-IF
004750     MOVE "N" TO WS-SECLOG-EOF-SW
004760     OPEN INPUT SECLOG
004770     IF WS-SECLOG-FS NOT = "00"
004780         DISPLAY "IMPOSSIBILE APRIRE SECLOG - FILE STATUS "
004790             WS-SECLOG-FS
004800         SET WS-SECLOG-MISSING TO TRUE
004810         MOVE 16 TO RETURN-CODE
004820         GO TO 4500-EXIT
004830     END-IF
004840     PERFORM 2100-READ-SECLOG THRU 2100-EXIT
004850     PERFORM 4510-EXAMINE-SIGNON THRU 4510-EXIT
004860         UNTIL WS-SECLOG-EOF
004870     CLOSE SECLOG.
004880 4500-EXIT.
004890     EXIT.
004900*-----------------------------------------------------------------
004910 4510-EXAMINE-SIGNON.
004920     ADD 1 TO WS-RECORDS-READ
004930     IF NOT SECL-SIGNON-OK
004940        OR SECL-OPER-ID = SPACES
004950        OR SECL-TIMESTAMP (1:8) > WS-SEL-DATE
004960         GO TO 4510-NEXT
004970     END-IF
004980     ADD 1 TO WS-SIGNONS-SEEN
004990     MOVE SECL-OPER-ID TO WS-FIND-ID
005000     PERFORM 4200-FIND-OPERATOR THRU 4200-EXIT
005010     IF WS-OP-FOUND = ZERO
005020         ADD 1 TO WS-SIGNONS-UNKNOWN
005030         GO TO 4510-NEXT
005040     END-IF
005050     IF WS-OP-LAST-SIGNON (WS-OP-FOUND) = SPACES
005060        OR SECL-TIMESTAMP (1:8) > WS-OP-LAST-SIGNON (WS-OP-FOUND)
005070         MOVE SECL-TIMESTAMP (1:8)
005080             TO WS-OP-LAST-SIGNON (WS-OP-FOUND)
005090     END-IF.
005100 4510-NEXT.
005110     PERFORM 2100-READ-SECLOG THRU 2100-EXIT.
005120 4510-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------------
005150*    DAILY SECTION 1 - ONE PASS OVER SECLOG: EVERY EVENT OF THE
005160*    DAY IS COUNTED BY TYPE; FAILED SIGN-ONS, LOCK-OUTS AND
005170*    REFUSALS ARE LISTED AND TOTALLED BY OPERATOR AND TERMINAL.
005180*-----------------------------------------------------------------
005190 5000-PRINT-DAY-EVENTS.
005200     MOVE "ACCESSI FALLITI E RIFIUTI DI AUTORIZZAZIONE"
005210         TO WS-SECTION-TITLE
005220     MOVE SPACES TO WS-COLUMN-HEADING
005230     MOVE "ORA" TO WS-COLUMN-HEADING (1:3)
005240     MOVE "EVENTO" TO WS-COLUMN-HEADING (11:6)
005250     MOVE "PROGRAMMA" TO WS-COLUMN-HEADING (29:9)
005260     MOVE "OPERAT." TO WS-COLUMN-HEADING (39:7)
005270     MOVE "TERMIN." TO WS-COLUMN-HEADING (49:7)
005280     MOVE "LIV" TO WS-COLUMN-HEADING (58:3)
005290     MOVE "OPZ" TO WS-COLUMN-HEADING (63:3)
005300     MOVE "DETTAGLIO" TO WS-COLUMN-HEADING (69:9)
005310     PERFORM 7350-START-SECTION THRU 7350-EXIT
005320     MOVE "N" TO WS-SECLOG-EOF-SW
005330     OPEN INPUT SECLOG
005340     IF WS-SECLOG-FS NOT = "00"
005350         DISPLAY "IMPOSSIBILE APRIRE SECLOG - FILE STATUS "
005360             WS-SECLOG-FS
005370         MOVE "FILE EVENTI SECLOG NON DISPONIBILE"
005380             TO WS-PRINT-LINE
005390         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005400         SET WS-SECLOG-MISSING TO TRUE
005410         MOVE 16 TO RETURN-CODE
005420         GO TO 5000-EXIT
005430     END-IF
005440     PERFORM 2100-READ-SECLOG THRU 2100-EXIT
005450     PERFORM 5010-EXAMINE-EVENT THRU 5010-EXIT
005460         UNTIL WS-SECLOG-EOF
005470     CLOSE SECLOG
005480     IF WS-DAY-FAILED = ZERO AND WS-DAY-LOCKED = ZERO
005490        AND WS-DAY-REFUSED = ZERO
005500         MOVE "NESSUN ACCESSO FALLITO E NESSUN RIFIUTO NEL GIORNO"
005510             TO WS-PRINT-LINE
005520         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005530     END-IF.
005540 5000-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005570 5010-EXAMINE-EVENT.
005580     ADD 1 TO WS-RECORDS-READ
005590     IF SECL-TIMESTAMP (1:8) NOT = WS-SEL-DATE
005600         ADD 1 TO WS-OTHER-DAYS
005610         GO TO 5010-NEXT
005620     END-IF
005630     ADD 1 TO WS-DAY-EVENTS
005640     EVALUATE TRUE
005650         WHEN SECL-SIGNON-OK
005660             ADD 1 TO WS-DAY-SIGNON-OK
005670             GO TO 5010-NEXT
005680         WHEN SECL-MAINTENANCE
005690             ADD 1 TO WS-DAY-MAINT
005700             GO TO 5010-NEXT
005710         WHEN SECL-SIGNON-FAILED
005720             ADD 1 TO WS-DAY-FAILED
005730             MOVE "ACCESSO FALLITO" TO WS-EVENT-TEXT
005740         WHEN SECL-LOCKED-OUT
005750             ADD 1 TO WS-DAY-LOCKED
005760             MOVE "BLOCCO ACCESSO" TO WS-EVENT-TEXT
005770         WHEN SECL-REFUSED
005780             ADD 1 TO WS-DAY-REFUSED
005790             MOVE "RIFIUTO" TO WS-EVENT-TEXT
005800         WHEN OTHER
005810             GO TO 5010-NEXT
005820     END-EVALUATE
005830     MOVE SPACES TO WS-TIME-TEXT
005840     STRING SECL-TIMESTAMP (9:2) ":" SECL-TIMESTAMP (11:2) ":"
005850            SECL-TIMESTAMP (13:2)
005860         DELIMITED BY SIZE INTO WS-TIME-TEXT
005870     END-STRING
005880     MOVE SECL-OPER-ID TO WS-OPER-TEXT
005890     IF WS-OPER-TEXT = SPACES
005900         MOVE "(VUOTO)" TO WS-OPER-TEXT
005910     END-IF
005920     MOVE SPACES TO WS-PRINT-LINE
005930     MOVE WS-TIME-TEXT TO WS-PRINT-LINE (1:8)
005940     MOVE WS-EVENT-TEXT TO WS-PRINT-LINE (11:16)
005950     MOVE SECL-PROGRAM TO WS-PRINT-LINE (29:8)
005960     MOVE WS-OPER-TEXT TO WS-PRINT-LINE (39:8)
005970     MOVE SECL-TERM-ID TO WS-PRINT-LINE (49:8)
005980     MOVE SECL-OPER-LEVEL TO WS-PRINT-LINE (59:1)
005990     IF SECL-OPTION NOT = ZERO
006000         MOVE SECL-OPTION TO WS-PRINT-LINE (64:2)
006010     END-IF
006020     MOVE SECL-DETAIL TO WS-PRINT-LINE (69:40)
006030     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006040     PERFORM 5020-ADD-TO-PAIR THRU 5020-EXIT.
006050 5010-NEXT.
006060     PERFORM 2100-READ-SECLOG THRU 2100-EXIT.
006070 5010-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------------
006100*    OPERATOR AND TERMINAL OF THE EVENT IN WS-PAIR-TABLE - ADDED
006110*    ON FIRST SIGHT.  A FULL TABLE IS COUNTED, NOT TOTALLED.
006120*-----------------------------------------------------------------
006130 5020-ADD-TO-PAIR.
006140     MOVE ZERO TO WS-PR-FOUND
006150     PERFORM 5030-COMPARE-PAIR THRU 5030-EXIT
006160         VARYING WS-PR-IX FROM 1 BY 1
006170         UNTIL WS-PR-IX > WS-PR-USED
006180            OR WS-PR-FOUND > ZERO
006190     IF WS-PR-FOUND = ZERO
006200         IF WS-PR-USED NOT < 100
006210             ADD 1 TO WS-PR-OVERFLOW
006220             GO TO 5020-EXIT
006230         END-IF
006240         ADD 1 TO WS-PR-USED
006250         MOVE WS-PR-USED TO WS-PR-FOUND
006260         MOVE SECL-OPER-ID TO WS-PR-OPER-ID (WS-PR-FOUND)
006270         MOVE SECL-TERM-ID TO WS-PR-TERM-ID (WS-PR-FOUND)
006280     END-IF
006290     MOVE SECL-TIMESTAMP (9:6) TO WS-PR-LAST-TIME (WS-PR-FOUND)
006300     EVALUATE TRUE
006310         WHEN SECL-SIGNON-FAILED
006320             ADD 1 TO WS-PR-FAILED (WS-PR-FOUND)
006330         WHEN SECL-LOCKED-OUT
006340             ADD 1 TO WS-PR-LOCKED (WS-PR-FOUND)
006350         WHEN OTHER
006360             ADD 1 TO WS-PR-REFUSED (WS-PR-FOUND)
006370     END-EVALUATE.
006380 5020-EXIT.
006390     EXIT.
006400*-----------------------------------------------------------------
006410 5030-COMPARE-PAIR.
006420     IF WS-PR-OPER-ID (WS-PR-IX) = SECL-OPER-ID
006430        AND WS-PR-TERM-ID (WS-PR-IX) = SECL-TERM-ID
006440         MOVE WS-PR-IX TO WS-PR-FOUND
006450     END-IF.
006460 5030-EXIT.
006470     EXIT.
006480*-----------------------------------------------------------------
006490*    DAILY SECTION 2 - TOTALS BY OPERATOR AND TERMINAL.
006500*-----------------------------------------------------------------
006510 5200-PRINT-BY-OPERATOR.
006520     MOVE "ACCESSI FALLITI E RIFIUTI PER OPERATORE E TERMINALE"
006530         TO WS-SECTION-TITLE
006540     MOVE SPACES TO WS-COLUMN-HEADING
006550     MOVE "OPERAT." TO WS-COLUMN-HEADING (1:7)
006560     MOVE "TERMIN." TO WS-COLUMN-HEADING (11:7)
006570     MOVE "FALLITI" TO WS-COLUMN-HEADING (23:7)
006580     MOVE "BLOCCHI" TO WS-COLUMN-HEADING (35:7)
006590     MOVE "RIFIUTI" TO WS-COLUMN-HEADING (47:7)
006600     MOVE "TOTALE" TO WS-COLUMN-HEADING (60:6)
006610     MOVE "ULTIMO" TO WS-COLUMN-HEADING (70:6)
006620     PERFORM 7350-START-SECTION THRU 7350-EXIT
006630     IF WS-PR-USED = ZERO
006640         MOVE "NESSUN EVENTO DA TOTALIZZARE" TO WS-PRINT-LINE
006650         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
006660         GO TO 5200-EXIT
006670     END-IF
006680     PERFORM 5210-PRINT-PAIR THRU 5210-EXIT
006690         VARYING WS-PR-IX FROM 1 BY 1
006700         UNTIL WS-PR-IX > WS-PR-USED.
006710 5200-EXIT.
006720     EXIT.
006730*-----------------------------------------------------------------
006740 5210-PRINT-PAIR.
006750     MOVE WS-PR-OPER-ID (WS-PR-IX) TO WS-OPER-TEXT
006760     IF WS-OPER-TEXT = SPACES
006770         MOVE "(VUOTO)" TO WS-OPER-TEXT
006780     END-IF
006790     MOVE SPACES TO WS-PRINT-LINE
006800     MOVE WS-OPER-TEXT TO WS-PRINT-LINE (1:8)
006810     MOVE WS-PR-TERM-ID (WS-PR-IX) TO WS-PRINT-LINE (11:8)
006820     MOVE WS-PR-FAILED (WS-PR-IX) TO WS-ED-SMALL
006830     MOVE WS-ED-SMALL TO WS-PRINT-LINE (23:7)
006840     MOVE WS-PR-LOCKED (WS-PR-IX) TO WS-ED-SMALL
006850     MOVE WS-ED-SMALL TO WS-PRINT-LINE (35:7)
006860     MOVE WS-PR-REFUSED (WS-PR-IX) TO WS-ED-SMALL
006870     MOVE WS-ED-SMALL TO WS-PRINT-LINE (47:7)
006880     COMPUTE WS-ED-SMALL = WS-PR-FAILED (WS-PR-IX)
006890                         + WS-PR-LOCKED (WS-PR-IX)
006900                         + WS-PR-REFUSED (WS-PR-IX)
006910     MOVE WS-ED-SMALL TO WS-PRINT-LINE (59:7)
006920     MOVE SPACES TO WS-TIME-TEXT
006930     STRING WS-PR-LAST-TIME (WS-PR-IX) (1:2) ":"
006940            WS-PR-LAST-TIME (WS-PR-IX) (3:2) ":"
006950            WS-PR-LAST-TIME (WS-PR-IX) (5:2)
006960         DELIMITED BY SIZE INTO WS-TIME-TEXT
006970     END-STRING
006980     MOVE WS-TIME-TEXT TO WS-PRINT-LINE (70:8)
006990     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
007000 5210-EXIT.
007010     EXIT.
007750*-----------------------------------------------------------------
007760*    RECERTIFICATION LISTING - ONE LINE PER OPERATOR.
007770*-----------------------------------------------------------------
007780 5500-PRINT-RECERTIFICATION.
007790     MOVE WS-IDLE-DAYS TO WS-ED-IDLE-DAYS
007800     MOVE SPACES TO WS-SECTION-TITLE
007810     STRING "OPERATORI - INATTIVO = SENZA ACCESSI DA OLTRE"
007820            WS-ED-IDLE-DAYS " GIORNI"
007830         DELIMITED BY SIZE INTO WS-SECTION-TITLE
007840     END-STRING
007850     MOVE SPACES TO WS-COLUMN-HEADING
007860     MOVE "OPERAT." TO WS-COLUMN-HEADING (1:7)
007870     MOVE "NOME" TO WS-COLUMN-HEADING (11:4)
007880     MOVE "LIVELLO" TO WS-COLUMN-HEADING (33:7)
007890     MOVE "STATO" TO WS-COLUMN-HEADING (46:5)
007900     MOVE "DECORRENZA" TO WS-COLUMN-HEADING (55:10)
007910     MOVE "ULT.ACCESSO" TO WS-COLUMN-HEADING (67:11)
007920     MOVE "GIORNI" TO WS-COLUMN-HEADING (80:6)
007930     MOVE "INATTIVO" TO WS-COLUMN-HEADING (88:8)
007940     MOVE "NOTE" TO WS-COLUMN-HEADING (98:4)
007950     PERFORM 7350-START-SECTION THRU 7350-EXIT
007960     IF WS-SECLOG-MISSING
007970         MOVE "*** FILE EVENTI SECLOG NON DISPONIBILE - ULTIMO"
007980             TO WS-PRINT-LINE
007990         MOVE " ACCESSO NON DETERMINABILE"
008000             TO WS-PRINT-LINE (48:26)
008010         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008020     END-IF
008030     IF WS-OP-USED = ZERO
008040         MOVE "NESSUN OPERATORE SU OPERFILE" TO WS-PRINT-LINE
008050         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008060         GO TO 5500-EXIT
008070     END-IF
008080     PERFORM 5510-PRINT-OPERATOR THRU 5510-EXIT
008090         VARYING WS-OP-IX FROM 1 BY 1
008100         UNTIL WS-OP-IX > WS-OP-USED.
008110 5500-EXIT.
008120     EXIT.
008130*-----------------------------------------------------------------
008140*    ONE OPERATOR - IDLE DAYS RUN FROM THE LAST SIGN-ON, OR FROM
008150*    THE EFFECTIVE DATE FOR AN OPERATOR WHO HAS NEVER SIGNED ON,
008160*    TO THE AS-OF DATE.  AN OPERATOR NOT YET IN FORCE IS NOT
008170*    MEASURED.
008180*-----------------------------------------------------------------
008190 5510-PRINT-OPERATOR.
008200     MOVE SPACES TO WS-PRINT-LINE
008210     MOVE WS-OP-ID (WS-OP-IX) TO WS-PRINT-LINE (1:8)
008220     MOVE WS-OP-NAME (WS-OP-IX) TO WS-PRINT-LINE (11:20)
008230     IF WS-OP-LVL (WS-OP-IX) = 2
008240         MOVE "SUPERVISORE" TO WS-PRINT-LINE (33:11)
008250     ELSE
008260         MOVE "OPERATORE" TO WS-PRINT-LINE (33:11)
008270     END-IF
008280     IF WS-OP-STAT (WS-OP-IX) = "A"
008290         MOVE "ATTIVO" TO WS-PRINT-LINE (46:7)
008300     ELSE
008310         MOVE "ESCLUSO" TO WS-PRINT-LINE (46:7)
008320     END-IF
008330     MOVE WS-OP-EFF (WS-OP-IX) TO WS-PRINT-LINE (56:8)
008340     IF WS-OP-LAST-SIGNON (WS-OP-IX) = SPACES
008350         MOVE "MAI" TO WS-PRINT-LINE (67:3)
008360         MOVE WS-OP-EFF (WS-OP-IX) TO WS-IDLE-FROM
008370     ELSE
008380         MOVE WS-OP-LAST-SIGNON (WS-OP-IX) TO WS-PRINT-LINE (67:8)
008390         MOVE WS-OP-LAST-SIGNON (WS-OP-IX) TO WS-IDLE-FROM
008400     END-IF
008410     IF WS-OP-IN-FORCE-SW (WS-OP-IX) NOT = "Y"
008420         ADD 1 TO WS-OPS-FUTURE
008430         MOVE "NO" TO WS-PRINT-LINE (88:2)
008440         MOVE "DECORRENZA FUTURA - NON IN VIGORE"
008450             TO WS-PRINT-LINE (98:35)
008460         GO TO 5510-PRINT
008470     END-IF
008480     IF WS-OP-STAT (WS-OP-IX) = "A"
008490         ADD 1 TO WS-OPS-ACTIVE
008500         IF WS-OP-LVL (WS-OP-IX) = 2
008510             ADD 1 TO WS-OPS-SUPERVISOR
008520         END-IF
008530     ELSE
008540         ADD 1 TO WS-OPS-EXCLUDED
008550     END-IF
008560     IF WS-OP-LAST-SIGNON (WS-OP-IX) = SPACES
008570         ADD 1 TO WS-OPS-NEVER
008580     END-IF
008590     SET DAT-FUNC-DAY-COUNT TO TRUE
008600     MOVE "A" TO DAT-BASIS
008610     MOVE WS-IDLE-FROM TO DAT-DATE-1
008620     MOVE WS-SEL-DATE TO DAT-DATE-2
008630     MOVE ZERO TO DAT-DAYS
008640     CALL "ELMODAT" USING DAT-COMMAREA
008650     IF DAT-DATE-INVALID
008660         MOVE "?" TO WS-PRINT-LINE (88:1)
008670         MOVE "DATA NON VALIDA" TO WS-PRINT-LINE (98:35)
008680         GO TO 5510-PRINT
008690     END-IF
008700     MOVE DAT-DAYS TO WS-IDLE-COUNT
008710     IF WS-IDLE-COUNT < ZERO
008720         MOVE ZERO TO WS-IDLE-COUNT
008730     END-IF
008740     MOVE WS-IDLE-COUNT TO WS-ED-DAYS
008750     MOVE WS-ED-DAYS TO WS-PRINT-LINE (80:6)
008760     IF WS-IDLE-COUNT > WS-IDLE-DAYS
008770         MOVE "SI" TO WS-PRINT-LINE (88:2)
008780         IF WS-OP-STAT (WS-OP-IX) = "A"
008790             ADD 1 TO WS-OPS-IDLE
008800             MOVE "ATTIVO MA INATTIVO - VERIFICARE"
008810                 TO WS-PRINT-LINE (98:35)
008820         END-IF
008830     ELSE
008840         MOVE "NO" TO WS-PRINT-LINE (88:2)
008850     END-IF.
008851 5510-PRINT.
008852     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
008853 5510-EXIT.
008854     EXIT.
008855*-----------------------------------------------------------------
008856*    DAILY SUMMARY - WHAT WAS READ AND THE DAY'S EVENTS BY TYPE.
008857*-----------------------------------------------------------------
008858 6000-PRINT-DAILY-SUMMARY.
008859     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
008860     MOVE SPACES TO WS-COLUMN-HEADING
008861     PERFORM 7350-START-SECTION THRU 7350-EXIT
008862     MOVE WS-RECORDS-READ TO WS-ED-COUNT
008863     MOVE SPACES TO WS-PRINT-LINE
008864     STRING "RECORD DI SECLOG LETTI:     " WS-ED-COUNT
008865         DELIMITED BY SIZE INTO WS-PRINT-LINE
008866     END-STRING
008867     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008868     MOVE WS-OTHER-DAYS TO WS-ED-COUNT
008869     MOVE SPACES TO WS-PRINT-LINE
008870     STRING "  DI ALTRE GIORNATE:        " WS-ED-COUNT
008871         DELIMITED BY SIZE INTO WS-PRINT-LINE
008872     END-STRING
008873     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008874     MOVE WS-DAY-EVENTS TO WS-ED-COUNT
008875     MOVE SPACES TO WS-PRINT-LINE
008876     STRING "EVENTI DELLA GIORNATA:      " WS-ED-COUNT
008877         DELIMITED BY SIZE INTO WS-PRINT-LINE
008878     END-STRING
008879     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008880     MOVE WS-DAY-SIGNON-OK TO WS-ED-COUNT
008881     MOVE SPACES TO WS-PRINT-LINE
008882     STRING "  ACCESSI RIUSCITI:         " WS-ED-COUNT
008883         DELIMITED BY SIZE INTO WS-PRINT-LINE
008884     END-STRING
008885     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008886     MOVE WS-DAY-FAILED TO WS-ED-COUNT
008887     MOVE SPACES TO WS-PRINT-LINE
008888     STRING "  ACCESSI FALLITI:          " WS-ED-COUNT
008889         DELIMITED BY SIZE INTO WS-PRINT-LINE
008890     END-STRING
008891     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008892     MOVE WS-DAY-LOCKED TO WS-ED-COUNT
008893     MOVE SPACES TO WS-PRINT-LINE
008894     STRING "  SESSIONI BLOCCATE:        " WS-ED-COUNT
008895         DELIMITED BY SIZE INTO WS-PRINT-LINE
008896     END-STRING
008897     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008898     MOVE WS-DAY-REFUSED TO WS-ED-COUNT
008899     MOVE SPACES TO WS-PRINT-LINE
008900     STRING "  RIFIUTI DI AUTORIZZAZIONE:" WS-ED-COUNT
008901         DELIMITED BY SIZE INTO WS-PRINT-LINE
008902     END-STRING
008903     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008904     MOVE WS-DAY-MAINT TO WS-ED-COUNT
008905     MOVE SPACES TO WS-PRINT-LINE
008906     STRING "  AZIONI DI MANUTENZIONE:   " WS-ED-COUNT
008907         DELIMITED BY SIZE INTO WS-PRINT-LINE
008908     END-STRING
008909     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008910     IF WS-PR-OVERFLOW > ZERO
008911         MOVE "*** TABELLA OPERATORI/TERMINALI PIENA - TOTALI"
008912             TO WS-PRINT-LINE
008913         MOVE " INCOMPLETI" TO WS-PRINT-LINE (47:11)
008914         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
008915     END-IF
008916     EVALUATE TRUE
008917         WHEN RETURN-CODE NOT < 16
008918             CONTINUE
008919         WHEN WS-PR-OVERFLOW > ZERO
008920             MOVE 8 TO RETURN-CODE
008921         WHEN WS-DAY-EVENTS = ZERO
008922             MOVE 4 TO RETURN-CODE
008923         WHEN WS-DAY-FAILED > ZERO
008924         WHEN WS-DAY-LOCKED > ZERO
008925         WHEN WS-DAY-REFUSED > ZERO
008926             MOVE 4 TO RETURN-CODE
008927         WHEN OTHER
008928             CONTINUE
008929     END-EVALUATE.
008930 6000-EXIT.
008931     EXIT.
008932*-----------------------------------------------------------------
008933*    RECERTIFICATION SUMMARY.
008934*-----------------------------------------------------------------
008935 6500-PRINT-RECERT-SUMMARY.
008940     MOVE "RIEPILOGO" TO WS-SECTION-TITLE
008950     MOVE SPACES TO WS-COLUMN-HEADING
008960     PERFORM 7350-START-SECTION THRU 7350-EXIT
008970     MOVE WS-OPER-RECORDS-READ TO WS-ED-COUNT
008980     MOVE SPACES TO WS-PRINT-LINE
008990     STRING "RECORD DI OPERFILE LETTI:   " WS-ED-COUNT
009000         DELIMITED BY SIZE INTO WS-PRINT-LINE
009010     END-STRING
009020     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009030     MOVE WS-OP-USED TO WS-ED-COUNT
009040     MOVE SPACES TO WS-PRINT-LINE
009050     STRING "OPERATORI ELENCATI:         " WS-ED-COUNT
009060         DELIMITED BY SIZE INTO WS-PRINT-LINE
009070     END-STRING
009080     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009090     MOVE WS-OPS-ACTIVE TO WS-ED-COUNT
009100     MOVE SPACES TO WS-PRINT-LINE
009110     STRING "  ATTIVI:                   " WS-ED-COUNT
009120         DELIMITED BY SIZE INTO WS-PRINT-LINE
009130     END-STRING
009140     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009150     MOVE WS-OPS-SUPERVISOR TO WS-ED-COUNT
009160     MOVE SPACES TO WS-PRINT-LINE
009170     STRING "    DI CUI SUPERVISORI:     " WS-ED-COUNT
009180         DELIMITED BY SIZE INTO WS-PRINT-LINE
009190     END-STRING
009200     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009210     MOVE WS-OPS-IDLE TO WS-ED-COUNT
009220     MOVE SPACES TO WS-PRINT-LINE
009230     STRING "    DI CUI INATTIVI:        " WS-ED-COUNT
009240         DELIMITED BY SIZE INTO WS-PRINT-LINE
009250     END-STRING
009260     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009270     MOVE WS-OPS-EXCLUDED TO WS-ED-COUNT
009280     MOVE SPACES TO WS-PRINT-LINE
009290     STRING "  ESCLUSI:                  " WS-ED-COUNT
009300         DELIMITED BY SIZE INTO WS-PRINT-LINE
009310     END-STRING
009320     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009330     MOVE WS-OPS-FUTURE TO WS-ED-COUNT
009340     MOVE SPACES TO WS-PRINT-LINE
009350     STRING "  NON ANCORA IN VIGORE:     " WS-ED-COUNT
009360         DELIMITED BY SIZE INTO WS-PRINT-LINE
009370     END-STRING
009380     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009390     MOVE WS-OPS-NEVER TO WS-ED-COUNT
009400     MOVE SPACES TO WS-PRINT-LINE
009410     STRING "MAI ENTRATI:                " WS-ED-COUNT
009420         DELIMITED BY SIZE INTO WS-PRINT-LINE
009430     END-STRING
009440     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009450     MOVE WS-RECORDS-READ TO WS-ED-COUNT
009460     MOVE SPACES TO WS-PRINT-LINE
009470     STRING "RECORD DI SECLOG LETTI:     " WS-ED-COUNT
009480         DELIMITED BY SIZE INTO WS-PRINT-LINE
009490     END-STRING
009500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009510     MOVE WS-SIGNONS-SEEN TO WS-ED-COUNT
009520     MOVE SPACES TO WS-PRINT-LINE
009530     STRING "  ACCESSI RIUSCITI:         " WS-ED-COUNT
009540         DELIMITED BY SIZE INTO WS-PRINT-LINE
009550     END-STRING
009560     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009570     MOVE WS-SIGNONS-UNKNOWN TO WS-ED-COUNT
009580     MOVE SPACES TO WS-PRINT-LINE
009590     STRING "    DI ID NON SU OPERFILE:  " WS-ED-COUNT
009600         DELIMITED BY SIZE INTO WS-PRINT-LINE
009610     END-STRING
009620     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009630     IF WS-OP-OVERFLOW > ZERO
009640         MOVE "*** TABELLA OPERATORI PIENA - ELENCO INCOMPLETO"
009650             TO WS-PRINT-LINE
009660         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
009670     END-IF
009680     EVALUATE TRUE
009690         WHEN RETURN-CODE NOT < 16
009700             CONTINUE
009710         WHEN WS-OP-OVERFLOW > ZERO
009720             MOVE 8 TO RETURN-CODE
009730         WHEN WS-OP-USED = ZERO
009740             MOVE 4 TO RETURN-CODE
009750         WHEN OTHER
009760             CONTINUE
009770     END-EVALUATE.
009780 6500-EXIT.
009790     EXIT.
009800*-----------------------------------------------------------------
009810*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.  EACH SECTION
009820*    STARTS ON A NEW PAGE UNDER ITS OWN TITLE AND HEADINGS.
009830*-----------------------------------------------------------------
009840 7300-WRITE-REPORT-LINE.
009850     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
009860         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
009870         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
009880     END-IF
009890     MOVE WS-PRINT-LINE TO ACCRPT-RECORD
009900     WRITE ACCRPT-RECORD
009910     ADD 1 TO WS-REPORT-LINE-COUNT.
009920 7300-EXIT.
009930     EXIT.
009940*-----------------------------------------------------------------
009950 7310-PRINT-REPORT-HEADER.
009960     ADD 1 TO WS-REPORT-PAGE-NO
009970     MOVE WS-REPORT-TITLE TO ACCRPT-RECORD
009980     WRITE ACCRPT-RECORD
009990     MOVE SPACES TO ACCRPT-RECORD
010000     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
010010            WS-RUN-DATE          DELIMITED BY SIZE
010020            "   ALLA DATA: "     DELIMITED BY SIZE
010030            WS-SEL-DATE          DELIMITED BY SIZE
010040            "   PAGINA: "        DELIMITED BY SIZE
010050            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
010060         INTO ACCRPT-RECORD
010070     END-STRING
010080     WRITE ACCRPT-RECORD
010090     MOVE WS-SECTION-TITLE TO ACCRPT-RECORD
010100     WRITE ACCRPT-RECORD
010110     IF WS-COLUMN-HEADING NOT = SPACES
010120         MOVE WS-COLUMN-HEADING TO ACCRPT-RECORD
010130         WRITE ACCRPT-RECORD
010140     END-IF
010150     MOVE ZERO TO WS-REPORT-LINE-COUNT.
010160 7310-EXIT.
010170     EXIT.
010180*-----------------------------------------------------------------
010190 7320-PRINT-REPORT-FOOTER.
010200     MOVE SPACES TO ACCRPT-RECORD
010210     STRING "FINE PAGINA "       DELIMITED BY SIZE
010220            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
010230         INTO ACCRPT-RECORD
010240     END-STRING
010250     WRITE ACCRPT-RECORD.
010260 7320-EXIT.
010270     EXIT.
010280*-----------------------------------------------------------------
010290 7350-START-SECTION.
010300     IF WS-REPORT-PAGE-NO > ZERO
010310         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010320     END-IF
010330     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT.
010340 7350-EXIT.
010350     EXIT.
010360*-----------------------------------------------------------------
010370*    TERMINATION - REPORT AND THE RUN LEDGER.
010380*-----------------------------------------------------------------
010390 9000-TERMINATE-PROGRAM.
010400     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
010410     CLOSE ACCRPT-FILE
010420     DISPLAY "RECORD DI SECLOG LETTI:   " WS-RECORDS-READ
010430     IF WS-MODE-RECERT
010440         DISPLAY "OPERATORI ELENCATI:       " WS-OP-USED
010450         MOVE "RECERT  " TO WS-LDG-MODE
010460         MOVE WS-OPER-RECORDS-READ TO WS-LDG-IN
010470         MOVE WS-OP-USED TO WS-LDG-OUT
010480         MOVE ZERO TO WS-LDG-REJ
010490     ELSE
010500         DISPLAY "EVENTI DELLA GIORNATA:    " WS-DAY-EVENTS
010510         MOVE "SECDAY  " TO WS-LDG-MODE
010520         MOVE WS-RECORDS-READ TO WS-LDG-IN
010530         MOVE WS-DAY-EVENTS TO WS-LDG-OUT
010545         MOVE ZERO TO WS-LDG-REJ
010560     END-IF
010570     MOVE SPACE TO WS-LDG-RECON
010580     PERFORM 9500-WRITE-RUN-LEDGER THRU 9500-EXIT.
010590 9000-EXIT.
010600     EXIT.
010610*-----------------------------------------------------------------
010620*    RUN LEDGER CLOSE-OUT - ONE RECORD ON THE SHARED LEDGER SO
010630*    THE DAILY CONTROL REPORT (ELMOCTL) SEES THE RUN.  A LEDGER
010640*    THAT CANNOT BE WRITTEN IS REPORTED BUT DOES NOT FAIL THE
010650*    RUN.
010660*-----------------------------------------------------------------
010670 9500-WRITE-RUN-LEDGER.
010680     OPEN EXTEND RUNLEDG
010690     IF WS-RUNLEDG-FS NOT = "00"
010700         OPEN OUTPUT RUNLEDG
010710     END-IF
010720     IF WS-RUNLEDG-FS NOT = "00"
010730         DISPLAY "IMPOSSIBILE AGGIORNARE RUNLEDG - FILE STATUS "
010740             WS-RUNLEDG-FS
010750         GO TO 9500-EXIT
010760     END-IF
010770     MOVE SPACES TO LDG-RECORD
010780     MOVE "ELMOACC " TO LDG-PROGRAM
010790     MOVE WS-RUN-DATE TO LDG-RUN-DATE
010800     MOVE FUNCTION CURRENT-DATE TO LDG-TIMESTAMP
010810     MOVE WS-LDG-MODE TO LDG-RUN-MODE
010820     MOVE WS-LDG-IN TO LDG-RECORDS-IN
010830     MOVE WS-LDG-OUT TO LDG-RECORDS-OUT
010840     MOVE WS-LDG-REJ TO LDG-REJECTS
010850     MOVE RETURN-CODE TO LDG-RETURN-CODE
010860     MOVE WS-LDG-RECON TO LDG-RECON-STATUS
010870     WRITE LDG-RECORD
010880     CLOSE RUNLEDG.
010890 9500-EXIT.
010900     EXIT.
