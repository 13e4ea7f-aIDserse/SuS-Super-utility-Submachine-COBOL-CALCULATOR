000140*                    - A RECONCILIATION THAT ENDED UNBALANCED
000150*                    - NO AUDIT ARCHIVE CUT-OFF (ELMOARC) FOR THE
000160*                      DAY
000162*                    - NO REFERENCE TABLE CHECK (ELMOREF) FOR THE
000164*                      DAY; A CHECK THAT FOUND A BROKEN FORMULA
000166*                      ENDS WITH RC 8 AND IS FLAGGED AS ABOVE
000170*                    - REJECTS PRODUCED (TRXREJ / SVCREJ) WITH NO
000180*                      MATCHING RESUBMISSION (ELMOREX) ON FILE
000181*                    - MAINTENANCE CHANGES STILL AWAITING A
000182*                      SECOND SUPERVISOR'S APPROVAL (CHGFILE,
000183*                      COPYBOOK CHGREC), EACH ONE LISTED
000184*                    - BACKLOG OR TURNAROUND ALERTS RAISED BY THE
000185*                      INTRADAY SERVICE (ELMOSVC, FILE SVCALRT)
000186*                  THE SERVICE-LEVEL RECORDS OF THE INTRADAY
000187*                  SERVICE (MODE SVCLEVEL) ARE PRINTED AS SUCH
000188*                  AND TOTALLED FOR THE DAY - REQUESTS, AVERAGE
000189*                  AND WORST TURNAROUND, DEEPEST QUEUE, ALERTS.
000190*                  RETURN-CODE 0 = CLEAN DAY, 4 = AT LEAST ONE
000200*                  FLAG, 16 = FILE ERROR.
000202*                  ON A DAY THE COMPANY CALENDAR (MODULE
000204*                  ELMODAT) SAYS IS NOT A BUSINESS DAY NO
000206*                  PROCESSING IS EXPECTED - A DAY WITH NO
000208*                  REGISTRATIONS IS NOT FLAGGED.
000210*
000220*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000230*        DATE=YYYYMMDD        PROCESSING DAY (DEFAULT TODAY)
000250*    MODIFICATION HISTORY
000260*    --------------------------------------------------------
000270*    09/02/2026  DF   INITIAL VERSION.
000271*    10/15/2026  DF   WEEKENDS AND CALENDAR HOLIDAYS ARE PRINTED
000272*                     AS NON-PROCESSING DAYS; AN EMPTY LEDGER AND
000273*                     A MISSING ELMOARC ARE NOT FLAGGED ON THEM.
000274*    10/15/2026  DF   CHANGES STILL PENDING ON CHGFILE ARE LISTED
000275*                     AND FLAG THE DAY.
000276*    10/15/2026  DF   A BUSINESS DAY WITH NO ELMOREF CLOSE-OUT IS
000277*                     FLAGGED.
000278*    10/15/2026  DF   ELMOSVC SERVICE-LEVEL RECORDS PRINTED AND
000279*                     TOTALLED FOR THE DAY; SERVICE ALERTS FLAG
000280*                     THE DAY.
000282*    10/15/2026  DF   THE ELMOARC AND ELMOREF CHECKS ARE SKIPPED
000284*                     ON EVERY NON-PROCESSING DAY, NOT ONLY ON
000286*                     ONE WITH AN EMPTY LEDGER.
000288*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.   ELMOCTL.
000310 AUTHOR.       D. FERRANTE.
000470     SELECT CTLRPT-FILE ASSIGN TO "CTLRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTLRPT-FS.
000492     SELECT CHGFILE ASSIGN TO "CHGFILE"
000494         ORGANIZATION IS SEQUENTIAL
000496         FILE STATUS IS WS-CHGFILE-FS.
000500*****************************************************************
000510*    DATA DIVISION
000520*****************************************************************
000710 FD  CTLRPT-FILE
000720     RECORDING MODE IS F.
000730 01  CTLRPT-RECORD                PIC X(132).
000731*----------------------------------------------------------------
000732*    PENDING MAINTENANCE CHANGES - READ FROM THE TOP.
000733*----------------------------------------------------------------
000734 FD  CHGFILE
000735     RECORDING MODE IS F
000736     LABEL RECORDS ARE STANDARD.
000737 COPY CHGREC.
000740*****************************************************************
000750 WORKING-STORAGE SECTION.
000760*----------------------------------------------------------------
000800     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
000810     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
000820     05  WS-CTLRPT-FS             PIC X(02) VALUE SPACES.
000825     05  WS-CHGFILE-FS            PIC X(02) VALUE SPACES.
000830*----------------------------------------------------------------
000840*    PROGRAM SWITCHES AND DAY-LEVEL FINDINGS.
000850*----------------------------------------------------------------
000920         88  WS-DAY-FLAGGED           VALUE "Y".
000930     05  WS-ARC-SEEN-SW           PIC X(01) VALUE "N".
000940         88  WS-ARC-SEEN              VALUE "Y".
000943     05  WS-REF-SEEN-SW           PIC X(01) VALUE "N".
000946         88  WS-REF-SEEN              VALUE "Y".
000950     05  WS-REX-SEEN-SW           PIC X(01) VALUE "N".
000960         88  WS-REX-SEEN              VALUE "Y".
000961     05  WS-NON-PROC-DAY-SW       PIC X(01) VALUE "N".
000962         88  WS-NON-PROC-DAY          VALUE "Y".
000963     05  WS-CHGFILE-EOF-SW        PIC X(01) VALUE "N".
000964         88  WS-CHGFILE-EOF           VALUE "Y".
000965     05  WS-SLA-SEEN-SW           PIC X(01) VALUE "N".
000966         88  WS-SLA-SEEN              VALUE "Y".
000970*----------------------------------------------------------------
000980*    SELECTION AND DAY TOTALS.
000990*----------------------------------------------------------------
001030 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
001040 77  WS-RECORDS-SELECTED          PIC 9(09) COMP VALUE ZERO.
001050 01  WS-DAY-REJECTS               PIC 9(09) VALUE ZERO.
001051*----------------------------------------------------------------
001052*    INTRADAY SERVICE LEVEL FOR THE DAY - SUMMED OVER THE
001053*    SERVICE SESSIONS' SVCLEVEL RECORDS.
001054*----------------------------------------------------------------
001055 01  WS-DAY-SLA.
001056     05  WS-DAY-SLA-REQUESTS      PIC 9(09) VALUE ZERO.
001057     05  WS-DAY-SLA-TOTAL-SECS    PIC 9(11) VALUE ZERO.
001058     05  WS-DAY-SLA-AVG-SECS      PIC 9(05) VALUE ZERO.
001059     05  WS-DAY-SLA-WORST-SECS    PIC 9(05) VALUE ZERO.
001060     05  WS-DAY-SLA-MAX-DEPTH     PIC 9(06) VALUE ZERO.
001061     05  WS-DAY-SLA-ALERTS        PIC 9(05) VALUE ZERO.
001062     05  WS-SESS-AVG-SECS         PIC 9(05) VALUE ZERO.
001063*----------------------------------------------------------------
001064*    DATE SERVICES - IS THE SELECTED DAY A BUSINESS DAY.
001065*----------------------------------------------------------------
001066 COPY DATCOM.
001067*----------------------------------------------------------------
001068*    CHANGES STILL PENDING ON CHGFILE - THE LAST RECORD FOR A
001069*    CHANGE NUMBER WINS, SO A DECISION FREES THE SLOT.
001070*----------------------------------------------------------------
001071 01  WS-CHG-TABLE.
001072     05  WS-CHG-USED              PIC 9(03) COMP VALUE ZERO.
001073     05  WS-CHG-ENTRY OCCURS 200 TIMES.
001074         10  WS-CHG-REC               PIC X(180).
001075         10  WS-CHG-REC-NO REDEFINES WS-CHG-REC
001076                                      PIC 9(08).
001077         10  WS-CHG-OPEN-SW           PIC X(01).
001078 01  WS-CHG-IX                    PIC 9(03) COMP VALUE ZERO.
001079 01  WS-CHG-FREE-IX               PIC 9(03) COMP VALUE ZERO.
001080 01  WS-CHG-OPEN-COUNT            PIC 9(03) COMP VALUE ZERO.
001081*----------------------------------------------------------------
001082*    REPORT FORMATTING.
001083*----------------------------------------------------------------
001090 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
001100 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
001110 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
001160 01  WS-ED-REJ                    PIC ZZZ,ZZZ,ZZ9.
001170 01  WS-ED-RC                     PIC 9(02).
001180 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001182 01  WS-ED-SECS                   PIC ZZ,ZZ9.
001184 01  WS-ED-SECS-2                 PIC ZZ,ZZ9.
001186 01  WS-ED-DEPTH                  PIC ZZZ,ZZ9.
001188 01  WS-ED-ALERTS                 PIC ZZ,ZZ9.
001190*****************************************************************
001200*    PROCEDURE DIVISION
001210*****************************************************************
002170         GO TO 3000-NEXT
002180     END-IF
002190     ADD 1 TO WS-RECORDS-SELECTED
002192     IF LDG-PROGRAM = "ELMOSVC" AND LDG-RUN-MODE = "SVCLEVEL"
002194         PERFORM 3200-PRINT-SERVICE-LEVEL THRU 3200-EXIT
002196         GO TO 3000-NEXT
002198     END-IF
002200     IF LDG-PROGRAM = "ELMOARC"
002210         SET WS-ARC-SEEN TO TRUE
002212     END-IF
002214     IF LDG-PROGRAM = "ELMOREF"
002216         SET WS-REF-SEEN TO TRUE
002220     END-IF
002230     IF LDG-PROGRAM = "ELMOREX"
002240         SET WS-REX-SEEN TO TRUE
002530         MOVE "*** ANOMALIA" TO WS-PRINT-LINE (100:12)
002540         SET WS-DAY-FLAGGED TO TRUE
002550     END-IF
002551     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
002552 3100-EXIT.
002553     EXIT.
002554*-----------------------------------------------------------------
002555*    SERVICE-LEVEL RECORD OF ONE INTRADAY SERVICE SESSION - ITS
002556*    FIGURES IN PLACE OF THE COUNTS, ADDED TO THE DAY'S.  A
002557*    SESSION THAT RAISED ALERTS FLAGS THE DAY.
002558*-----------------------------------------------------------------
002559 3200-PRINT-SERVICE-LEVEL.
002560     SET WS-SLA-SEEN TO TRUE
002561     ADD LDG-SLA-REQUESTS TO WS-DAY-SLA-REQUESTS
002562     ADD LDG-SLA-TOTAL-SECS TO WS-DAY-SLA-TOTAL-SECS
002563     IF LDG-SLA-WORST-SECS > WS-DAY-SLA-WORST-SECS
002564         MOVE LDG-SLA-WORST-SECS TO WS-DAY-SLA-WORST-SECS
002565     END-IF
002566     IF LDG-SLA-MAX-DEPTH > WS-DAY-SLA-MAX-DEPTH
002567         MOVE LDG-SLA-MAX-DEPTH TO WS-DAY-SLA-MAX-DEPTH
002568     END-IF
002569     ADD LDG-SLA-ALERTS TO WS-DAY-SLA-ALERTS
002570     MOVE ZERO TO WS-SESS-AVG-SECS
002571     IF LDG-SLA-REQUESTS > ZERO
002572         COMPUTE WS-SESS-AVG-SECS ROUNDED =
002573                 LDG-SLA-TOTAL-SECS / LDG-SLA-REQUESTS
002574     END-IF
002575     MOVE LDG-SLA-REQUESTS TO WS-ED-IN
002576     MOVE WS-SESS-AVG-SECS TO WS-ED-SECS
002577     MOVE LDG-SLA-WORST-SECS TO WS-ED-SECS-2
002578     MOVE LDG-SLA-MAX-DEPTH TO WS-ED-DEPTH
002579     MOVE LDG-SLA-ALERTS TO WS-ED-ALERTS
002580     MOVE SPACES TO WS-PRINT-LINE
002581     STRING LDG-PROGRAM          DELIMITED BY SIZE
002582            " " LDG-RUN-MODE     DELIMITED BY SIZE
002583            " " LDG-TIMESTAMP (9:6)
002584                                 DELIMITED BY SIZE
002585            " RICH=" WS-ED-IN    DELIMITED BY SIZE
002586            " MEDIA=" WS-ED-SECS DELIMITED BY SIZE
002587            " MAX=" WS-ED-SECS-2 DELIMITED BY SIZE
002588            " CODA=" WS-ED-DEPTH DELIMITED BY SIZE
002589            " ALL=" WS-ED-ALERTS DELIMITED BY SIZE
002590         INTO WS-PRINT-LINE
002591     END-STRING
002592     IF LDG-SLA-ALERTS > ZERO
002593         MOVE "*** ALLARMI" TO WS-PRINT-LINE (100:11)
002594         SET WS-DAY-FLAGGED TO TRUE
002595     END-IF
002596     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
002597 3200-EXIT.
002598     EXIT.
002599*-----------------------------------------------------------------
002600*    DAY-LEVEL FINDINGS - THE GAPS A SINGLE CLOSE-OUT CANNOT SEE.
002602*    A WEEKEND OR CALENDAR HOLIDAY EXPECTS NO PROCESSING, SO AN
002604*    EMPTY LEDGER OR NO ARCHIVE CUT-OFF IS NOT A GAP THAT DAY,
002606*    WHATEVER ELSE RAN ON IT (A RECTIFICATION, A PURGE OR A
002607*    RE-DELIVERY MAY BE RUN ON ANY DAY).  THE SAME GOES FOR THE
002608*    REFERENCE TABLE CHECK.
002610*-----------------------------------------------------------------
002620 5000-PRINT-DAY-FINDINGS.
002630     MOVE SPACES TO WS-PRINT-LINE
002640     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002642     PERFORM 5100-CHECK-CALENDAR THRU 5100-EXIT
002644     IF WS-NON-PROC-DAY
002646         GO TO 5000-REJECTS
002648     END-IF
002650     IF WS-RECORDS-SELECTED = ZERO
002660         MOVE "NESSUNA REGISTRAZIONE PER LA GIORNATA"
002670             TO WS-PRINT-LINE
002740         SET WS-DAY-FLAGGED TO TRUE
002750         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002760     END-IF
002761     IF NOT WS-REF-SEEN
002762         MOVE "*** CONTROLLO TABELLE (ELMOREF) NON ESEGUITO"
002763             TO WS-PRINT-LINE
002764         SET WS-DAY-FLAGGED TO TRUE
002765         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002766     END-IF.
002767 5000-REJECTS.
002770     IF WS-DAY-REJECTS > ZERO AND NOT WS-REX-SEEN
002780         MOVE "*** SOSPESI SENZA RIELABORAZIONE (ELMOREX)"
002790             TO WS-PRINT-LINE
002860         DELIMITED BY SIZE INTO WS-PRINT-LINE
002870     END-STRING
002880     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002883     PERFORM 5200-CHECK-PENDING-CHANGES THRU 5200-EXIT
002886     PERFORM 5300-PRINT-DAY-SERVICE-LEVEL THRU 5300-EXIT
002890     MOVE SPACES TO WS-PRINT-LINE
002900     IF WS-DAY-FLAGGED
002910         MOVE "ESITO GIORNATA: *** DA VERIFICARE ***"
002960     END-IF
002970     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
002980 5000-EXIT.
002981     EXIT.
002982*-----------------------------------------------------------------
002983*    ASK THE DATE SERVICES MODULE ABOUT THE SELECTED DAY AND
002984*    PRINT WHY NO PROCESSING IS EXPECTED WHEN IT IS NOT A
002985*    BUSINESS DAY.
002986*-----------------------------------------------------------------
002987 5100-CHECK-CALENDAR.
002988     MOVE "N" TO WS-NON-PROC-DAY-SW
002989     SET DAT-FUNC-TEST-DAY TO TRUE
002990     MOVE WS-SEL-DATE TO DAT-DATE-1
002991     CALL "ELMODAT" USING DAT-COMMAREA
002992     IF DAT-DATE-INVALID OR DAT-BUSINESS-DAY
002993         GO TO 5100-EXIT
002994     END-IF
002995     SET WS-NON-PROC-DAY TO TRUE
002996     IF DAT-DESCRIPTION = SPACES
002997         IF DAT-WEEKDAY = 6
002998             MOVE "SABATO" TO DAT-DESCRIPTION
002999         ELSE
003000             IF DAT-WEEKDAY = 7
003001                 MOVE "DOMENICA" TO DAT-DESCRIPTION
003002             ELSE
003003                 MOVE "FESTIVITA'" TO DAT-DESCRIPTION
003004             END-IF
003005         END-IF
003006     END-IF
003007     MOVE SPACES TO WS-PRINT-LINE
003008     STRING "GIORNATA NON LAVORATIVA ("   DELIMITED BY SIZE
003009            DAT-DESCRIPTION               DELIMITED BY "  "
003010            ") - NESSUNA ELABORAZIONE ATTESA"
003011                                          DELIMITED BY SIZE
003012         INTO WS-PRINT-LINE
003013     END-STRING
003014     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
003015 5100-EXIT.
003016     EXIT.
003017*-----------------------------------------------------------------
003018*    MAINTENANCE CHANGES NOBODY HAS APPROVED OR REJECTED YET -
003019*    ONE LINE EACH, AND THE DAY IS FLAGGED.  NO CHGFILE MEANS
003020*    NO CHANGE HAS EVER BEEN KEYED.
003021*-----------------------------------------------------------------
003022 5200-CHECK-PENDING-CHANGES.
003023     MOVE ZERO TO WS-CHG-USED
003024     MOVE ZERO TO WS-CHG-OPEN-COUNT
003025     OPEN INPUT CHGFILE
003026     IF WS-CHGFILE-FS NOT = "00"
003027         GO TO 5200-EXIT
003028     END-IF
003029     PERFORM 5210-READ-CHANGE-RECORD THRU 5210-EXIT
003030     PERFORM 5220-TABLE-CHANGE-RECORD THRU 5220-EXIT
003031         UNTIL WS-CHGFILE-EOF
003032     CLOSE CHGFILE
003033     IF WS-CHG-OPEN-COUNT = ZERO
003034         GO TO 5200-EXIT
003035     END-IF
003036     PERFORM 5250-PRINT-PENDING-CHANGE THRU 5250-EXIT
003037         VARYING WS-CHG-IX FROM 1 BY 1
003038         UNTIL WS-CHG-IX > WS-CHG-USED
003039     MOVE WS-CHG-OPEN-COUNT TO WS-ED-COUNT
003040     MOVE SPACES TO WS-PRINT-LINE
003041     STRING "*** MODIFICHE IN ATTESA DI APPROVAZIONE: "
003042            WS-ED-COUNT
003043         DELIMITED BY SIZE INTO WS-PRINT-LINE
003044     END-STRING
003045     SET WS-DAY-FLAGGED TO TRUE
003046     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
003047 5200-EXIT.
003048     EXIT.
003049*-----------------------------------------------------------------
003050 5210-READ-CHANGE-RECORD.
003051     READ CHGFILE
003052         AT END SET WS-CHGFILE-EOF TO TRUE
003053     END-READ.
003054 5210-EXIT.
003055     EXIT.
003056*-----------------------------------------------------------------
003057 5220-TABLE-CHANGE-RECORD.
003058     IF CHG-PENDING
003059         MOVE ZERO TO WS-CHG-FREE-IX
003060         PERFORM 5230-FIND-FREE-SLOT THRU 5230-EXIT
003061             VARYING WS-CHG-IX FROM 1 BY 1
003062             UNTIL WS-CHG-IX > WS-CHG-USED
003063         IF WS-CHG-FREE-IX = ZERO
003064             IF WS-CHG-USED < 200
003065                 ADD 1 TO WS-CHG-USED
003066                 MOVE WS-CHG-USED TO WS-CHG-FREE-IX
003067             ELSE
003068                 DISPLAY "TABELLA MODIFICHE PIENA - RECORD "
003069                     "IGNORATO: " CHG-NUMBER
003070             END-IF
003071         END-IF
003072         IF WS-CHG-FREE-IX > ZERO
003073             MOVE CHG-RECORD TO WS-CHG-REC (WS-CHG-FREE-IX)
003074             MOVE "Y" TO WS-CHG-OPEN-SW (WS-CHG-FREE-IX)
003075             ADD 1 TO WS-CHG-OPEN-COUNT
003076         END-IF
003077     ELSE
003078         PERFORM 5240-CLOSE-CHANGE-ENTRY THRU 5240-EXIT
003079             VARYING WS-CHG-IX FROM 1 BY 1
003080             UNTIL WS-CHG-IX > WS-CHG-USED
003081     END-IF
003082     PERFORM 5210-READ-CHANGE-RECORD THRU 5210-EXIT.
003083 5220-EXIT.
003084     EXIT.
003085*-----------------------------------------------------------------
003086 5230-FIND-FREE-SLOT.
003087     IF WS-CHG-FREE-IX = ZERO
003088        AND WS-CHG-OPEN-SW (WS-CHG-IX) NOT = "Y"
003089         MOVE WS-CHG-IX TO WS-CHG-FREE-IX
003090     END-IF.
003091 5230-EXIT.
003092     EXIT.
003093*-----------------------------------------------------------------
003094 5240-CLOSE-CHANGE-ENTRY.
003095     IF WS-CHG-OPEN-SW (WS-CHG-IX) = "Y"
003096        AND WS-CHG-REC-NO (WS-CHG-IX) = CHG-NUMBER
003097         MOVE "N" TO WS-CHG-OPEN-SW (WS-CHG-IX)
003098         SUBTRACT 1 FROM WS-CHG-OPEN-COUNT
003099     END-IF.
003100 5240-EXIT.
003101     EXIT.
003102*-----------------------------------------------------------------
003103 5250-PRINT-PENDING-CHANGE.
003104     IF WS-CHG-OPEN-SW (WS-CHG-IX) NOT = "Y"
003105         GO TO 5250-EXIT
003106     END-IF
003107     MOVE WS-CHG-REC (WS-CHG-IX) TO CHG-RECORD
003108     MOVE SPACES TO WS-PRINT-LINE
003109     STRING "IN ATTESA N. " CHG-NUMBER  DELIMITED BY SIZE
003110            " FILE=" CHG-FILE-ID        DELIMITED BY SIZE
003111            " CHIAVE=" CHG-KEY          DELIMITED BY SIZE
003112            " DA=" CHG-MAKER-ID         DELIMITED BY SIZE
003113            " IL=" CHG-MAKER-STAMP      DELIMITED BY SIZE
003114         INTO WS-PRINT-LINE
003115     END-STRING
003116     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
003117 5250-EXIT.
003118     EXIT.
003119*-----------------------------------------------------------------
003120*    INTRADAY SERVICE LEVEL FOR THE DAY, WHEN THE SERVICE RAN -
003121*    TURNAROUND IN SECONDS FROM QUEUED TO ANSWERED.  THE HOURLY
003122*    DETAIL IS ON THE ELMOSLA REPORT.
003123*-----------------------------------------------------------------
003124 5300-PRINT-DAY-SERVICE-LEVEL.
003125     IF NOT WS-SLA-SEEN
003126         GO TO 5300-EXIT
003127     END-IF
003128     IF WS-DAY-SLA-REQUESTS > ZERO
003129         COMPUTE WS-DAY-SLA-AVG-SECS ROUNDED =
003130                 WS-DAY-SLA-TOTAL-SECS / WS-DAY-SLA-REQUESTS
003131     END-IF
003132     MOVE WS-DAY-SLA-REQUESTS TO WS-ED-COUNT
003133     MOVE WS-DAY-SLA-AVG-SECS TO WS-ED-SECS
003134     MOVE WS-DAY-SLA-WORST-SECS TO WS-ED-SECS-2
003135     MOVE SPACES TO WS-PRINT-LINE
003136     STRING "SERVIZIO INTRADAY: RICHIESTE " WS-ED-COUNT
003137            "  RISPOSTA MEDIA SEC " WS-ED-SECS
003138            "  PEGGIORE SEC " WS-ED-SECS-2
003139         DELIMITED BY SIZE INTO WS-PRINT-LINE
003140     END-STRING
003141     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003142     MOVE WS-DAY-SLA-MAX-DEPTH TO WS-ED-DEPTH
003143     MOVE WS-DAY-SLA-ALERTS TO WS-ED-ALERTS
003144     MOVE SPACES TO WS-PRINT-LINE
003145     STRING "                   CODA MASSIMA " WS-ED-DEPTH
003146            "  ALLARMI SU SVCALRT " WS-ED-ALERTS
003147         DELIMITED BY SIZE INTO WS-PRINT-LINE
003148     END-STRING
003149     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003150     IF WS-DAY-SLA-ALERTS > ZERO
003151         MOVE "*** SOGLIE DEL SERVIZIO INTRADAY SUPERATE"
003152             TO WS-PRINT-LINE
003153         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003154     END-IF.
003155 5300-EXIT.
003156     EXIT.
003157*-----------------------------------------------------------------
003158*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.
003159*-----------------------------------------------------------------
003160 7300-WRITE-REPORT-LINE.
003161     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
003162         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003163         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
003164     END-IF
003165     MOVE WS-PRINT-LINE TO CTLRPT-RECORD
003166     WRITE CTLRPT-RECORD
003167     ADD 1 TO WS-REPORT-LINE-COUNT.
003168 7300-EXIT.
003169     EXIT.
003170*-----------------------------------------------------------------
003171 7310-PRINT-REPORT-HEADER.
003172     ADD 1 TO WS-REPORT-PAGE-NO
003173     MOVE SPACES TO CTLRPT-RECORD
003174     MOVE "SuS - CONTROLLO OPERATIVO GIORNALIERO"
003180         TO CTLRPT-RECORD
003190     WRITE CTLRPT-RECORD
003200     MOVE SPACES TO CTLRPT-RECORD
