000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOCHG  (SuS - MAINTENANCE CHANGE HISTORY)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      PRINTS THE HISTORY OF THE FOUR-EYES CHANGE
000090*                  FILE (CHGFILE, COPYBOOK CHGREC) - EVERY CHANGE
000100*                  KEYED ON PANEL OPTIONS 28, 29, 35 AND 36 OR
000110*                  QUEUED BY THE RATE LOADER ELMORTL, AND EVERY
000120*                  DECISION TAKEN ON PANEL OPTION 38, WITH THE
000130*                  MAKER AND CHECKER IDS AND TIMES AND THE RECORD
000140*                  THE CHANGE CARRIES.  THE LISTING CAN BE LIMITED
000150*                  TO ONE RATE CODE (OR OTHER KEY), ONE OPERATOR -
000160*                  AS MAKER OR AS CHECKER - OR ONE FILE.
000170*                  RETURN-CODE 0 = LISTED, 4 = NOTHING MATCHED THE
000180*                  SELECTION, 16 = FILE ERROR.
000190*
000200*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000210*        KEY=XXXXXXXXXX       RATE, UNIT OR OPERATOR CODE, OR
000220*                             FORMULA NAME (ALL STEPS) OR NAME
000230*                             AND TWO-DIGIT STEP
000240*        OPER=XXXXXXXX        OPERATOR ID - MAKER OR CHECKER
000250*        FILE=R|O|U|F         RATEFILE, OPERFILE, UNITFILE OR
000260*                             FORMFILE ONLY
000270*
000280*    MODIFICATION HISTORY
000290*    --------------------------------------------------------
000300*    10/15/2026  DF   INITIAL VERSION.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.   ELMOCHG.
000340 AUTHOR.       D. FERRANTE.
000350 INSTALLATION. OFFICINA CALCOLO.
000360 DATE-WRITTEN. 10/15/2026.
000370 DATE-COMPILED.
000380*****************************************************************
000390*    ENVIRONMENT DIVISION
000400*****************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT CHGFILE ASSIGN TO "CHGFILE"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-CHGFILE-FS.
000470     SELECT CTLCARD-FILE ASSIGN TO "SYSIN"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CTLCARD-FS.
000500     SELECT CHGRPT-FILE ASSIGN TO "CHGRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-CHGRPT-FS.
000530*****************************************************************
000540*    DATA DIVISION
000550*****************************************************************
000560 DATA DIVISION.
000570 FILE SECTION.
000580*----------------------------------------------------------------
000590*    FOUR-EYES CHANGE FILE - READ FROM THE TOP.
000600*----------------------------------------------------------------
000610 FD  CHGFILE
000620     RECORDING MODE IS F
000630     LABEL RECORDS ARE STANDARD.
000640 COPY CHGREC.
000650*----------------------------------------------------------------
000660*    SELECTION CONTROL CARDS.
000670*----------------------------------------------------------------
000680 FD  CTLCARD-FILE
000690     RECORDING MODE IS F.
000700 01  CTLCARD-RECORD               PIC X(80).
000710*----------------------------------------------------------------
000720*    PRINTED CHANGE HISTORY.
000730*----------------------------------------------------------------
000740 FD  CHGRPT-FILE
000750     RECORDING MODE IS F.
000760 01  CHGRPT-RECORD                PIC X(132).
000770*****************************************************************
000780 WORKING-STORAGE SECTION.
000790*----------------------------------------------------------------
000800*    FILE STATUS SWITCHES.
000810*----------------------------------------------------------------
000820 01  WS-FILE-STATUSES.
000830     05  WS-CHGFILE-FS            PIC X(02) VALUE SPACES.
000840     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
000850     05  WS-CHGRPT-FS             PIC X(02) VALUE SPACES.
000860*----------------------------------------------------------------
000870*    PROGRAM SWITCHES.
000880*----------------------------------------------------------------
000890 01  WS-SWITCHES.
000900     05  WS-CHGFILE-EOF-SW        PIC X(01) VALUE "N".
000910         88  WS-CHGFILE-EOF           VALUE "Y".
000920     05  WS-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
000930         88  WS-CTLCARD-EOF           VALUE "Y".
000940*----------------------------------------------------------------
000950*    SELECTION AND TOTALS.
000960*----------------------------------------------------------------
000970 01  WS-SEL-KEY                   PIC X(10) VALUE SPACES.
000980 01  WS-SEL-OPER                  PIC X(08) VALUE SPACES.
000990 01  WS-SEL-FILE                  PIC X(01) VALUE SPACE.
001000 01  WS-CARD-KEYWORD              PIC X(20) VALUE SPACES.
001010 01  WS-CARD-VALUE                PIC X(20) VALUE SPACES.
001020 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
001030 77  WS-RECORDS-SELECTED          PIC 9(09) COMP VALUE ZERO.
001040*----------------------------------------------------------------
001050*    THE LIVE RECORD CARRIED IN CHG-IMAGE, IN ITS OWN LAYOUT.
001060*----------------------------------------------------------------
001070 COPY RATEREC.
001080 COPY OPERREC.
001090 COPY UNITREC.
001100 COPY FORMREC.
001110*----------------------------------------------------------------
001120*    REPORT FORMATTING.
001130*----------------------------------------------------------------
001140 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
001150 01  WS-REPORT-PAGE-NO            PIC 9(03) VALUE ZERO.
001160 01  WS-REPORT-LINE-COUNT         PIC 9(02) VALUE ZERO.
001170 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
001180 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
001190 01  WS-STATUS-TEXT               PIC X(10) VALUE SPACES.
001200 01  WS-ED-VALUE-1                PIC -9(07).9(07).
001210 01  WS-ED-VALUE-2                PIC -9(07).9(07).
001220 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001230*****************************************************************
001240*    PROCEDURE DIVISION
001250*****************************************************************
001260 PROCEDURE DIVISION.
001270*-----------------------------------------------------------------
001280 0000-MAINLINE.
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001300     PERFORM 2000-READ-CHANGE-RECORD THRU 2000-EXIT
001310     PERFORM 3000-PROCESS-CHANGE-RECORD THRU 3000-EXIT
001320         UNTIL WS-CHGFILE-EOF
001330     PERFORM 5000-PRINT-TOTALS THRU 5000-EXIT
001340     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
001350     STOP RUN.
001360*-----------------------------------------------------------------
001370 1000-INITIALIZE.
001380     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001390     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
001400     OPEN INPUT CHGFILE
001410     IF WS-CHGFILE-FS NOT = "00"
001420         DISPLAY "IMPOSSIBILE APRIRE CHGFILE - FILE STATUS "
001430             WS-CHGFILE-FS
001440         MOVE 16 TO RETURN-CODE
001450         STOP RUN
001460     END-IF
001470     OPEN OUTPUT CHGRPT-FILE
001480     IF WS-CHGRPT-FS NOT = "00"
001490         DISPLAY "IMPOSSIBILE APRIRE CHGRPT - FILE STATUS "
001500             WS-CHGRPT-FS
001510         MOVE 16 TO RETURN-CODE
001520         STOP RUN
001530     END-IF
001540     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
001550     PERFORM 1300-PRINT-SELECTION THRU 1300-EXIT.
001560 1000-EXIT.
001570     EXIT.
001580*-----------------------------------------------------------------
001590 1100-READ-CONTROL-CARDS.
001600     OPEN INPUT CTLCARD-FILE
001610     IF WS-CTLCARD-FS NOT = "00"
001620         SET WS-CTLCARD-EOF TO TRUE
001630         GO TO 1100-EXIT
001640     END-IF
001650     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT
001660     PERFORM 1120-APPLY-CONTROL-CARD THRU 1120-EXIT
001670         UNTIL WS-CTLCARD-EOF
001680     CLOSE CTLCARD-FILE.
001690 1100-EXIT.
001700     EXIT.
001710*-----------------------------------------------------------------
001720 1110-READ-ONE-CARD.
001730     READ CTLCARD-FILE
001740         AT END SET WS-CTLCARD-EOF TO TRUE
001750     END-READ.
001760 1110-EXIT.
001770     EXIT.
001780*-----------------------------------------------------------------
001790 1120-APPLY-CONTROL-CARD.
001800     MOVE SPACES TO WS-CARD-KEYWORD
001810     MOVE SPACES TO WS-CARD-VALUE
001820     UNSTRING CTLCARD-RECORD DELIMITED BY "="
001830         INTO WS-CARD-KEYWORD WS-CARD-VALUE
001840     END-UNSTRING
001850     EVALUATE WS-CARD-KEYWORD
001860         WHEN "KEY"
001870             MOVE WS-CARD-VALUE (1:10) TO WS-SEL-KEY
001880         WHEN "OPER"
001890             MOVE WS-CARD-VALUE (1:8) TO WS-SEL-OPER
001900         WHEN "FILE"
001910             MOVE WS-CARD-VALUE (1:1) TO WS-SEL-FILE
001920         WHEN SPACES
001930             CONTINUE
001940         WHEN OTHER
001950             DISPLAY "SCHEDA DI CONTROLLO IGNORATA: "
001960                 CTLCARD-RECORD
001970     END-EVALUATE
001980     PERFORM 1110-READ-ONE-CARD THRU 1110-EXIT.
001990 1120-EXIT.
002000     EXIT.
002010*-----------------------------------------------------------------
002020*    THE SELECTION IN FORCE AT THE HEAD OF THE LISTING.
002030*-----------------------------------------------------------------
002040 1300-PRINT-SELECTION.
002050     MOVE SPACES TO WS-PRINT-LINE
002060     STRING "SELEZIONE - CHIAVE: " WS-SEL-KEY
002070            "  OPERATORE: " WS-SEL-OPER
002080            "  FILE: " WS-SEL-FILE
002090         DELIMITED BY SIZE INTO WS-PRINT-LINE
002100     END-STRING
002110     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002120     MOVE SPACES TO WS-PRINT-LINE
002130     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
002140 1300-EXIT.
002150     EXIT.
002160*-----------------------------------------------------------------
002170 2000-READ-CHANGE-RECORD.
002180     READ CHGFILE
002190         AT END SET WS-CHGFILE-EOF TO TRUE
002200     END-READ
002210     IF NOT WS-CHGFILE-EOF
002220         ADD 1 TO WS-RECORDS-READ
002230     END-IF.
002240 2000-EXIT.
002250     EXIT.
002260*-----------------------------------------------------------------
002270*    ONE CHGFILE RECORD - A CHANGE AS KEYED, OR THE DECISION ON
002280*    IT.  A FORMULA NAME WITHOUT A STEP SELECTS EVERY STEP OF
002290*    THE FORMULA.
002300*-----------------------------------------------------------------
002310 3000-PROCESS-CHANGE-RECORD.
002320     IF WS-SEL-FILE NOT = SPACE
002330        AND CHG-FILE-ID NOT = WS-SEL-FILE
002340         GO TO 3000-NEXT
002350     END-IF
002360     IF WS-SEL-OPER NOT = SPACES
002370        AND CHG-MAKER-ID NOT = WS-SEL-OPER
002380        AND CHG-CHECKER-ID NOT = WS-SEL-OPER
002390         GO TO 3000-NEXT
002400     END-IF
002410     IF WS-SEL-KEY NOT = SPACES
002420        AND CHG-KEY NOT = WS-SEL-KEY
002430         IF NOT CHG-FOR-FORMFILE
002440            OR WS-SEL-KEY (9:2) NOT = SPACES
002450            OR CHG-KEY (1:8) NOT = WS-SEL-KEY (1:8)
002460             GO TO 3000-NEXT
002470         END-IF
002480     END-IF
002490     ADD 1 TO WS-RECORDS-SELECTED
002500     PERFORM 3100-PRINT-CHANGE-LINES THRU 3100-EXIT.
002510 3000-NEXT.
002520     PERFORM 2000-READ-CHANGE-RECORD THRU 2000-EXIT.
002530 3000-EXIT.
002540     EXIT.
002550*-----------------------------------------------------------------
002560*    TWO LINES PER RECORD - WHO AND WHEN, THEN WHAT.  AN
002570*    OPERATOR'S PASSWORD IS NOT PRINTED.
002580*-----------------------------------------------------------------
002590 3100-PRINT-CHANGE-LINES.
002600     EVALUATE TRUE
002610         WHEN CHG-PENDING
002620             MOVE "IN ATTESA" TO WS-STATUS-TEXT
002630         WHEN CHG-APPROVED
002640             MOVE "APPROVATA" TO WS-STATUS-TEXT
002650         WHEN CHG-REJECTED
002660             MOVE "RIFIUTATA" TO WS-STATUS-TEXT
002670         WHEN OTHER
002680             MOVE CHG-STATUS TO WS-STATUS-TEXT
002690     END-EVALUATE
002700     MOVE SPACES TO WS-PRINT-LINE
002710     STRING CHG-NUMBER           DELIMITED BY SIZE
002720            " " CHG-FILE-ID      DELIMITED BY SIZE
002730            " " CHG-KEY          DELIMITED BY SIZE
002740            " " WS-STATUS-TEXT   DELIMITED BY SIZE
002750            " AUTORE=" CHG-MAKER-ID
002760                                 DELIMITED BY SIZE
002770            " " CHG-MAKER-STAMP  DELIMITED BY SIZE
002780            " CONTROLLO=" CHG-CHECKER-ID
002790                                 DELIMITED BY SIZE
002800            " " CHG-CHECKER-STAMP
002810                                 DELIMITED BY SIZE
002820         INTO WS-PRINT-LINE
002830     END-STRING
002840     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
002850     MOVE SPACES TO WS-PRINT-LINE
002860     EVALUATE TRUE
002870         WHEN CHG-FOR-RATEFILE
002880             MOVE CHG-IMAGE TO RATE-RECORD
002890             MOVE RATE-VALUE TO WS-ED-VALUE-1
002900             STRING "         TASSO DAL " RATE-EFF-DATE
002910                    " VALORE=" WS-ED-VALUE-1
002920                    " STATO=" RATE-STATUS
002930                 DELIMITED BY SIZE INTO WS-PRINT-LINE
002940             END-STRING
002950         WHEN CHG-FOR-OPERFILE
002960             MOVE CHG-IMAGE TO OPER-RECORD
002970             STRING "         OPERATORE " OPER-NAME
002980                    " LIVELLO=" OPER-AUTH-LEVEL
002990                    " DAL " OPER-EFF-DATE
003000                    " STATO=" OPER-STATUS
003010                 DELIMITED BY SIZE INTO WS-PRINT-LINE
003020             END-STRING
003030         WHEN CHG-FOR-UNITFILE
003040             MOVE CHG-IMAGE TO UNIT-RECORD
003050             MOVE UNIT-FACTOR TO WS-ED-VALUE-1
003060             MOVE UNIT-OFFSET TO WS-ED-VALUE-2
003070             STRING "         UNITA' DAL " UNIT-EFF-DATE
003080                    " FATTORE=" WS-ED-VALUE-1
003090                    " SCOSTAMENTO=" WS-ED-VALUE-2
003100                    " STATO=" UNIT-STATUS
003110                 DELIMITED BY SIZE INTO WS-PRINT-LINE
003120             END-STRING
003130         WHEN CHG-FOR-FORMFILE
003140             MOVE CHG-IMAGE TO FORM-RECORD
003150             MOVE FORM-OPERAND-2 TO WS-ED-VALUE-1
003160             STRING "         FORMULA DAL " FORM-EFF-DATE
003170                    " OP=" FORM-OP-CODE
003180                    " B=" WS-ED-VALUE-1
003190                    " TASSO=" FORM-RATE-CODE
003200                    " PERIODI=" FORM-PERIODS
003210                    " STATO=" FORM-STATUS
003220                 DELIMITED BY SIZE INTO WS-PRINT-LINE
003230             END-STRING
003240     END-EVALUATE
003250     IF CHG-REMARK NOT = SPACES
003260         MOVE CHG-REMARK TO WS-PRINT-LINE (90:40)
003270     END-IF
003280     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
003290 3100-EXIT.
003300     EXIT.
003310*-----------------------------------------------------------------
003320*    TOTALS AT THE FOOT OF THE LISTING.
003330*-----------------------------------------------------------------
003340 5000-PRINT-TOTALS.
003350     MOVE SPACES TO WS-PRINT-LINE
003360     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003370     MOVE WS-RECORDS-READ TO WS-ED-COUNT
003380     MOVE SPACES TO WS-PRINT-LINE
003390     STRING "RECORD LETTI:       " WS-ED-COUNT
003400         DELIMITED BY SIZE INTO WS-PRINT-LINE
003410     END-STRING
003420     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003430     MOVE WS-RECORDS-SELECTED TO WS-ED-COUNT
003440     MOVE SPACES TO WS-PRINT-LINE
003450     STRING "RECORD SELEZIONATI: " WS-ED-COUNT
003460         DELIMITED BY SIZE INTO WS-PRINT-LINE
003470     END-STRING
003480     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003490     IF WS-RECORDS-SELECTED = ZERO
003500         MOVE 4 TO RETURN-CODE
003510     END-IF.
003520 5000-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550*    REPORT WRITER - PAGE-BREAK AWARE LINE WRITER.
003560*-----------------------------------------------------------------
003570 7300-WRITE-REPORT-LINE.
003580     IF WS-REPORT-LINE-COUNT NOT < WS-LINES-PER-PAGE
003590         PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
003600         PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
003610     END-IF
003620     MOVE WS-PRINT-LINE TO CHGRPT-RECORD
003630     WRITE CHGRPT-RECORD
003640     ADD 1 TO WS-REPORT-LINE-COUNT.
003650 7300-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680 7310-PRINT-REPORT-HEADER.
003690     ADD 1 TO WS-REPORT-PAGE-NO
003700     MOVE SPACES TO CHGRPT-RECORD
003710     MOVE "SuS - STORICO MODIFICHE TABELLE (QUATTRO OCCHI)"
003720         TO CHGRPT-RECORD
003730     WRITE CHGRPT-RECORD
003740     MOVE SPACES TO CHGRPT-RECORD
003750     STRING "DATA ESECUZIONE: "  DELIMITED BY SIZE
003760            WS-RUN-DATE          DELIMITED BY SIZE
003770            "   PAGINA: "        DELIMITED BY SIZE
003780            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
003790         INTO CHGRPT-RECORD
003800     END-STRING
003810     WRITE CHGRPT-RECORD
003820     MOVE SPACES TO CHGRPT-RECORD
003830     MOVE "NUMERO   F CHIAVE     ESITO      AUTORE / CONTROLLO"
003840         TO CHGRPT-RECORD
003850     WRITE CHGRPT-RECORD
003860     MOVE ZERO TO WS-REPORT-LINE-COUNT.
003870 7310-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------------
003900 7320-PRINT-REPORT-FOOTER.
003910     MOVE SPACES TO CHGRPT-RECORD
003920     STRING "FINE PAGINA "       DELIMITED BY SIZE
003930            WS-REPORT-PAGE-NO    DELIMITED BY SIZE
003940         INTO CHGRPT-RECORD
003950     END-STRING
003960     WRITE CHGRPT-RECORD.
003970 7320-EXIT.
003980     EXIT.
003990*-----------------------------------------------------------------
004000*    TERMINATION.
004010*-----------------------------------------------------------------
004020 9000-TERMINATE-PROGRAM.
004030     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
004040     CLOSE CHGFILE
004050     CLOSE CHGRPT-FILE
004060     DISPLAY "MODIFICHE LETTE:       " WS-RECORDS-READ
004070     DISPLAY "MODIFICHE SELEZIONATE: " WS-RECORDS-SELECTED.
004080 9000-EXIT.
004090     EXIT.
