000200*                  SUSPENSE FILE (DD REJOUT) THAT FEEDS ELMOREX ON
000210*                  THE SUSRESUB CYCLE.
000220*
000221*                  THE PARM CARRIES THE OPERATOR ID, CHECKED
000222*                  AGAINST OPERFILE (ACTIVE RECORD IN FORCE).  ON
000223*                  SAVE EACH ITEM DROPPED OR CORRECTED IS POSTED
000224*                  TO THE SUSPENSE MASTER SUSPMST (MODULE
000225*                  ELMOSUS) UNDER THAT OPERATOR.
000226*
000230*    PANEL COMMANDS:
000240*        A=NEXT  I=PREVIOUS  M=MODIFY  E=DROP/UNDROP
000250*        S=SAVE AND EXIT     X=EXIT WITHOUT SAVING
000320*                     PARTIAL REJOUT WOULD DROP THE OVERFLOW
000330*                     ITEMS FROM THE CORRECTION CYCLE.  THE
000340*                     SESSION ENDS WITH RETURN-CODE 8.
000341*    10/15/2026  DF   DATE-1 / DATE-2 CARRIED THROUGH IN STEP WITH
000342*                     REJREC, SHOWN ON THE PANEL AND CORRECTABLE
000343*                     FOR THE DATE OPERATIONS 80-84; REASON TEXT
000344*                     FOR CODES 11, 12 AND 13.
000345*    10/15/2026  DF   VALUE DATE CARRIED THROUGH IN STEP WITH
000346*                     REJREC, SHOWN ON THE PANEL AND CORRECTABLE;
000347*                     REASON TEXT FOR CODE 14.
000348*    10/15/2026  DF   OPERATOR ID ON THE PARM (REQUIRED, CHECKED
000349*                     AGAINST OPERFILE; A MISSING OR EMPTY
000350*                     OPERFILE IS REPORTED AND LETS THE SESSION
000351*                     THROUGH).  ON SAVE, DROPPED AND CORRECTED
000352*                     ITEMS ARE POSTED TO THE SUSPENSE MASTER
000353*                     SUSPMST WITH THE OPERATOR; REJ-SUSP-KEY
000354*                     CARRIED THROUGH TO REJOUT.
000355*    10/15/2026  DF   THE OPERATOR CHECK IS WRITTEN TO THE
000356*                     SECURITY LOG SECLOG (MODULE ELMOSEC) -
000357*                     ACCEPTANCE AS A SIGN-ON, A MISSING OR
000358*                     UNKNOWN OPERATOR AS A REFUSAL AND A CHECK
000359*                     SKIPPED FOR WANT OF OPERFILE AS MAINTENANCE
000360*                     WITHOUT SIGN-ON.
000361*****************************************************************
000362 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.   ELMOFIX.
000380 AUTHOR.       D. FERRANTE.
000390 INSTALLATION. OFFICINA CALCOLO.
000540     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-RUNLEDG-FS.
000562     SELECT OPERFILE ASSIGN TO "OPERFILE"
000564         ORGANIZATION IS SEQUENTIAL
000566         FILE STATUS IS WS-OPERFILE-FS.
000570*****************************************************************
000580*    DATA DIVISION
000590*****************************************************************
000810                       ==REJ-RATE-CODE==   BY ==RJO-RATE-CODE==
000820                       ==REJ-PERIODS==     BY ==RJO-PERIODS==
000830                       ==REJ-SOURCE-ID==   BY ==RJO-SOURCE-ID==
000832                       ==REJ-DATE-1==      BY ==RJO-DATE-1==
000834                       ==REJ-DATE-2==      BY ==RJO-DATE-2==
000836                       ==REJ-VALUE-DATE==  BY ==RJO-VALUE-DATE==
000840                       ==REJ-REASON-CODE== BY ==RJO-REASON-CODE==
000850                       ==REJ-RECNO==       BY ==RJO-RECNO==
000851                       ==REJ-SUSP-KEY==    BY ==RJO-SUSP-KEY==
000852                       ==REJ-SUSP-SOURCE-ID== BY
000853                       ==RJO-SUSP-SOURCE-ID==
000854                       ==REJ-SUSP-SYSTEM== BY ==RJO-SUSP-SYSTEM==
000855                       ==REJ-SUSP-DATE==   BY ==RJO-SUSP-DATE==
000856                       ==REJ-SUSP-RECNO==  BY ==RJO-SUSP-RECNO==.
000860*----------------------------------------------------------------
000870*    SHARED RUN LEDGER - APPENDED AT CLOSE-OUT.
000880*----------------------------------------------------------------
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY LEDGREC.
000921*----------------------------------------------------------------
000922*    OPERATOR SIGN-ON FILE - IDENTIFICATION CHECK ONLY.
000923*----------------------------------------------------------------
000924 FD  OPERFILE
000925     RECORDING MODE IS F
000926     LABEL RECORDS ARE STANDARD.
000927 COPY OPERREC.
000930*****************************************************************
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000990     05  WS-REJIN-FS              PIC X(02) VALUE SPACES.
001000     05  WS-REJOUT-FS             PIC X(02) VALUE SPACES.
001010     05  WS-RUNLEDG-FS            PIC X(02) VALUE SPACES.
001015     05  WS-OPERFILE-FS           PIC X(02) VALUE SPACES.
001020*----------------------------------------------------------------
001030*    PROGRAM SWITCHES.
001040*----------------------------------------------------------------
001080     05  WS-SESSION-SW            PIC X(01) VALUE " ".
001090         88  WS-SAVE-REQUESTED        VALUE "S".
001100         88  WS-QUIT-REQUESTED        VALUE "X".
001102     05  WS-OPERFILE-EOF-SW       PIC X(01) VALUE "N".
001104         88  WS-OPERFILE-EOF          VALUE "Y".
001106     05  WS-OPER-FOUND-SW         PIC X(01) VALUE "N".
001108         88  WS-OPER-FOUND            VALUE "Y".
001110*----------------------------------------------------------------
001120*    SUSPENSE TABLE - THE WHOLE FILE IN CORE, ONE ENTRY PER
001130*    RECORD PLUS THE DROP FLAG AND THE CORRECTED FLAG.
001140*----------------------------------------------------------------
001150 01  WS-SUSP-TABLE.
001160     05  WS-SUSP-USED             PIC 9(03) COMP VALUE ZERO.
001230         10  WS-SUSP-RATE             PIC X(08).
001240         10  WS-SUSP-PERIODS          PIC 9(03).
001250         10  WS-SUSP-SOURCE           PIC X(03).
001252         10  WS-SUSP-DATE-1           PIC X(08).
001254         10  WS-SUSP-DATE-2           PIC X(08).
001256         10  WS-SUSP-VALUE-DATE       PIC X(08).
001260         10  WS-SUSP-REASON           PIC X(02).
001270         10  WS-SUSP-RECNO            PIC 9(09).
001275         10  WS-SUSP-KEY              PIC X(28).
001280         10  WS-SUSP-DROP-SW          PIC X(01).
001285         10  WS-SUSP-FIXED-SW         PIC X(01).
001290 01  WS-SUSP-IX                   PIC 9(03) COMP VALUE ZERO.
001300 01  WS-SUSP-CUR                  PIC 9(03) COMP VALUE 1.
001310 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
001320 77  WS-RECORDS-WRITTEN           PIC 9(09) COMP VALUE ZERO.
001330 77  WS-RECORDS-DROPPED           PIC 9(09) COMP VALUE ZERO.
001340 77  WS-RECORDS-IGNORED           PIC 9(09) COMP VALUE ZERO.
001345 77  WS-ITEMS-POSTED              PIC 9(09) COMP VALUE ZERO.
001350*----------------------------------------------------------------
001360*    PANEL WORK - COMMAND, ENTRY BUFFER AND EDITED FIELDS.
001370*----------------------------------------------------------------
001440 01  WS-ED-CUR                    PIC ZZ9.
001450 01  WS-ED-TOT                    PIC ZZ9.
001460 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
001461*----------------------------------------------------------------
001462*    OPERATOR IDENTIFICATION - PARM OPERATOR AGAINST THE RECORD
001463*    IN FORCE ON OPERFILE (SAME RESOLUTION RULE AS THE ELMO
001464*    SIGN-ON: LATEST EFFECTIVE DATE NOT AFTER TODAY WINS, STATUS
001465*    "E" SUSPENDS).
001466*----------------------------------------------------------------
001467 01  WS-COMMAND-LINE              PIC X(80) VALUE SPACES.
001468 01  WS-PARM-OPER-ID              PIC X(08) VALUE SPACES.
001469 01  WS-OPER-TABLE.
001470     05  WS-OPER-USED             PIC 9(03) COMP VALUE ZERO.
001471     05  WS-OPER-ENTRY OCCURS 50 TIMES.
001472         10  WS-OPER-KEY              PIC X(08).
001473         10  WS-OPER-LVL              PIC 9(01).
001474         10  WS-OPER-EFF              PIC X(08).
001475         10  WS-OPER-STAT             PIC X(01).
001476 01  WS-OPER-IX                   PIC 9(03) COMP VALUE ZERO.
001477 01  WS-OPER-BEST-IX              PIC 9(03) COMP VALUE ZERO.
001478*----------------------------------------------------------------
001479*    SUSPENSE MASTER MODULE COMMUNICATION AREA.
001480*----------------------------------------------------------------
001481 COPY SUSCOM.
001482*----------------------------------------------------------------
001483*    SECURITY EVENT LOG MODULE COMMUNICATION AREA.
001484*----------------------------------------------------------------
001485 COPY SECCOM.
001486*----------------------------------------------------------------
001487*    RUN LEDGER CLOSE-OUT STAGING (SEE 9500-WRITE-RUN-LEDGER).
001490*----------------------------------------------------------------
001500 01  WS-LDG-MODE                  PIC X(08) VALUE SPACES.
001510 01  WS-LDG-IN                    PIC 9(09) VALUE ZERO.
001580 PROCEDURE DIVISION.
001590*-----------------------------------------------------------------
001600 0000-MAINLINE.
001605     PERFORM 0500-IDENTIFY-OPERATOR THRU 0500-EXIT
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001620     PERFORM 3000-PANEL-CYCLE THRU 3000-EXIT
001630         UNTIL WS-SAVE-REQUESTED OR WS-QUIT-REQUESTED
001670     PERFORM 9000-TERMINATE-PROGRAM THRU 9000-EXIT
001680     STOP RUN.
001690*-----------------------------------------------------------------
001691*    OPERATOR CHECK - THE PARM NAMES THE OPERATOR AT THE PANEL,
001692*    WHOSE ID GOES ON EVERY ITEM DROPPED OR CORRECTED.  THE
001693*    RECORD IN FORCE MUST BE ACTIVE; A MISSING OR EMPTY OPERFILE
001694*    IS REPORTED AND THE SESSION GOES THROUGH (FIRST-ROLLOUT
001695*    BEHAVIOUR, SAME AS ELMOREX), BUT THE ID ITSELF IS REQUIRED.
001696*-----------------------------------------------------------------
001697 0500-IDENTIFY-OPERATOR.
001698     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001699     MOVE SPACES TO WS-COMMAND-LINE
001700     ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
001701     MOVE WS-COMMAND-LINE (1:8) TO WS-PARM-OPER-ID
001702     IF WS-PARM-OPER-ID = SPACES
001703         DISPLAY "OPERATORE MANCANTE - INDICARE L'ID NEL PARM"
001704         SET SEC-EVT-REFUSED TO TRUE
001705         MOVE ZERO TO SEC-OPER-LEVEL
001706         MOVE "OPERATORE MANCANTE NEL PARM" TO SEC-DETAIL
001707         PERFORM 0530-LOG-SECURITY-EVENT THRU 0530-EXIT
001708         MOVE 16 TO RETURN-CODE
001709         STOP RUN
001710     END-IF
001711     PERFORM 0510-LOAD-OPER-TABLE THRU 0510-EXIT
001712     IF WS-OPER-USED = ZERO
001713         DISPLAY "OPERFILE NON DISPONIBILE O VUOTO - "
001714             "CONTROLLO OPERATORE SALTATO"
001715         SET SEC-EVT-MAINTENANCE TO TRUE
001716         MOVE ZERO TO SEC-OPER-LEVEL
001717         MOVE "OPERFILE ASSENTE - CONTROLLO SALTATO" TO SEC-DETAIL
001718         PERFORM 0530-LOG-SECURITY-EVENT THRU 0530-EXIT
001719         GO TO 0500-EXIT
001720     END-IF
001721     PERFORM 0520-RESOLVE-OPERATOR THRU 0520-EXIT
001722     IF NOT WS-OPER-FOUND
001723         DISPLAY "OPERATORE NON ABILITATO: " WS-PARM-OPER-ID
001724         SET SEC-EVT-REFUSED TO TRUE
001725         MOVE ZERO TO SEC-OPER-LEVEL
001726         MOVE "OPERATORE NON ABILITATO" TO SEC-DETAIL
001727         PERFORM 0530-LOG-SECURITY-EVENT THRU 0530-EXIT
001728         MOVE 16 TO RETURN-CODE
001729         STOP RUN
001730     END-IF
001731     SET SEC-EVT-SIGNON-OK TO TRUE
001732     MOVE WS-OPER-LVL (WS-OPER-BEST-IX) TO SEC-OPER-LEVEL
001733     MOVE "CORREZIONE SOSPESI AUTORIZZATA" TO SEC-DETAIL
001734     PERFORM 0530-LOG-SECURITY-EVENT THRU 0530-EXIT.
001735 0500-EXIT.
001736     EXIT.
001737*-----------------------------------------------------------------
001738 0510-LOAD-OPER-TABLE.
001739     MOVE ZERO TO WS-OPER-USED
001740     MOVE "N" TO WS-OPERFILE-EOF-SW
001741     OPEN INPUT OPERFILE
001742     IF WS-OPERFILE-FS NOT = "00"
001743         GO TO 0510-EXIT
001744     END-IF
001745     PERFORM 0512-READ-OPER-RECORD THRU 0512-EXIT
001746     PERFORM 0514-TABLE-OPER-RECORD THRU 0514-EXIT
001747         UNTIL WS-OPERFILE-EOF
001748     CLOSE OPERFILE.
001749 0510-EXIT.
001750     EXIT.
001751*-----------------------------------------------------------------
001752 0512-READ-OPER-RECORD.
001753     READ OPERFILE
001754         AT END SET WS-OPERFILE-EOF TO TRUE
001755     END-READ.
001756 0512-EXIT.
001757     EXIT.
001758*-----------------------------------------------------------------
001759 0514-TABLE-OPER-RECORD.
001760     IF WS-OPER-USED < 50
001761         ADD 1 TO WS-OPER-USED
001762         MOVE OPER-ID TO WS-OPER-KEY (WS-OPER-USED)
001763         MOVE OPER-AUTH-LEVEL TO WS-OPER-LVL (WS-OPER-USED)
001764         MOVE OPER-EFF-DATE TO WS-OPER-EFF (WS-OPER-USED)
001765         MOVE OPER-STATUS TO WS-OPER-STAT (WS-OPER-USED)
001766     END-IF
001767     PERFORM 0512-READ-OPER-RECORD THRU 0512-EXIT.
001768 0514-EXIT.
001769     EXIT.
001770*-----------------------------------------------------------------
001771 0520-RESOLVE-OPERATOR.
001772     MOVE "N" TO WS-OPER-FOUND-SW
001773     MOVE ZERO TO WS-OPER-BEST-IX
001774     PERFORM 0522-SCAN-OPER-ENTRY THRU 0522-EXIT
001775         VARYING WS-OPER-IX FROM 1 BY 1
001776         UNTIL WS-OPER-IX > WS-OPER-USED
001777     IF WS-OPER-BEST-IX > ZERO
001778         IF WS-OPER-STAT (WS-OPER-BEST-IX) = "A"
001779             SET WS-OPER-FOUND TO TRUE
001780         END-IF
001781     END-IF.
001782 0520-EXIT.
001783     EXIT.
001784*-----------------------------------------------------------------
001785 0522-SCAN-OPER-ENTRY.
001786     IF WS-OPER-KEY (WS-OPER-IX) = WS-PARM-OPER-ID
001787        AND WS-OPER-EFF (WS-OPER-IX) NOT > WS-RUN-DATE
001788         IF WS-OPER-BEST-IX = ZERO
001789             MOVE WS-OPER-IX TO WS-OPER-BEST-IX
001790         ELSE
001791             IF WS-OPER-EFF (WS-OPER-IX) NOT <
001792                WS-OPER-EFF (WS-OPER-BEST-IX)
001793                 MOVE WS-OPER-IX TO WS-OPER-BEST-IX
001794             END-IF
001795         END-IF
001796     END-IF.
001797 0522-EXIT.
001798     EXIT.
001799*-----------------------------------------------------------------
001800*    ONE EVENT TO THE SECURITY LOG (MODULE ELMOSEC) - THE CALLER
001801*    SETS THE EVENT TYPE, LEVEL AND SEC-DETAIL.
001802*-----------------------------------------------------------------
001803 0530-LOG-SECURITY-EVENT.
001804     SET SEC-FUNC-WRITE TO TRUE
001805     MOVE "ELMOFIX" TO SEC-PROGRAM
001806     MOVE WS-PARM-OPER-ID TO SEC-OPER-ID
001807     MOVE SPACES TO SEC-TERM-ID
001808     MOVE ZERO TO SEC-OPTION
001809     CALL "ELMOSEC" USING SEC-COMMAREA.
001810 0530-EXIT.
001811     EXIT.
001812*-----------------------------------------------------------------
001813*    INITIALIZATION - THE WHOLE SUSPENSE FILE COMES IN CORE.  AN
001814*    EMPTY OR MISSING FILE ENDS THE SESSION AT ONCE.
001815*-----------------------------------------------------------------
001816 1000-INITIALIZE.
001817     OPEN INPUT REJIN-FILE
001818     IF WS-REJIN-FS NOT = "00"
001819         DISPLAY "IMPOSSIBILE APRIRE REJIN - FILE STATUS "
001820             WS-REJIN-FS
001821         MOVE 16 TO RETURN-CODE
001822         STOP RUN
001823     END-IF
001824     PERFORM 1100-READ-SUSPENSE-RECORD THRU 1100-EXIT
001830     PERFORM 1200-TABLE-SUSPENSE-RECORD THRU 1200-EXIT
001840         UNTIL WS-REJIN-EOF
001850     CLOSE REJIN-FILE
002120         MOVE REJ-RATE-CODE TO WS-SUSP-RATE (WS-SUSP-USED)
002130         MOVE REJ-PERIODS TO WS-SUSP-PERIODS (WS-SUSP-USED)
002140         MOVE REJ-SOURCE-ID TO WS-SUSP-SOURCE (WS-SUSP-USED)
002142         MOVE REJ-DATE-1 TO WS-SUSP-DATE-1 (WS-SUSP-USED)
002144         MOVE REJ-DATE-2 TO WS-SUSP-DATE-2 (WS-SUSP-USED)
002146         MOVE REJ-VALUE-DATE
002148             TO WS-SUSP-VALUE-DATE (WS-SUSP-USED)
002150         MOVE REJ-REASON-CODE TO WS-SUSP-REASON (WS-SUSP-USED)
002160         MOVE REJ-RECNO TO WS-SUSP-RECNO (WS-SUSP-USED)
002165         MOVE REJ-SUSP-KEY TO WS-SUSP-KEY (WS-SUSP-USED)
002170         MOVE "N" TO WS-SUSP-DROP-SW (WS-SUSP-USED)
002175         MOVE "N" TO WS-SUSP-FIXED-SW (WS-SUSP-USED)
002180     ELSE
002190         ADD 1 TO WS-RECORDS-IGNORED
002200         DISPLAY "TABELLA SOSPESI PIENA - RECORD IGNORATO: "
002790     DISPLAY WS-ED-CUR AT LINE 2 COLUMN 9
002800     DISPLAY "DI" AT LINE 2 COLUMN 13
002810     DISPLAY WS-ED-TOT AT LINE 2 COLUMN 16
002813     DISPLAY "OPERATORE:" AT LINE 2 COLUMN 40
002816     DISPLAY WS-PARM-OPER-ID AT LINE 2 COLUMN 51
002820     DISPLAY "RECORD TRXIN ORIGINALE:" AT LINE 4 COLUMN 1
002830     DISPLAY WS-SUSP-RECNO (WS-SUSP-CUR) AT LINE 4 COLUMN 25
002840     DISPLAY "SORGENTE:" AT LINE 4 COLUMN 40
002980     DISPLAY WS-ED-OP2 AT LINE 9 COLUMN 15
002990     DISPLAY "CODICE TASSO:" AT LINE 10 COLUMN 1
003000     DISPLAY WS-SUSP-RATE (WS-SUSP-CUR) AT LINE 10 COLUMN 15
003003     DISPLAY "VALUTA:" AT LINE 10 COLUMN 40
003006     DISPLAY WS-SUSP-VALUE-DATE (WS-SUSP-CUR) AT LINE 10 COLUMN 50
003010     DISPLAY "PERIODI:" AT LINE 11 COLUMN 1
003020     DISPLAY WS-SUSP-PERIODS (WS-SUSP-CUR) AT LINE 11 COLUMN 15
003030     DISPLAY "RISULTATO:" AT LINE 12 COLUMN 1
003050     DISPLAY "REGISTRATO:" AT LINE 13 COLUMN 1
003060     DISPLAY WS-SUSP-TIMESTAMP (WS-SUSP-CUR) (1:14)
003070         AT LINE 13 COLUMN 15
003071     IF WS-SUSP-OP (WS-SUSP-CUR) > 79
003072        AND WS-SUSP-OP (WS-SUSP-CUR) < 85
003073         DISPLAY "DATE:" AT LINE 14 COLUMN 1
003074         DISPLAY WS-SUSP-DATE-1 (WS-SUSP-CUR) AT LINE 14 COLUMN 15
003075         DISPLAY WS-SUSP-DATE-2 (WS-SUSP-CUR) AT LINE 14 COLUMN 25
003076     END-IF
003080     IF WS-SUSP-DROP-SW (WS-SUSP-CUR) = "Y"
003090         DISPLAY "*** RECORD DA ELIMINARE ***" AT LINE 15 COLUMN 1
003100     ELSE
003520         WHEN "10"
003530             MOVE "FORMULA SCONOSCIUTA O NON VALIDA"
003540                 TO WS-REASON-TEXT
003541         WHEN "11"
003542             MOVE "SORGENTE NON REGISTRATA O NON ATTIVA"
003543                 TO WS-REASON-TEXT
003544         WHEN "12"
003545             MOVE "OPERAZIONE NON AMMESSA PER LA SORGENTE"
003546                 TO WS-REASON-TEXT
003547         WHEN "13"
003548             MOVE "DATA NON VALIDA, FUORI SEQUENZA O GIORNI"
003549                 TO WS-REASON-TEXT
003550         WHEN "14"
003551             MOVE "DATA VALUTA ERRATA, FUTURA O OLTRE IL LIMITE"
003552                 TO WS-REASON-TEXT
003553         WHEN "99"
003560             MOVE "CODICE OPERAZIONE NON VALIDO"
003570                 TO WS-REASON-TEXT
003580         WHEN OTHER
003720     IF WS-ENTRY-BUFFER NOT = SPACES
003730         COMPUTE WS-SUSP-OP1 (WS-SUSP-CUR) ROUNDED =
003740                 FUNCTION NUMVAL(WS-ENTRY-BUFFER)
003745         MOVE "Y" TO WS-SUSP-FIXED-SW (WS-SUSP-CUR)
003750     END-IF
003760     DISPLAY "NUOVO OPERANDO B (INVIO=INVARIATO):"
003770         AT LINE 17 COLUMN 1
003800     IF WS-ENTRY-BUFFER NOT = SPACES
003810         COMPUTE WS-SUSP-OP2 (WS-SUSP-CUR) ROUNDED =
003820                 FUNCTION NUMVAL(WS-ENTRY-BUFFER)
003825         MOVE "Y" TO WS-SUSP-FIXED-SW (WS-SUSP-CUR)
003830     END-IF
003840     DISPLAY "NUOVO CODICE TASSO (INVIO=INVARIATO):"
003850         AT LINE 18 COLUMN 1
003880     IF WS-ENTRY-BUFFER NOT = SPACES
003890         MOVE WS-ENTRY-BUFFER (1:8)
003900             TO WS-SUSP-RATE (WS-SUSP-CUR)
003905         MOVE "Y" TO WS-SUSP-FIXED-SW (WS-SUSP-CUR)
003910     END-IF
003920     DISPLAY "NUOVI PERIODI (INVIO=INVARIATI):"
003930         AT LINE 19 COLUMN 1
003960     IF WS-ENTRY-BUFFER NOT = SPACES
003970         COMPUTE WS-SUSP-PERIODS (WS-SUSP-CUR) =
003980                 FUNCTION NUMVAL(WS-ENTRY-BUFFER)
003981         MOVE "Y" TO WS-SUSP-FIXED-SW (WS-SUSP-CUR)
003982     END-IF
003983     DISPLAY "NUOVA DATA VALUTA (INVIO=INVARIATA):"
003984         AT LINE 20 COLUMN 1
003985     MOVE SPACES TO WS-ENTRY-BUFFER
003986     ACCEPT WS-ENTRY-BUFFER AT LINE 20 COLUMN 41
003987     IF WS-ENTRY-BUFFER NOT = SPACES
003988         MOVE WS-ENTRY-BUFFER (1:8)
003989             TO WS-SUSP-VALUE-DATE (WS-SUSP-CUR)
003990         MOVE "Y" TO WS-SUSP-FIXED-SW (WS-SUSP-CUR)
003991     END-IF
003992     IF WS-SUSP-OP (WS-SUSP-CUR) < 80
003993        OR WS-SUSP-OP (WS-SUSP-CUR) > 84
003994         GO TO 3300-EXIT
003995     END-IF
003996     DISPLAY "NUOVA DATA INIZIALE (INVIO=INVARIATA):"
003997         AT LINE 23 COLUMN 1
003998     MOVE SPACES TO WS-ENTRY-BUFFER
003999     ACCEPT WS-ENTRY-BUFFER AT LINE 23 COLUMN 41
004000     IF WS-ENTRY-BUFFER NOT = SPACES
004001         MOVE WS-ENTRY-BUFFER (1:8)
004002             TO WS-SUSP-DATE-1 (WS-SUSP-CUR)
004003         MOVE "Y" TO WS-SUSP-FIXED-SW (WS-SUSP-CUR)
004004     END-IF
004005     DISPLAY "NUOVA DATA FINALE (INVIO=INVARIATA):"
004006         AT LINE 24 COLUMN 1
004007     MOVE SPACES TO WS-ENTRY-BUFFER
004008     ACCEPT WS-ENTRY-BUFFER AT LINE 24 COLUMN 41
004009     IF WS-ENTRY-BUFFER NOT = SPACES
004010         MOVE WS-ENTRY-BUFFER (1:8)
004011             TO WS-SUSP-DATE-2 (WS-SUSP-CUR)
004012         MOVE "Y" TO WS-SUSP-FIXED-SW (WS-SUSP-CUR)
004013     END-IF.
004014 3300-EXIT.
004015     EXIT.
004020*-----------------------------------------------------------------
004030 3400-TOGGLE-DROP.
004040     IF WS-SUSP-DROP-SW (WS-SUSP-CUR) = "Y"
004100     EXIT.
004110*-----------------------------------------------------------------
004120*    SAVE - EVERY RECORD NOT DROPPED GOES TO THE CORRECTED
004130*    SUSPENSE FILE THAT FEEDS ELMOREX.  DROPS AND CORRECTIONS
004133*    ARE POSTED TO THE SUSPENSE MASTER ONLY NOW, SO A SESSION
004136*    LEFT WITHOUT SAVING CHANGES NOTHING.
004140*-----------------------------------------------------------------
004150 5000-WRITE-CORRECTED-FILE.
004160     OPEN OUTPUT REJOUT-FILE
004300 5100-WRITE-ONE-RECORD.
004310     IF WS-SUSP-DROP-SW (WS-SUSP-IX) = "Y"
004320         ADD 1 TO WS-RECORDS-DROPPED
004323         SET SUS-FUNC-DROPPED TO TRUE
004326         PERFORM 5200-POST-SUSPENSE-ITEM THRU 5200-EXIT
004330         GO TO 5100-EXIT
004332     END-IF
004334     IF WS-SUSP-FIXED-SW (WS-SUSP-IX) = "Y"
004336         SET SUS-FUNC-CORRECTED TO TRUE
004338         PERFORM 5200-POST-SUSPENSE-ITEM THRU 5200-EXIT
004340     END-IF
004350     MOVE SPACES TO RJO-RECORD
004360     MOVE WS-SUSP-OP (WS-SUSP-IX) TO RJO-OP-CODE
004410     MOVE WS-SUSP-RATE (WS-SUSP-IX) TO RJO-RATE-CODE
004420     MOVE WS-SUSP-PERIODS (WS-SUSP-IX) TO RJO-PERIODS
004430     MOVE WS-SUSP-SOURCE (WS-SUSP-IX) TO RJO-SOURCE-ID
004432     MOVE WS-SUSP-DATE-1 (WS-SUSP-IX) TO RJO-DATE-1
004434     MOVE WS-SUSP-DATE-2 (WS-SUSP-IX) TO RJO-DATE-2
004436     MOVE WS-SUSP-VALUE-DATE (WS-SUSP-IX) TO RJO-VALUE-DATE
004440     MOVE WS-SUSP-REASON (WS-SUSP-IX) TO RJO-REASON-CODE
004450     MOVE WS-SUSP-RECNO (WS-SUSP-IX) TO RJO-RECNO
004455     MOVE WS-SUSP-KEY (WS-SUSP-IX) TO RJO-SUSP-KEY
004460     WRITE RJO-RECORD
004470     ADD 1 TO WS-RECORDS-WRITTEN.
004480 5100-EXIT.
004481     EXIT.
004482*-----------------------------------------------------------------
004483*    SUSPENSE MASTER - THE ITEM'S KEY CAME WITH THE RECORD; ONE
004484*    WRITTEN BEFORE THE MASTER EXISTED HAS NONE AND IS SKIPPED.
004485*-----------------------------------------------------------------
004486 5200-POST-SUSPENSE-ITEM.
004487     IF WS-SUSP-KEY (WS-SUSP-IX) = SPACES
004488         GO TO 5200-EXIT
004489     END-IF
004490     MOVE WS-SUSP-KEY (WS-SUSP-IX) TO SUS-KEY
004491     MOVE WS-PARM-OPER-ID TO SUS-OPER-ID
004492     MOVE WS-RUN-DATE TO SUS-EVENT-DATE
004493     MOVE "ELMOFIX" TO SUS-PROGRAM
004494     CALL "ELMOSUS" USING SUS-COMMAREA
004495     IF SUS-POSTED
004496         ADD 1 TO WS-ITEMS-POSTED
004497     END-IF.
004498 5200-EXIT.
004499     EXIT.
004500*-----------------------------------------------------------------
004510*    TERMINATION - COUNTS ON THE CONSOLE AND THE LEDGER.
004520*-----------------------------------------------------------------
004550     DISPLAY "SOSPESI LETTI:     " WS-RECORDS-READ
004560     DISPLAY "SOSPESI CORRETTI:  " WS-RECORDS-WRITTEN
004570     DISPLAY "SOSPESI ELIMINATI: " WS-RECORDS-DROPPED
004572     DISPLAY "AGGIORNATI SU SUSPMST: " WS-ITEMS-POSTED
004574     SET SUS-FUNC-TERMINATE TO TRUE
004576     CALL "ELMOSUS" USING SUS-COMMAREA
004580     IF WS-QUIT-REQUESTED AND WS-RECORDS-WRITTEN = ZERO
004590         DISPLAY "NESSUN FILE CORRETTO SCRITTO"
004600     END-IF
