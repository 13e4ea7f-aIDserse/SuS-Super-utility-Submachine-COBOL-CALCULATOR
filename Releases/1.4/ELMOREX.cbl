000290*    09/02/2026  DF   CLOSE-OUT RECORD APPENDED TO THE SHARED RUN
000300*                     LEDGER (RUNLEDG, COPYBOOK LEDGREC) FOR THE
000310*                     DAILY CONTROL REPORT.
000311*    10/15/2026  DF   REJ-DATE-1 / REJ-DATE-2 CARRIED TO THE
000312*                     RESUBMITTED TRANSACTION (DATE GROUP 80-84).
000313*    10/15/2026  DF   REJ-VALUE-DATE CARRIED TO THE RESUBMITTED
000314*                     TRANSACTION.
000315*    10/15/2026  DF   EACH SUSPENSE RECORD CARRYING A SUSPENSE
000316*                     MASTER KEY IS POSTED AS RESUBMITTED ON
000317*                     SUSPMST (MODULE ELMOSUS), WITH A LINK FROM
000318*                     ITS TRXRES RECORD BACK TO THE ITEM SO THE
000319*                     RESUBMISSION RUN CAN POST THE OUTCOME.
000320*    10/15/2026  DF   THE AUTHORIZATION CHECK IS WRITTEN TO THE
000321*                     SECURITY LOG SECLOG (MODULE ELMOSEC) -
000322*                     ACCEPTANCE AS A SIGN-ON, A NON-SUPERVISOR
000323*                     PARM AS A REFUSAL AND A CHECK SKIPPED FOR
000324*                     WANT OF OPERFILE AS MAINTENANCE WITHOUT
000325*                     SIGN-ON.
000326*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.   ELMOREX.
000350 AUTHOR.       D. FERRANTE.
001150         88  WS-OPER-FOUND            VALUE "Y".
001160 77  WS-RECORDS-READ              PIC 9(09) COMP VALUE ZERO.
001170 77  WS-RECORDS-WRITTEN           PIC 9(09) COMP VALUE ZERO.
001175 77  WS-ITEMS-POSTED              PIC 9(09) COMP VALUE ZERO.
001180 01  WS-RUN-DATE                  PIC X(08) VALUE SPACES.
001190*----------------------------------------------------------------
001200*    SUPERVISOR AUTHORIZATION - PARM OPERATOR AGAINST THE
001350 01  WS-OPER-BEST-IX              PIC 9(03) COMP VALUE ZERO.
001360 01  WS-HASH-OPERAND-1            PIC S9(11)V9(07) VALUE ZERO.
001370 01  WS-HASH-OPERAND-2            PIC S9(11)V9(07) VALUE ZERO.
001371*----------------------------------------------------------------
001372*    SUSPENSE MASTER MODULE COMMUNICATION AREA.
001373*----------------------------------------------------------------
001374 COPY SUSCOM.
001375*----------------------------------------------------------------
001376*    SECURITY EVENT LOG MODULE COMMUNICATION AREA.
001377*----------------------------------------------------------------
001378 COPY SECCOM.
001380*----------------------------------------------------------------
001390*    RUN LEDGER CLOSE-OUT STAGING (SEE 9500-WRITE-RUN-LEDGER).
001400*----------------------------------------------------------------
001720     IF WS-OPER-USED = ZERO
001730         DISPLAY "OPERFILE NON DISPONIBILE O VUOTO - "
001740             "CONTROLLO AUTORIZZAZIONE SALTATO"
001742         SET SEC-EVT-MAINTENANCE TO TRUE
001744         MOVE ZERO TO SEC-OPER-LEVEL
001746         MOVE "OPERFILE ASSENTE - CONTROLLO SALTATO" TO SEC-DETAIL
001748         PERFORM 0530-LOG-SECURITY-EVENT THRU 0530-EXIT
001750         GO TO 0500-EXIT
001760     END-IF
001770     PERFORM 0520-RESOLVE-OPERATOR THRU 0520-EXIT
001772     MOVE ZERO TO SEC-OPER-LEVEL
001774     IF WS-OPER-FOUND
001776         MOVE WS-OPER-LVL (WS-OPER-BEST-IX) TO SEC-OPER-LEVEL
001778     END-IF
001780     IF NOT WS-OPER-FOUND
001790        OR WS-OPER-LVL (WS-OPER-BEST-IX) NOT = 2
001800         DISPLAY "RIELABORAZIONE RISERVATA AL SUPERVISORE - "
001810             "OPERATORE " WS-PARM-OPER-ID
001812         SET SEC-EVT-REFUSED TO TRUE
001814         MOVE "RIELABORAZIONE RISERVATA AL SUPERVISORE"
001816             TO SEC-DETAIL
001818         PERFORM 0530-LOG-SECURITY-EVENT THRU 0530-EXIT
001820         MOVE 16 TO RETURN-CODE
001830         STOP RUN
001840     END-IF
001842     SET SEC-EVT-SIGNON-OK TO TRUE
001844     MOVE "RIELABORAZIONE AUTORIZZATA" TO SEC-DETAIL
001846     PERFORM 0530-LOG-SECURITY-EVENT THRU 0530-EXIT.
001850 0500-EXIT.
001860     EXIT.
001870*-----------------------------------------------------------------
002470 0522-EXIT.
002480     EXIT.
002490*-----------------------------------------------------------------
002491*    ONE EVENT TO THE SECURITY LOG (MODULE ELMOSEC) - THE CALLER
002492*    SETS THE EVENT TYPE, LEVEL AND SEC-DETAIL.
002493*-----------------------------------------------------------------
002494 0530-LOG-SECURITY-EVENT.
002495     SET SEC-FUNC-WRITE TO TRUE
002496     MOVE "ELMOREX" TO SEC-PROGRAM
002497     MOVE WS-PARM-OPER-ID TO SEC-OPER-ID
002498     MOVE SPACES TO SEC-TERM-ID
002499     MOVE ZERO TO SEC-OPTION
002500     CALL "ELMOSEC" USING SEC-COMMAREA.
002501 0530-EXIT.
002502     EXIT.
002503*-----------------------------------------------------------------
002504 1000-INITIALIZE.
002510     OPEN INPUT REJIN-FILE
002520     IF WS-REJIN-FS NOT = "00"
002530         DISPLAY "IMPOSSIBILE APRIRE REJIN - FILE STATUS "
002920     MOVE REJ-RATE-CODE TO TRX-RATE-CODE
002930     MOVE REJ-PERIODS TO TRX-PERIODS
002940     MOVE REJ-SOURCE-ID TO TRX-SOURCE-ID
002942     MOVE REJ-DATE-1 TO TRX-DATE-1
002944     MOVE REJ-DATE-2 TO TRX-DATE-2
002946     MOVE REJ-VALUE-DATE TO TRX-VALUE-DATE
002950     MOVE ZERO TO TRX-RESULT
002960     MOVE SPACES TO TRX-TIMESTAMP
002970     WRITE TRX-RECORD
002980     ADD 1 TO WS-RECORDS-WRITTEN
002990     ADD REJ-OPERAND-1 TO WS-HASH-OPERAND-1
003000     ADD REJ-OPERAND-2 TO WS-HASH-OPERAND-2
003002     IF REJ-SUSP-KEY NOT = SPACES
003004         PERFORM 3100-POST-RESUBMISSION THRU 3100-EXIT
003006     END-IF
003010     PERFORM 2000-READ-SUSPENSE-RECORD THRU 2000-EXIT.
003020 3000-EXIT.
003021     EXIT.
003022*-----------------------------------------------------------------
003023*    SUSPENSE MASTER - THE ITEM IS RESUBMITTED AS THIS TRXRES
003024*    RECORD: SOURCE, THIS FILE'S HEADER (ELMOREX, RUN DATE) AND
003025*    THE RECORD NUMBER ELMO WILL GIVE IT.
003026*-----------------------------------------------------------------
003027 3100-POST-RESUBMISSION.
003028     SET SUS-FUNC-RESUBMIT TO TRUE
003029     MOVE REJ-SUSP-KEY TO SUS-KEY
003030     MOVE REJ-SOURCE-ID TO SUS-NEW-SOURCE-ID
003031     MOVE "ELMOREX" TO SUS-NEW-SYSTEM
003032     MOVE WS-RUN-DATE TO SUS-NEW-DATE
003033     MOVE WS-RECORDS-WRITTEN TO SUS-NEW-RECNO
003034     MOVE WS-PARM-OPER-ID TO SUS-OPER-ID
003035     MOVE WS-RUN-DATE TO SUS-EVENT-DATE
003036     MOVE "ELMOREX" TO SUS-PROGRAM
003037     CALL "ELMOSUS" USING SUS-COMMAREA
003038     IF SUS-POSTED
003039         ADD 1 TO WS-ITEMS-POSTED
003040     END-IF.
003041 3100-EXIT.
003042     EXIT.
003043*-----------------------------------------------------------------
003050 9000-TERMINATE-PROGRAM.
003060     MOVE SPACES TO CTL-RECORD
003070     MOVE "TR" TO CTL-RECORD-TYPE
003140     CLOSE TRXRES-FILE
003150     DISPLAY "SOSPESI LETTI:        " WS-RECORDS-READ
003160     DISPLAY "TRANSAZIONI RISCRITTE: " WS-RECORDS-WRITTEN
003162     DISPLAY "AGGIORNATI SU SUSPMST: " WS-ITEMS-POSTED
003164     SET SUS-FUNC-TERMINATE TO TRUE
003166     CALL "ELMOSUS" USING SUS-COMMAREA
003170     MOVE "RESUB" TO WS-LDG-MODE
003180     MOVE WS-RECORDS-READ TO WS-LDG-IN
003190     MOVE WS-RECORDS-WRITTEN TO WS-LDG-OUT
