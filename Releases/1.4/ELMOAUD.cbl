000310*                     WITH AUDITREC.
000320*    09/02/2026  DF   OPERATOR ID SHOWN ON THE DETAIL LINE SO THE
000330*                     REPORT NAMES THE PERSON, NOT ONLY THE DESK.
000331*    10/15/2026  DF   DATE OPERATIONS 80-84 - NAMES, AND A SECOND
000332*                     DETAIL LINE WITH THE DAY-COUNT CONVENTION
000333*                     AND THE TWO DATES FROM THE AUDIT RECORD.
000334*    10/15/2026  DF   A BACK-VALUED TRANSACTION GETS A FURTHER
000335*                     DETAIL LINE WITH ITS VALUE DATE AND THE
000336*                     RUN DATE IT WAS POSTED ON.
000337*    10/15/2026  DF   A RESULT HELD FOR A PLAUSIBILITY LIMIT GETS
000338*                     A FURTHER DETAIL LINE SAYING SO.
000339*    10/15/2026  DF   A RATE CORRECTION (ELMOCOR) GETS A FURTHER
000340*                     DETAIL LINE WITH THE KEY OF THE CALCULATION
000341*                     IT CORRECTS AND THE CODE IT USED.
000342*    10/15/2026  DF   AUDIT-ORIGIN CARRIED THROUGH IN STEP WITH
000343*                     AUDITREC.
000344*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.   ELMOAUD.
000370 AUTHOR.       D. FERRANTE.
000740                         ==AUDIT-SOURCE-ID== BY
000750                         ==ALOG-SOURCE-ID==
000760                         ==AUDIT-OPER-ID==   BY
000761                         ==ALOG-OPER-ID==
000762                         ==AUDIT-DATE-1==    BY ==ALOG-DATE-1==
000763                         ==AUDIT-DATE-2==    BY ==ALOG-DATE-2==
000764                         ==AUDIT-DAY-BASIS== BY
000765                         ==ALOG-DAY-BASIS==
000766                         ==AUDIT-VALUE-DATE== BY
000767                         ==ALOG-VALUE-DATE==
000768                         ==AUDIT-RUN-DATE==   BY
000769                         ==ALOG-RUN-DATE==
000770                         ==AUDIT-HOLD-FLAG==  BY
000771                         ==ALOG-HOLD-FLAG==
000772                         ==AUDIT-RATE-CODE==  BY
000773                         ==ALOG-RATE-CODE==
000774                         ==AUDIT-FORMULA==    BY
000775                         ==ALOG-FORMULA==
000776                         ==AUDIT-LINK-TIMESTAMP== BY
000777                         ==ALOG-LINK-TIMESTAMP==
000778                         ==AUDIT-LINK-TERM-ID==   BY
000779                         ==ALOG-LINK-TERM-ID==
000780                         ==AUDIT-ORIGIN==     BY ==ALOG-ORIGIN==.
000781*----------------------------------------------------------------
000790*    SELECTION CONTROL CARDS.
000800*----------------------------------------------------------------
000810 FD  CTLCARD-FILE
003670            WS-ED-RESULT          DELIMITED BY SIZE
003680         INTO WS-PRINT-LINE
003690     END-STRING
003691     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003692     IF ALOG-DAY-BASIS NOT = SPACES
003693         MOVE SPACES TO WS-PRINT-LINE
003694         STRING "               "   DELIMITED BY SIZE
003695                ALOG-DAY-BASIS      DELIMITED BY SIZE
003696                " DAL="             DELIMITED BY SIZE
003697                ALOG-DATE-1         DELIMITED BY SIZE
003698                " AL="              DELIMITED BY SIZE
003699                ALOG-DATE-2         DELIMITED BY SIZE
003700             INTO WS-PRINT-LINE
003701         END-STRING
003702         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003703     END-IF
003704     IF ALOG-VALUE-DATE NOT = SPACES
003705        AND ALOG-VALUE-DATE NOT = ALOG-RUN-DATE
003706         MOVE SPACES TO WS-PRINT-LINE
003707         STRING "               "   DELIMITED BY SIZE
003708                "VALUTA="           DELIMITED BY SIZE
003709                ALOG-VALUE-DATE     DELIMITED BY SIZE
003710                " ELABORATO IL="    DELIMITED BY SIZE
003711                ALOG-RUN-DATE       DELIMITED BY SIZE
003712             INTO WS-PRINT-LINE
003713         END-STRING
003714         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003715     END-IF
003716     IF ALOG-HOLD-FLAG = "H"
003717         MOVE SPACES TO WS-PRINT-LINE
003718         STRING "               "   DELIMITED BY SIZE
003719                "TRATTENUTO SU HOLDFILE - FUORI LIMITE"
003720                                    DELIMITED BY SIZE
003721             INTO WS-PRINT-LINE
003722         END-STRING
003723         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003724     END-IF
003725     IF ALOG-LINK-TIMESTAMP NOT = SPACES
003726         MOVE SPACES TO WS-PRINT-LINE
003727         STRING "               "   DELIMITED BY SIZE
003728                "RETTIFICA DEL CALCOLO "
003729                                    DELIMITED BY SIZE
003730                ALOG-LINK-TIMESTAMP (1:14)
003731                                    DELIMITED BY SIZE
003732                " "                 DELIMITED BY SIZE
003733                ALOG-LINK-TERM-ID   DELIMITED BY SIZE
003734                " CODICE="          DELIMITED BY SIZE
003735                ALOG-RATE-CODE      DELIMITED BY SIZE
003736             INTO WS-PRINT-LINE
003737         END-STRING
003738         PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003739     END-IF.
003740 3200-EXIT.
003741     EXIT.
003742*-----------------------------------------------------------------
003743*    SUMMARY ACCUMULATION - COUNT PER OPERATION CODE AND PER
003750*    TERMINAL.  TERMINALS ARE COLLECTED IN FIRST-SEEN ORDER.
003760*-----------------------------------------------------------------
003770 3300-ACCUMULATE-SUMMARY.
005700         WHEN 65 MOVE "MASSIMO SERIE" TO WS-OP-NAME
005710         WHEN 66 MOVE "MEDIANA SERIE" TO WS-OP-NAME
005720         WHEN 70 MOVE "FORMULA" TO WS-OP-NAME
005721         WHEN 80 MOVE "GIORNI TRA DUE DATE" TO WS-OP-NAME
005722         WHEN 81 MOVE "DATA PIU' GIORNI LAVORATIVI"
005723                     TO WS-OP-NAME
005724         WHEN 82 MOVE "RATEO INTERESSI ACT/360" TO WS-OP-NAME
005725         WHEN 83 MOVE "RATEO INTERESSI ACT/365" TO WS-OP-NAME
005726         WHEN 84 MOVE "RATEO INTERESSI 30/360" TO WS-OP-NAME
005730         WHEN OTHER MOVE "SCONOSCIUTA" TO WS-OP-NAME
005740     END-EVALUATE.
005750 7330-EXIT.
