000410*                     SERIES VALUES OR FORMULA NAMES THEY WERE
000420*                     COMPUTED WITH.  THEY ARE COUNTED ON THE
000430*                     SUMMARY AND DO NOT AFFECT THE RETURN CODE.
000431*    10/15/2026  DF   THE DATE OPERATIONS 80-84 ARE REPLAYED - THE
000432*                     AUDIT RECORD NOW CARRIES BOTH DATES.  FOR 81
000433*                     THE RECOMPUTED RESULT DATE MUST ALSO MATCH
000434*                     THE STORED ONE (A CALENDAR CHANGE SINCE THE
000435*                     ORIGINAL RUN SHOWS UP AS A MISMATCH).
000436*    10/15/2026  DF   THE REPLAY RESOLVES THE TABLES AS OF THE
000437*                     AUDITED VALUE DATE, NOT TODAY'S.
000438*    10/15/2026  DF   AUDIT-HOLD-FLAG CARRIED THROUGH IN STEP WITH
000439*                     AUDITREC.
000440*    10/15/2026  DF   AUDIT-RATE-CODE, AUDIT-FORMULA AND THE
000441*                     CORRECTION LINK CARRIED THROUGH IN STEP
000442*                     WITH AUDITREC.
000443*    10/15/2026  DF   AUDIT-ORIGIN CARRIED THROUGH IN STEP WITH
000444*                     AUDITREC.
000445*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID.   ELMORPL.
000470 AUTHOR.       D. FERRANTE.
000840                         ==AUDIT-SOURCE-ID== BY
000850                         ==AIN-SOURCE-ID==
000860                         ==AUDIT-OPER-ID==   BY
000861                         ==AIN-OPER-ID==
000862                         ==AUDIT-DATE-1==    BY ==AIN-DATE-1==
000863                         ==AUDIT-DATE-2==    BY ==AIN-DATE-2==
000864                         ==AUDIT-DAY-BASIS== BY
000865                         ==AIN-DAY-BASIS==
000866                         ==AUDIT-VALUE-DATE== BY
000867                         ==AIN-VALUE-DATE==
000868                         ==AUDIT-RUN-DATE==   BY ==AIN-RUN-DATE==
000869                         ==AUDIT-HOLD-FLAG==  BY
000870                         ==AIN-HOLD-FLAG==
000871                         ==AUDIT-RATE-CODE==  BY
000872                         ==AIN-RATE-CODE==
000873                         ==AUDIT-FORMULA==    BY
000874                         ==AIN-FORMULA==
000875                         ==AUDIT-LINK-TIMESTAMP== BY
000876                         ==AIN-LINK-TIMESTAMP==
000877                         ==AUDIT-LINK-TERM-ID==   BY
000878                         ==AIN-LINK-TERM-ID==
000879                         ==AUDIT-ORIGIN==     BY ==AIN-ORIGIN==.
000880*----------------------------------------------------------------
000890*    SELECTION CONTROL CARDS.
000900*----------------------------------------------------------------
003410*    CODE (NOT ARCHIVED) IS NOT RESOLVED AGAIN.  OPERATIONS 30-33
003420*    (PERIODS NOT ARCHIVED) AND 50 AND ABOVE (UNIT PARAMETERS,
003430*    SERIES VALUES AND FORMULA NAMES NOT ARCHIVED) ARE OMITTED
003440*    AND COUNTED, EXCEPT THE DATE OPERATIONS 80-84 WHOSE DATES
003445*    ARE ARCHIVED.  A VALIDATION ERROR MEANS THE RECORD CANNOT BE
003450*    RECOMPUTED AS STORED.
003460*-----------------------------------------------------------------
003470 3200-REPLAY-CALCULATION.
003490         GO TO 3200-EXIT
003500     END-IF
003510     IF (AIN-OP-CODE NOT < 30 AND AIN-OP-CODE NOT > 33)
003520        OR (AIN-OP-CODE NOT < 50
003525            AND (AIN-OP-CODE < 80 OR AIN-OP-CODE > 84))
003530         ADD 1 TO WS-RECORDS-OMITTED
003540         GO TO 3200-EXIT
003550     END-IF
003640     MOVE SPACES TO TRX-RATE-CODE
003650     MOVE ZERO TO TRX-PERIODS
003660     MOVE AIN-SOURCE-ID TO TRX-SOURCE-ID
003662     MOVE AIN-DATE-1 TO TRX-DATE-1
003664     MOVE AIN-DATE-2 TO TRX-DATE-2
003666     MOVE AIN-VALUE-DATE TO TRX-VALUE-DATE
003670     SET CLC-FUNC-CALCULATE TO TRUE
003680     MOVE WS-SEL-ANGLE-UNIT TO CLC-ANGLE-UNIT
003690     MOVE AIN-TERM-ID TO CLC-TERM-ID
003760             ADD 1 TO WS-OPT-UNREPLAYABLE (AIN-OP-CODE)
003770             PERFORM 3300-PRINT-REPLAY-LINE THRU 3300-EXIT
003780         WHEN TRX-RESULT NOT = WS-STORED-RESULT
003785         WHEN AIN-OP-CODE = 81 AND TRX-DATE-2 NOT = AIN-DATE-2
003790             ADD 1 TO WS-RECORDS-MISMATCHED
003800             ADD 1 TO WS-OPT-MISMATCHED (AIN-OP-CODE)
003810             PERFORM 3300-PRINT-REPLAY-LINE THRU 3300-EXIT
004150                WS-ED-RECOMPUTED     DELIMITED BY SIZE
004160             INTO WS-PRINT-LINE
004170         END-STRING
004171         IF AIN-OP-CODE = 81
004172             MOVE " DATA=" TO WS-PRINT-LINE (84:6)
004173             MOVE AIN-DATE-2 TO WS-PRINT-LINE (90:8)
004174             MOVE "/" TO WS-PRINT-LINE (98:1)
004175             MOVE TRX-DATE-2 TO WS-PRINT-LINE (99:8)
004176         END-IF
004180     END-IF
004190     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
004200 3300-EXIT.
