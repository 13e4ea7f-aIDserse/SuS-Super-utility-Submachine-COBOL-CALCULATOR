000280*    09/02/2026  DF   CLOSE-OUT RECORD APPENDED TO THE SHARED RUN
000290*                     LEDGER (RUNLEDG, COPYBOOK LEDGREC) FOR THE
000300*                     DAILY CONTROL REPORT.
000302*    10/15/2026  DF   TRX-DATE-1 / TRX-DATE-2 CARRIED THROUGH IN
000304*                     STEP WITH TRXREC.
000306*    10/15/2026  DF   TRX-VALUE-DATE CARRIED THROUGH IN STEP WITH
000308*                     TRXREC.
000310*****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.   ELMOMRG.
000900                       ==TRX-TIMESTAMP== BY ==TO1-TIMESTAMP==
000910                       ==TRX-RATE-CODE== BY ==TO1-RATE-CODE==
000920                       ==TRX-PERIODS==   BY ==TO1-PERIODS==
000930                 ==TRX-SOURCE-ID== BY ==TO1-SOURCE-ID==
000932                 ==TRX-DATE-1==    BY ==TO1-DATE-1==
000934                 ==TRX-DATE-2==    BY ==TO1-DATE-2==
000936                 ==TRX-VALUE-DATE== BY ==TO1-VALUE-DATE==.
000940 FD  TRXO2-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
001020                       ==TRX-TIMESTAMP== BY ==TO2-TIMESTAMP==
001030                       ==TRX-RATE-CODE== BY ==TO2-RATE-CODE==
001040                       ==TRX-PERIODS==   BY ==TO2-PERIODS==
001050                 ==TRX-SOURCE-ID== BY ==TO2-SOURCE-ID==
001052                 ==TRX-DATE-1==    BY ==TO2-DATE-1==
001054                 ==TRX-DATE-2==    BY ==TO2-DATE-2==
001056                 ==TRX-VALUE-DATE== BY ==TO2-VALUE-DATE==.
001060 FD  TRXO3-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001140                       ==TRX-TIMESTAMP== BY ==TO3-TIMESTAMP==
001150                       ==TRX-RATE-CODE== BY ==TO3-RATE-CODE==
001160                       ==TRX-PERIODS==   BY ==TO3-PERIODS==
001170                 ==TRX-SOURCE-ID== BY ==TO3-SOURCE-ID==
001172                 ==TRX-DATE-1==    BY ==TO3-DATE-1==
001174                 ==TRX-DATE-2==    BY ==TO3-DATE-2==
001176                 ==TRX-VALUE-DATE== BY ==TO3-VALUE-DATE==.
001180 FD  TRXO4-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001260                       ==TRX-TIMESTAMP== BY ==TO4-TIMESTAMP==
001270                       ==TRX-RATE-CODE== BY ==TO4-RATE-CODE==
001280                       ==TRX-PERIODS==   BY ==TO4-PERIODS==
001290                 ==TRX-SOURCE-ID== BY ==TO4-SOURCE-ID==
001292                 ==TRX-DATE-1==    BY ==TO4-DATE-1==
001294                 ==TRX-DATE-2==    BY ==TO4-DATE-2==
001296                 ==TRX-VALUE-DATE== BY ==TO4-VALUE-DATE==.
001300 FD  TRXOUT-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001380                       ==TRX-TIMESTAMP== BY ==TXO-TIMESTAMP==
001390                       ==TRX-RATE-CODE== BY ==TXO-RATE-CODE==
001400                       ==TRX-PERIODS==   BY ==TXO-PERIODS==
001410                 ==TRX-SOURCE-ID== BY ==TXO-SOURCE-ID==
001412                 ==TRX-DATE-1==    BY ==TXO-DATE-1==
001414                 ==TRX-DATE-2==    BY ==TXO-DATE-2==
001416                 ==TRX-VALUE-DATE== BY ==TXO-VALUE-DATE==.
001420 FD  CSV1-FILE
001430     RECORDING MODE IS F.
001440 01  CSV1-RECORD                  PIC X(100).
