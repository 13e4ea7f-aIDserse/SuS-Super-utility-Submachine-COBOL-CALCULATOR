000320*                     TORN ACROSS PARALLEL STEPS AND THE MERGE
000330*                     STILL SEES ONE RESULT PER MAIN RECORD IN
000340*                     ROUND ROBIN ORDER.
000341*    10/15/2026  DF   STALE-FILE LIMIT IS NOW THE PREVIOUS
000342*                     BUSINESS DAY FROM THE COMPANY CALENDAR
000343*                     (MODULE ELMODAT, DD CALFILE), SO MONDAY'S
000344*                     RUN ACCEPTS FRIDAY'S FILE AND THE DAY
000345*                     AFTER A HOLIDAY ACCEPTS THE DAY BEFORE IT.
000346*    10/15/2026  DF   TRX-DATE-1 / TRX-DATE-2 CARRIED THROUGH IN
000347*                     STEP WITH TRXREC.
000348*    10/15/2026  DF   TRX-VALUE-DATE CARRIED THROUGH IN STEP WITH
000349*                     TRXREC.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID.   ELMOSPL.
000790                       ==TRX-TIMESTAMP== BY ==TXI-TIMESTAMP==
000800                       ==TRX-RATE-CODE== BY ==TXI-RATE-CODE==
000810                       ==TRX-PERIODS==   BY ==TXI-PERIODS==
000820                 ==TRX-SOURCE-ID== BY ==TXI-SOURCE-ID==
000822                 ==TRX-DATE-1==    BY ==TXI-DATE-1==
000824                 ==TRX-DATE-2==    BY ==TXI-DATE-2==
000826                 ==TRX-VALUE-DATE== BY ==TXI-VALUE-DATE==.
000830 FD  TRXS1-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000910                       ==TRX-TIMESTAMP== BY ==TS1-TIMESTAMP==
000920                       ==TRX-RATE-CODE== BY ==TS1-RATE-CODE==
000930                       ==TRX-PERIODS==   BY ==TS1-PERIODS==
000940                 ==TRX-SOURCE-ID== BY ==TS1-SOURCE-ID==
000942                 ==TRX-DATE-1==    BY ==TS1-DATE-1==
000944                 ==TRX-DATE-2==    BY ==TS1-DATE-2==
000946                 ==TRX-VALUE-DATE== BY ==TS1-VALUE-DATE==.
000950 FD  TRXS2-FILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
001030                       ==TRX-TIMESTAMP== BY ==TS2-TIMESTAMP==
001040                       ==TRX-RATE-CODE== BY ==TS2-RATE-CODE==
001050                       ==TRX-PERIODS==   BY ==TS2-PERIODS==
001060                 ==TRX-SOURCE-ID== BY ==TS2-SOURCE-ID==
001062                 ==TRX-DATE-1==    BY ==TS2-DATE-1==
001064                 ==TRX-DATE-2==    BY ==TS2-DATE-2==
001066                 ==TRX-VALUE-DATE== BY ==TS2-VALUE-DATE==.
001070 FD  TRXS3-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001150                       ==TRX-TIMESTAMP== BY ==TS3-TIMESTAMP==
001160                       ==TRX-RATE-CODE== BY ==TS3-RATE-CODE==
001170                       ==TRX-PERIODS==   BY ==TS3-PERIODS==
001180                 ==TRX-SOURCE-ID== BY ==TS3-SOURCE-ID==
001182                 ==TRX-DATE-1==    BY ==TS3-DATE-1==
001184                 ==TRX-DATE-2==    BY ==TS3-DATE-2==
001186                 ==TRX-VALUE-DATE== BY ==TS3-VALUE-DATE==.
001190 FD  TRXS4-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001270                       ==TRX-TIMESTAMP== BY ==TS4-TIMESTAMP==
001280                       ==TRX-RATE-CODE== BY ==TS4-RATE-CODE==
001290                       ==TRX-PERIODS==   BY ==TS4-PERIODS==
001300                 ==TRX-SOURCE-ID== BY ==TS4-SOURCE-ID==
001302                 ==TRX-DATE-1==    BY ==TS4-DATE-1==
001304                 ==TRX-DATE-2==    BY ==TS4-DATE-2==
001306                 ==TRX-VALUE-DATE== BY ==TS4-VALUE-DATE==.
001310*****************************************************************
001320*----------------------------------------------------------------
001330*    SHARED RUN LEDGER - APPENDED AT CLOSE-OUT.
001810 01  WS-HDR-CREATE-NUM            PIC 9(08) VALUE ZERO.
001820 01  WS-STALE-LIMIT-INT           PIC 9(08) COMP VALUE ZERO.
001830 01  WS-HDR-CREATE-INT            PIC 9(08) COMP VALUE ZERO.
001831 01  WS-STALE-LIMIT-DATE          PIC 9(08) VALUE ZERO.
001832*----------------------------------------------------------------
001833*    DATE SERVICES - PREVIOUS BUSINESS DAY FOR THE STALE CHECK.
001834*----------------------------------------------------------------
001835 COPY DATCOM.
001840*----------------------------------------------------------------
001850*    SPLIT BOOKKEEPING - FOUR STREAMS, ROUND ROBIN.
001860*----------------------------------------------------------------
002750         MOVE CTL-CREATE-DATE TO WS-HDR-CREATE-DATE
002760         MOVE CTL-EXPECTED-COUNT TO WS-HDR-EXPECTED-COUNT
002770         MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
002780         MOVE "A" TO DAT-FUNCTION-CODE
002781         MOVE WS-RUN-DATE TO DAT-DATE-1
002782         MOVE -1 TO DAT-DAYS
002783         CALL "ELMODAT" USING DAT-COMMAREA
002784         IF DAT-DATE-OK
002785             MOVE DAT-DATE-2 TO WS-STALE-LIMIT-DATE
002786             COMPUTE WS-STALE-LIMIT-INT =
002787                 FUNCTION INTEGER-OF-DATE(WS-STALE-LIMIT-DATE)
002788         ELSE
002789             COMPUTE WS-STALE-LIMIT-INT =
002790                 FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1
002795         END-IF
002800         COMPUTE WS-HDR-CREATE-NUM =
002810                 FUNCTION NUMVAL(CTL-CREATE-DATE)
002820         COMPUTE WS-HDR-CREATE-INT =
