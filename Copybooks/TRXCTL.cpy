000344*                     (TRX-RATE-CODE ADDED).
000346*    08/22/2026  DF   FILLERS WIDENED AGAIN (TRX-PERIODS).
000348*    08/22/2026  DF   FILLERS WIDENED AGAIN (TRX-SOURCE-ID).
000350*    10/15/2026  DF   FILLERS WIDENED AGAIN (TRX-DATE-1 AND
000352*                     TRX-DATE-2).
000354*    10/15/2026  DF   FILLERS WIDENED AGAIN (TRX-VALUE-DATE).
000356*****************************************************************
000360 01  CTL-RECORD.
000370     05  CTL-RECORD-TYPE         PIC X(02).
000380         88  CTL-IS-HEADER           VALUE "HD".
000410         10  CTL-SOURCE-SYSTEM       PIC X(08).
000420         10  CTL-CREATE-DATE         PIC X(08).
000430         10  CTL-EXPECTED-COUNT      PIC 9(09).
000440         10  FILLER                  PIC X(81).
000450     05  CTL-TRAILER-DATA REDEFINES CTL-HEADER-DATA.
000460         10  CTL-RECORD-COUNT        PIC 9(09).
000470         10  CTL-HASH-OPERAND-1      PIC S9(11)V9(07).
000480         10  CTL-HASH-OPERAND-2      PIC S9(11)V9(07).
000490         10  FILLER                  PIC X(61).
