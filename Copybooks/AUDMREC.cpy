000220*                     AUDITREC.
000230*    09/02/2026  DF   AUDM-OPER-ID ADDED IN STEP WITH
000240*                     AUDITREC.
000241*    10/15/2026  DF   AUDM-DATE-1, AUDM-DATE-2 AND
000242*                     AUDM-DAY-BASIS ADDED IN STEP WITH
000243*                     AUDITREC.
000244*    10/15/2026  DF   AUDM-VALUE-DATE AND AUDM-RUN-DATE ADDED IN
000245*                     STEP WITH AUDITREC.
000246*    10/15/2026  DF   AUDM-HOLD-FLAG ADDED IN STEP WITH AUDITREC.
000247*    10/15/2026  DF   AUDM-RATE-CODE, AUDM-FORMULA,
000248*                     AUDM-LINK-TIMESTAMP AND AUDM-LINK-TERM-ID
000249*                     ADDED IN STEP WITH AUDITREC.
000250*    10/15/2026  DF   AUDM-ORIGIN ADDED IN STEP WITH AUDITREC.
000251*****************************************************************
000260 01  AUDM-RECORD.
000270     05  AUDM-KEY.
000280         10  AUDM-TIMESTAMP      PIC X(26).
000340     05  AUDM-RESULT             PIC S9(07)V9(07).
000350     05  AUDM-SOURCE-ID          PIC X(03).
000360     05  AUDM-OPER-ID            PIC X(08).
000370     05  AUDM-DATE-1             PIC X(08).
000380     05  AUDM-DATE-2             PIC X(08).
000390     05  AUDM-DAY-BASIS          PIC X(07).
000400     05  AUDM-VALUE-DATE         PIC X(08).
000410     05  AUDM-RUN-DATE           PIC X(08).
000420     05  AUDM-HOLD-FLAG          PIC X(01).
000430     05  AUDM-RATE-CODE          PIC X(08).
000440     05  AUDM-FORMULA            PIC X(08).
000450     05  AUDM-LINK-TIMESTAMP     PIC X(26).
000460     05  AUDM-LINK-TERM-ID       PIC X(08).
000470     05  AUDM-ORIGIN             PIC X(01).
