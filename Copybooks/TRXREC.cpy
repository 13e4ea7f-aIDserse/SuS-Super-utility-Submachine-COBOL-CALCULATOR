000262*                     A BATCH TRANSACTION (PRC=PRICING,
000263*                     WHS=WAREHOUSE, LAB=LABORATORY); SPACES
000264*                     FOR INTERACTIVE AND UNATTENDED WORK.
000265*    10/15/2026  DF   TRX-DATE-1 / TRX-DATE-2 ADDED FOR THE
000266*                     DATE OPERATION GROUP 80-84 (YYYYMMDD).
000267*                     80 AND 82-84 TAKE BOTH DATES; 81 TAKES
000268*                     DATE-1 AND RETURNS THE RESULT DATE IN
000269*                     DATE-2.  SPACES FOR ALL OTHER OPERATIONS.
000270*    10/15/2026  DF   TRX-VALUE-DATE ADDED (YYYYMMDD) - THE DATE
000271*                     THE TRANSACTION BELONGS TO.  THE RATE, UNIT
000272*                     AND FORMULA TABLES ARE RESOLVED AS OF THIS
000273*                     DATE; SPACES MEANS THE RUN DATE.
000274*****************************************************************
000275 01  TRX-RECORD.
000280     05  TRX-OP-CODE             PIC 9(02).
000290     05  TRX-OPERAND-1           PIC S9(07)V9(07).
000300     05  TRX-OPERAND-2           PIC S9(07)V9(07).
000330     05  TRX-RATE-CODE           PIC X(08).
000340     05  TRX-PERIODS             PIC 9(03).
000350     05  TRX-SOURCE-ID           PIC X(03).
000360     05  TRX-DATE-1              PIC X(08).
000370     05  TRX-DATE-2              PIC X(08).
000380     05  TRX-VALUE-DATE          PIC X(08).
000390
