000010*****************************************************************
000020*
000030*    COPYBOOK:    TARFREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     EFFECTIVE-DATED CHARGE-BACK TARIFF RECORD (FILE
000070*                 TARFILE).  EACH RECORD PRICES ONE OPERATION
000080*                 GROUP - THE PRICE OF ONE CALCULATION CHARGED
000090*                 TO THE SOURCE DEPARTMENT THAT ASKED FOR IT -
000100*                 FROM ITS EFFECTIVE DATE.  THE RECORD IN FORCE
000110*                 ON A GIVEN DATE IS THE ONE WITH THE LATEST
000120*                 EFFECTIVE DATE NOT AFTER THAT DATE, LATER
000130*                 APPENDS WINNING TIES; A STATUS "E" RECORD
000140*                 WITHDRAWS THE PRICE FROM ITS EFFECTIVE DATE
000150*                 ONWARD - THE SAME RULE AS RATEFILE.  RECORDS
000160*                 ARE APPENDED, NEVER OVERWRITTEN, SO THE FILE IS
000170*                 ITS OWN HISTORY.  READ BY ELMOFAT.
000180*
000190*    TARIFF CODES (OPERATION CODES PRICED):
000200*        ARITMET   BASIC ARITHMETIC AND PERCENTAGES  01-08, 20-21
000210*        TRIGON    TRIGONOMETRY                      09-14
000220*        TASSI     RATE-DRIVEN                       24-27
000230*        FINANZ    FINANCIAL AND DATE                30-33, 80-84
000240*        SCIENT    SCIENTIFIC                        40-43
000250*        CONVERS   UNIT CONVERSION                   50-51
000260*        SERIE     SERIES STATISTICS                 60-66
000270*        FORMULA   NAMED FORMULA, WHOLE              70
000280*        SERVIZIO  SURCHARGE ON EACH CALCULATION MADE FOR AN
000290*                  INTRADAY SERVICE REQUEST (ELMOSVC)
000300*
000310*    MODIFICATION HISTORY
000320*    --------------------------------------------------------
000330*    10/15/2026  DF   INITIAL VERSION.
000340*****************************************************************
000350 01  TAR-RECORD.
000360     05  TAR-CODE                PIC X(08).
000370     05  TAR-EFF-DATE            PIC X(08).
000380     05  TAR-UNIT-PRICE          PIC S9(05)V9(04).
000390     05  TAR-STATUS              PIC X(01).
000400         88  TAR-ACTIVE              VALUE "A".
000410         88  TAR-EXPIRED             VALUE "E".
000420     05  FILLER                  PIC X(14).
