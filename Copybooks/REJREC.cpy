000240*        08  UNIT CODE UNKNOWN, EXPIRED OR ZERO FACTOR
000250*        09  VALUE SERIES EMPTY, TRUNCATED OR OVER 50
000260*        10  FORMULA UNKNOWN, EXPIRED OR NESTED
000261*        11  SOURCE NOT REGISTERED OR NOT ACTIVE (SRCFILE)
000262*        12  OPERATION NOT PERMITTED FOR THE SOURCE (SRCFILE)
000263*        13  DATE INVALID, OUT OF SEQUENCE OR BUSINESS-DAY
000264*            COUNT OUT OF RANGE (DATE GROUP 80-84)
000265*        14  VALUE DATE INVALID, IN THE FUTURE OR OLDER THAN
000266*            THE BACK-VALUE LIMIT
000270*        99  OPERATION CODE NOT VALID
000280*
000290*    MODIFICATION HISTORY
000400*                     STATISTICS GROUP (OPERATIONS 60-66).
000410*    09/02/2026  DF   REASON CODE 10 FOR THE NAMED FORMULA
000420*                     GROUP (OPERATION 70, FILE FORMFILE).
000421*    10/15/2026  DF   REASON CODES 11 AND 12 FOR THE SOURCE
000422*                     REGISTRY (FILE SRCFILE).
000423*    10/15/2026  DF   REJ-DATE-1 / REJ-DATE-2 ADDED IN STEP WITH
000424*                     TRXREC; NEW REASON CODE 13.
000425*    10/15/2026  DF   REJ-VALUE-DATE ADDED IN STEP WITH TRXREC;
000426*                     NEW REASON CODE 14.
000427*    10/15/2026  DF   REJ-SUSP-KEY ADDED - THE KEY OF THE ITEM ON
000428*                     THE SUSPENSE MASTER SUSPMST (COPYBOOK
000429*                     SUSMREC), CARRIED THROUGH CORRECTION AND
000430*                     RESUBMISSION.  BLANK ON RECORDS WRITTEN
000431*                     BEFORE THE MASTER EXISTED.
000432*****************************************************************
000440 01  REJ-RECORD.
000450     05  REJ-OP-CODE             PIC 9(02).
000460     05  REJ-OPERAND-1           PIC S9(07)V9(07).
000500     05  REJ-RATE-CODE           PIC X(08).
000510     05  REJ-PERIODS             PIC 9(03).
000520     05  REJ-SOURCE-ID           PIC X(03).
000522     05  REJ-DATE-1              PIC X(08).
000524     05  REJ-DATE-2              PIC X(08).
000526     05  REJ-VALUE-DATE          PIC X(08).
000530     05  REJ-REASON-CODE         PIC X(02).
000540     05  REJ-RECNO               PIC 9(09).
000550     05  REJ-SUSP-KEY.
000560         10  REJ-SUSP-SOURCE-ID  PIC X(03).
000570         10  REJ-SUSP-SYSTEM     PIC X(08).
000580         10  REJ-SUSP-DATE       PIC X(08).
000590         10  REJ-SUSP-RECNO      PIC 9(09).
