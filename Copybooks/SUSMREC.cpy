000010*****************************************************************
000020*
000030*    COPYBOOK:    SUSMREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     KEYED SUSPENSE MASTER RECORD (VSAM KSDS /
000070*                 INDEXED FILE SUSPMST), KEPT BY MODULE ELMOSUS.
000080*                 ONE ITEM PER REJECTED TRANSACTION, KEYED BY
000090*                 THE SOURCE, THE ORIGINAL FILE AND THE RECORD
000100*                 NUMBER IN IT:
000110*                   BATCH    - SOURCE SYSTEM AND CREATE DATE OF
000120*                              THE TRXIN HEADER, TRXIN RECORD
000130*                              NUMBER (MAIN RECORDS, NOT CV)
000140*                   SERVICE  - "TRXQUE", THE SESSION DATE AND
000150*                              THE QUEUE POSITION
000160*                 THE ITEM FOLLOWS THE TRANSACTION THROUGH
000170*                 CORRECTION (ELMOFIX), RESUBMISSION (ELMOREX)
000180*                 AND THE RESUBMISSION RUN (ELMO) UNTIL IT IS
000190*                 CLEARED OR DROPPED.  A RESUBMITTED TRANSACTION
000200*                 COMES BACK UNDER A NEW KEY (ELMOREX FILE, RUN
000210*                 DATE, TRXRES RECORD NUMBER); A LINK ENTRY
000220*                 UNDER THAT KEY POINTS AT THE ORIGINAL ITEM SO
000230*                 THE OUTCOME IS POSTED TO IT.
000240*
000250*    STATUS:
000260*        O  OPEN - REJECTED, NOT YET WORKED
000270*        F  CORRECTED IN ELMOFIX, AWAITING RESUBMISSION
000280*        S  RESUBMITTED BY ELMOREX, AWAITING THE RUN
000290*        J  REJECTED AGAIN ON RESUBMISSION
000300*        C  CLEARED - ACCEPTED ON RESUBMISSION
000310*        D  DROPPED IN ELMOFIX
000320*
000330*    MODIFICATION HISTORY
000340*    --------------------------------------------------------
000350*    10/15/2026  DF   INITIAL VERSION.
000360*****************************************************************
000370 01  SUSM-RECORD.
000380     05  SUSM-KEY.
000390         10  SUSM-SOURCE-ID      PIC X(03).
000400         10  SUSM-FILE-SYSTEM    PIC X(08).
000410         10  SUSM-FILE-DATE      PIC X(08).
000420         10  SUSM-RECNO          PIC 9(09).
000430     05  SUSM-ENTRY-TYPE         PIC X(01).
000440         88  SUSM-ITEM               VALUE "I".
000450         88  SUSM-LINK               VALUE "L".
000460     05  SUSM-STATUS             PIC X(01).
000470         88  SUSM-OPEN               VALUE "O".
000480         88  SUSM-CORRECTED          VALUE "F".
000490         88  SUSM-RESUBMITTED        VALUE "S".
000500         88  SUSM-REJECTED-AGAIN     VALUE "J".
000510         88  SUSM-CLEARED            VALUE "C".
000520         88  SUSM-DROPPED            VALUE "D".
000530         88  SUSM-OUTSTANDING        VALUE "O" "F" "S" "J".
000540     05  SUSM-ORIGIN             PIC X(01).
000550         88  SUSM-FROM-BATCH         VALUE "B".
000560         88  SUSM-FROM-SERVICE       VALUE "S".
000570     05  SUSM-OP-CODE            PIC 9(02).
000580     05  SUSM-REJECT-DATE        PIC X(08).
000590     05  SUSM-FIRST-REASON       PIC X(02).
000600     05  SUSM-LAST-REASON        PIC X(02).
000610     05  SUSM-REJECT-COUNT       PIC 9(03).
000620     05  SUSM-RESUB-COUNT        PIC 9(03).
000630     05  SUSM-LAST-DATE          PIC X(08).
000640     05  SUSM-LAST-PROGRAM       PIC X(08).
000650     05  SUSM-FIXED-BY           PIC X(08).
000660     05  SUSM-FIXED-DATE         PIC X(08).
000670     05  SUSM-RESUB-BY           PIC X(08).
000680     05  SUSM-RESUB-DATE         PIC X(08).
000690     05  SUSM-DROPPED-BY         PIC X(08).
000700     05  SUSM-DROPPED-DATE       PIC X(08).
000710     05  SUSM-CLEARED-DATE       PIC X(08).
000720     05  SUSM-LINK-KEY.
000730         10  SUSM-LINK-SOURCE-ID PIC X(03).
000740         10  SUSM-LINK-SYSTEM    PIC X(08).
000750         10  SUSM-LINK-DATE      PIC X(08).
000760         10  SUSM-LINK-RECNO     PIC 9(09).
000770     05  FILLER                  PIC X(20).
