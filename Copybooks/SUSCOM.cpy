000010*****************************************************************
000020*
000030*    COPYBOOK:    SUSCOM
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     COMMUNICATION AREA FOR THE CALLABLE SUSPENSE
000070*                 MASTER MODULE ELMOSUS (FILE SUSPMST, COPYBOOK
000080*                 SUSMREC).  THE CALLER NAMES THE TRANSACTION BY
000090*                 SUS-KEY (SOURCE, FILE SYSTEM, FILE DATE,
000100*                 RECORD NUMBER) AND THE MODULE POSTS THE EVENT:
000110*                   "R"  REJECTED - A NEW ITEM, OR, WHEN SUS-KEY
000120*                        IS A RESUBMISSION LINK, THE ORIGINAL
000130*                        ITEM IS MARKED REJECTED AGAIN
000140*                   "P"  PASSED - WHEN SUS-KEY IS A RESUBMISSION
000150*                        LINK THE ORIGINAL ITEM IS CLEARED;
000160*                        OTHERWISE NOTHING TO DO
000170*                   "F"  CORRECTED IN ELMOFIX BY SUS-OPER-ID
000180*                   "D"  DROPPED IN ELMOFIX BY SUS-OPER-ID
000190*                   "S"  RESUBMITTED BY ELMOREX AS SUS-NEW-KEY
000200*                   "T"  TERMINATE - CLOSE SUSPMST
000210*                 SUS-ITEM-KEY COMES BACK WITH THE KEY OF THE
000220*                 ITEM POSTED (THE ORIGINAL, WHEN REACHED
000230*                 THROUGH A LINK) AND SUS-ITEM-STATUS WITH ITS
000240*                 NEW STATUS.  SUSPMST IS OPENED AT THE FIRST
000250*                 CALL; IF IT CANNOT BE, SUS-AVAILABLE IS OFF
000260*                 AND EVERY CALL RETURNS SUS-FILE-ERROR SO THE
000270*                 CALLER CARRIES ON WITHOUT THE INVENTORY.
000280*
000290*    MODIFICATION HISTORY
000300*    --------------------------------------------------------
000310*    10/15/2026  DF   INITIAL VERSION.
000320*****************************************************************
000330 01  SUS-COMMAREA.
000340     05  SUS-FUNCTION-CODE        PIC X(01).
000350         88  SUS-FUNC-REJECT          VALUE "R".
000360         88  SUS-FUNC-PASSED          VALUE "P".
000370         88  SUS-FUNC-CORRECTED       VALUE "F".
000380         88  SUS-FUNC-DROPPED         VALUE "D".
000390         88  SUS-FUNC-RESUBMIT        VALUE "S".
000400         88  SUS-FUNC-TERMINATE       VALUE "T".
000410     05  SUS-KEY.
000420         10  SUS-SOURCE-ID            PIC X(03).
000430         10  SUS-FILE-SYSTEM          PIC X(08).
000440         10  SUS-FILE-DATE            PIC X(08).
000450         10  SUS-RECNO                PIC 9(09).
000460     05  SUS-NEW-KEY.
000470         10  SUS-NEW-SOURCE-ID        PIC X(03).
000480         10  SUS-NEW-SYSTEM           PIC X(08).
000490         10  SUS-NEW-DATE             PIC X(08).
000500         10  SUS-NEW-RECNO            PIC 9(09).
000510     05  SUS-ITEM-KEY                 PIC X(28).
000520     05  SUS-ORIGIN                   PIC X(01).
000530     05  SUS-OP-CODE                  PIC 9(02).
000540     05  SUS-REASON-CODE              PIC X(02).
000550     05  SUS-EVENT-DATE               PIC X(08).
000560     05  SUS-PROGRAM                  PIC X(08).
000570     05  SUS-OPER-ID                  PIC X(08).
000580     05  SUS-STATUS-SW                PIC X(01).
000590         88  SUS-POSTED               VALUE "0".
000600         88  SUS-NOT-FOUND            VALUE "1".
000610         88  SUS-FILE-ERROR           VALUE "9".
000620     05  SUS-ITEM-STATUS              PIC X(01).
000630     05  SUS-AVAIL-SW                 PIC X(01).
000640         88  SUS-AVAILABLE            VALUE "Y".
000650     05  FILLER                       PIC X(10).
