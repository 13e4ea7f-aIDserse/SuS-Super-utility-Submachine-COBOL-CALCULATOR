000010*****************************************************************
000020*
000030*    COPYBOOK:    CHGREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     PENDING-CHANGE RECORD (FILE CHGFILE).  A CHANGE
000070*                 TO RATEFILE, OPERFILE, UNITFILE OR FORMFILE -
000080*                 KEYED ON THE PANEL (OPTIONS 28, 29, 35, 36) OR
000090*                 A RATE FEED RECORD OUTSIDE TOLERANCE LOADED BY
000100*                 ELMORTL WITH ACTION=WARN - IS NOT APPENDED TO
000110*                 THE LIVE FILE.  IT IS WRITTEN HERE WITH STATUS
000120*                 "P" AND THE ID OF THE OPERATOR WHO MADE IT, AND
000130*                 REACHES THE LIVE FILE ONLY WHEN A SECOND,
000140*                 DIFFERENT SUPERVISOR APPROVES IT (OPTION 38).
000150*                 THE FILE IS MAINTAINED LIKE RATEFILE - APPENDED,
000160*                 NEVER OVERWRITTEN.  THE DECISION IS A FURTHER
000170*                 RECORD FOR THE SAME CHANGE NUMBER WITH STATUS
000180*                 "A" OR "R" AND THE CHECKER'S ID; THE LAST
000190*                 RECORD FOR A NUMBER WINS, SO THE FILE IS ITS
000200*                 OWN CHANGE HISTORY (PROGRAM ELMOCHG).
000210*                 CHG-IMAGE HOLDS THE LIVE RECORD EXACTLY AS IT
000220*                 WILL BE APPENDED (RATEREC, OPERREC, UNITREC OR
000230*                 FORMREC LAYOUT, AS CHG-FILE-ID SAYS).
000240*
000250*    MODIFICATION HISTORY
000260*    --------------------------------------------------------
000270*    10/15/2026  DF   INITIAL VERSION.
000280*****************************************************************
000290 01  CHG-RECORD.
000300     05  CHG-NUMBER              PIC 9(08).
000310     05  CHG-FILE-ID             PIC X(01).
000320         88  CHG-FOR-RATEFILE        VALUE "R".
000330         88  CHG-FOR-OPERFILE        VALUE "O".
000340         88  CHG-FOR-UNITFILE        VALUE "U".
000350         88  CHG-FOR-FORMFILE        VALUE "F".
000360     05  CHG-KEY                 PIC X(10).
000370     05  CHG-STATUS              PIC X(01).
000380         88  CHG-PENDING             VALUE "P".
000390         88  CHG-APPROVED            VALUE "A".
000400         88  CHG-REJECTED            VALUE "R".
000410     05  CHG-ORIGIN              PIC X(01).
000420         88  CHG-FROM-PANEL          VALUE "P".
000430         88  CHG-FROM-RATE-LOAD      VALUE "L".
000440     05  CHG-MAKER-ID            PIC X(08).
000450     05  CHG-MAKER-STAMP         PIC X(14).
000460     05  CHG-CHECKER-ID          PIC X(08).
000470     05  CHG-CHECKER-STAMP       PIC X(14).
000480     05  CHG-REMARK              PIC X(40).
000490     05  CHG-IMAGE               PIC X(60).
000500     05  FILLER                  PIC X(15).
