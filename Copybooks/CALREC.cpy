000010*****************************************************************
000020*
000030*    COPYBOOK:    CALREC
000040*    AUTHOR:      D. FERRANTE - SYSTEMS PROGRAMMING
000050*    DATE-WRITTEN:10/15/2026
000060*    PURPOSE:     COMPANY CALENDAR RECORD (FILE CALFILE).  THE
000070*                 WORKING WEEK IS MONDAY TO FRIDAY; THE FILE ONLY
000080*                 CARRIES THE EXCEPTIONS - A HOLIDAY OR CLOSURE
000090*                 ON A WEEKDAY (TYPE "H") OR A WORKING SATURDAY
000100*                 OR SUNDAY (TYPE "B").  EACH RECORD IS STAMPED
000110*                 WITH THE SUPERVISOR WHO KEYED IT.  THE FILE IS
000120*                 MAINTAINED LIKE RATEFILE - APPENDED, NEVER
000130*                 OVERWRITTEN; THE LAST RECORD FOR A DATE WINS
000140*                 AND A STATUS "E" RECORD CANCELS THE EXCEPTION,
000150*                 SO THE DATE FALLS BACK TO THE WEEKDAY RULE.
000160*
000170*    MODIFICATION HISTORY
000180*    --------------------------------------------------------
000190*    10/15/2026  DF   INITIAL VERSION.
000200*****************************************************************
000210 01  CAL-RECORD.
000220     05  CAL-DATE                PIC X(08).
000230     05  CAL-DAY-TYPE            PIC X(01).
000240         88  CAL-HOLIDAY             VALUE "H".
000250         88  CAL-BUSINESS-DAY        VALUE "B".
000260     05  CAL-DESCRIPTION         PIC X(30).
000270     05  CAL-STATUS              PIC X(01).
000280         88  CAL-ACTIVE              VALUE "A".
000290         88  CAL-CANCELLED           VALUE "E".
000300     05  CAL-OPER-ID             PIC X(08).
000310     05  CAL-ENTRY-DATE          PIC X(08).
000320     05  FILLER                  PIC X(24).
