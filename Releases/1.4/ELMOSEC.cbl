000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOSEC  (SuS - SECURITY EVENT MODULE)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      THE ONE PLACE THAT WRITES THE SECURITY EVENT
000090*                  FILE SECLOG (COPYBOOK SECREC) - SIGN-ONS AND
000100*                  THEIR FAILURES ON THE PANEL, AUTHORIZATION
000110*                  REFUSALS (PANEL OPTIONS, ELMOREX, ELMOFIX)
000120*                  AND MAINTENANCE ACTIONS.  CALLERS TALK TO IT
000130*                  THROUGH THE COMMUNICATION AREA (COPYBOOK
000140*                  SECCOM).  THE FILE IS OPENED, APPENDED AND
000150*                  CLOSED FOR EACH EVENT, LIKE CHGFILE, SO A
000160*                  SESSION LEFT OPEN ALL DAY HOLDS NOTHING.  A
000170*                  FILE THAT CANNOT BE WRITTEN IS REPORTED ONCE
000180*                  PER RUN AND NEVER STOPS THE CALLER.
000190*
000200*    MODIFICATION HISTORY
000210*    --------------------------------------------------------
000220*    10/15/2026  DF   INITIAL VERSION.
000230*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.   ELMOSEC.
000260 AUTHOR.       D. FERRANTE.
000270 INSTALLATION. OFFICINA CALCOLO.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300*****************************************************************
000310*    ENVIRONMENT DIVISION
000320*****************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT SECLOG ASSIGN TO "SECLOG"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-SECLOG-FS.
000390*****************************************************************
000400*    DATA DIVISION
000410*****************************************************************
000420 DATA DIVISION.
000430 FILE SECTION.
000440*----------------------------------------------------------------
000450*    SECURITY EVENT FILE - APPEND ONLY.
000460*----------------------------------------------------------------
000470 FD  SECLOG
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500 COPY SECREC.
000510*****************************************************************
000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------
000540*    FILE STATUS SWITCHES.
000550*----------------------------------------------------------------
000560 01  WS-FILE-STATUSES.
000570     05  WS-SECLOG-FS             PIC X(02) VALUE SPACES.
000580*----------------------------------------------------------------
000590*    MODULE STATE SWITCHES.
000600*----------------------------------------------------------------
000610 01  WS-SWITCHES.
000620     05  WS-SECLOG-WARNED-SW      PIC X(01) VALUE "N".
000630         88  WS-SECLOG-WARNED         VALUE "Y".
000640*----------------------------------------------------------------
000650*    TIME STAMP AND SESSION USER.
000660*----------------------------------------------------------------
000670 01  WS-SEC-NOW                   PIC X(21) VALUE SPACES.
000680 01  WS-ENV-NAME                  PIC X(08) VALUE SPACES.
000690 01  WS-SESSION-USER              PIC X(08) VALUE SPACES.
000700*****************************************************************
000710 LINKAGE SECTION.
000720 COPY SECCOM.
000730*****************************************************************
000740*    PROCEDURE DIVISION
000750*****************************************************************
000760 PROCEDURE DIVISION USING SEC-COMMAREA.
000770*-----------------------------------------------------------------
000780 0000-DISPATCH.
000790     SET SEC-LOGGED TO TRUE
000800     IF SEC-FUNC-WRITE
000810         PERFORM 1000-WRITE-EVENT THRU 1000-EXIT
000820     END-IF
000830     GOBACK.
000840*-----------------------------------------------------------------
000850*    ONE EVENT APPENDED TO SECLOG.
000860*-----------------------------------------------------------------
000870 1000-WRITE-EVENT.
000880     IF SEC-TERM-ID = SPACES
000890         PERFORM 1100-GET-SESSION-USER THRU 1100-EXIT
000900         MOVE WS-SESSION-USER TO SEC-TERM-ID
000910     END-IF
000920     OPEN EXTEND SECLOG
000930     IF WS-SECLOG-FS NOT = "00"
000940         OPEN OUTPUT SECLOG
000950     END-IF
000960     IF WS-SECLOG-FS NOT = "00"
000970         IF NOT WS-SECLOG-WARNED
000980             DISPLAY "IMPOSSIBILE AGGIORNARE SECLOG - "
000990                 "FILE STATUS " WS-SECLOG-FS
001000             SET WS-SECLOG-WARNED TO TRUE
001010         END-IF
001020         SET SEC-FILE-ERROR TO TRUE
001030         GO TO 1000-EXIT
001040     END-IF
001050     MOVE SPACES TO SECL-RECORD
001060     MOVE FUNCTION CURRENT-DATE TO WS-SEC-NOW
001070     MOVE WS-SEC-NOW (1:14) TO SECL-TIMESTAMP
001080     MOVE SEC-EVENT-TYPE TO SECL-EVENT-TYPE
001090     MOVE SEC-PROGRAM TO SECL-PROGRAM
001100     MOVE SEC-OPER-ID TO SECL-OPER-ID
001110     MOVE SEC-TERM-ID TO SECL-TERM-ID
001120     MOVE SEC-OPER-LEVEL TO SECL-OPER-LEVEL
001130     MOVE SEC-OPTION TO SECL-OPTION
001140     MOVE SEC-DETAIL TO SECL-DETAIL
001150     WRITE SECL-RECORD
001160     CLOSE SECLOG.
001170 1000-EXIT.
001180     EXIT.
001190*-----------------------------------------------------------------
001200*    THE USER OF THE SESSION OR JOB, THE SAME WAY THE PANEL
001210*    TAKES ITS TERMINAL ID.
001220*-----------------------------------------------------------------
001230 1100-GET-SESSION-USER.
001240     IF WS-SESSION-USER NOT = SPACES
001250         GO TO 1100-EXIT
001260     END-IF
001270     MOVE "USER" TO WS-ENV-NAME
001280     DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
001290     ACCEPT WS-SESSION-USER FROM ENVIRONMENT-VALUE.
001300 1100-EXIT.
001310     EXIT.
