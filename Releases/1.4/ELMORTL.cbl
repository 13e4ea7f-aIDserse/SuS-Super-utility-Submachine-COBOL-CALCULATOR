000130*                  A BACKDATED EFFECTIVE DATE IS REJECTED, AND A
000140*                  VALUE THAT MOVES MORE THAN THE CONFIGURED
000150*                  TOLERANCE FROM THE PREVIOUS ONE IS REJECTED OR
000160*                  QUEUED FOR APPROVAL, AS THE ACTION CARD SAYS.
000170*                  THE ACCEPTED RECORDS ARE APPENDED TO RATEFILE;
000180*                  A QUEUED RECORD GOES TO THE PENDING-CHANGE FILE
000190*                  (DD CHGFILE, COPYBOOK CHGREC) AND REACHES
000200*                  RATEFILE ONLY WHEN A SUPERVISOR APPROVES IT ON
000210*                  PANEL OPTION 38.  EVERY FEED RECORD IS LISTED
000212*                  ON THE LOAD REPORT (DD RATERPT) WITH OLD VALUE,
000214*                  NEW VALUE AND THE PERCENT MOVED, SO A
000216*                  FAT-FINGERED RATE IS SEEN BEFORE IT REPRICES A
000218*                  TRANSACTION FILE.
000220*
000230*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000240*        TOLERANCE=NN.N       MAX PERCENT MOVE FROM THE VALUE IN
000250*                             FORCE (DEFAULT 10.0)
000260*        ACTION=REJECT|WARN   TREATMENT OF A TOLERANCE BREACH -
000265*                             WARN QUEUES IT FOR APPROVAL
000270*                             (DEFAULT REJECT; A BACKDATED DATE
000280*                             IS ALWAYS REJECTED)
000290*
000300*    RETURN-CODE 0 = ALL ACCEPTED, 4 = AT LEAST ONE RECORD
000310*    REJECTED OR QUEUED FOR APPROVAL, 16 = FILE ERROR.
000320*
000330*    MODIFICATION HISTORY
000340*    --------------------------------------------------------
000360*    09/02/2026  DF   CLOSE-OUT RECORD APPENDED TO THE SHARED RUN
000370*                     LEDGER (RUNLEDG, COPYBOOK LEDGREC) FOR THE
000380*                     DAILY CONTROL REPORT.
000382*    10/15/2026  DF   UNDER ACTION=WARN AN OUT-OF-TOLERANCE RATE
000384*                     IS NO LONGER LOADED - IT IS WRITTEN TO
000386*                     CHGFILE AS A PENDING CHANGE FOR A
000388*                     SUPERVISOR TO APPROVE (PANEL OPTION 38).
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID.   ELMORTL.
000640     SELECT RUNLEDG ASSIGN TO "RUNLEDG"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-RUNLEDG-FS.
000662     SELECT CHGFILE ASSIGN TO "CHGFILE"
000664         ORGANIZATION IS SEQUENTIAL
000666         FILE STATUS IS WS-CHGFILE-FS.
000670*****************************************************************
000680*    DATA DIVISION
000690*****************************************************************
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD.
001120 COPY LEDGREC.
001121*----------------------------------------------------------------
001122*    PENDING-CHANGE FILE - OUT-OF-TOLERANCE RATES AWAITING
001123*    APPROVAL (ACTION=WARN ONLY).
001124*----------------------------------------------------------------
001125 FD  CHGFILE
001126     RECORDING MODE IS F
001127     LABEL RECORDS ARE STANDARD.
001128 COPY CHGREC.
001130*****************************************************************
001140 WORKING-STORAGE SECTION.
001150*----------------------------------------------------------------
001210     05  WS-RATEFILE-FS           PIC X(02) VALUE SPACES.
001220     05  WS-CTLCARD-FS            PIC X(02) VALUE SPACES.
001230     05  WS-RATERPT-FS            PIC X(02) VALUE SPACES.
001235     05  WS-CHGFILE-FS            PIC X(02) VALUE SPACES.
001240*----------------------------------------------------------------
001250*    PROGRAM SWITCHES.
001260*----------------------------------------------------------------
001360     05  WS-ACTION-SW             PIC X(01) VALUE "R".
001370         88  WS-ACTION-REJECT         VALUE "R".
001380         88  WS-ACTION-WARN           VALUE "W".
001382     05  WS-CHGFILE-EOF-SW        PIC X(01) VALUE "N".
001384         88  WS-CHGFILE-EOF           VALUE "Y".
001386     05  WS-CHGFILE-OPEN-SW       PIC X(01) VALUE "N".
001388         88  WS-CHGFILE-OPEN          VALUE "Y".
001390*----------------------------------------------------------------
001400*    EFFECTIVE-DATED RATE TABLE - IN-CORE COPY OF RATEFILE, SAME
001410*    RESOLUTION RULE AS PROGRAM ELMO (LATEST EFFECTIVE DATE NOT
001620*----------------------------------------------------------------
001630 01  WS-MOVE-PCT                  PIC S9(07)V9(02) VALUE ZERO.
001640 01  WS-VERDICT                   PIC X(10) VALUE SPACES.
001643 01  WS-CHG-LAST-NO               PIC 9(08) VALUE ZERO.
001646 01  WS-CHG-NOW                   PIC X(21) VALUE SPACES.
001650*----------------------------------------------------------------
001660*    LOAD COUNTERS.
001670*----------------------------------------------------------------
002340             WS-RATEFILE-FS
002350         MOVE 16 TO RETURN-CODE
002360         STOP RUN
002362     END-IF
002364     IF WS-ACTION-WARN
002366         PERFORM 1400-OPEN-CHANGE-FILE THRU 1400-EXIT
002370     END-IF
002380     PERFORM 7310-PRINT-REPORT-HEADER THRU 7310-EXIT
002390     PERFORM 1300-PRINT-PARAMETERS THRU 1300-EXIT.
003400     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
003410     MOVE SPACES TO WS-PRINT-LINE
003420     IF WS-ACTION-WARN
003430         MOVE "FUORI TOLLERANZA: IN ATTESA DI APPROVAZIONE"
003440             TO WS-PRINT-LINE
003450     ELSE
003460         MOVE "FUORI TOLLERANZA: RIFIUTO" TO WS-PRINT-LINE
003490     MOVE SPACES TO WS-PRINT-LINE
003500     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
003510 1300-EXIT.
003511     EXIT.
003512*-----------------------------------------------------------------
003513*    PENDING-CHANGE FILE - FIND THE LAST CHANGE NUMBER USED, THEN
003514*    OPEN THE FILE FOR APPEND.  A QUEUED RATE THAT COULD NOT BE
003515*    WRITTEN WOULD BE LOST, SO AN UNUSABLE FILE ENDS THE RUN.
003516*-----------------------------------------------------------------
003517 1400-OPEN-CHANGE-FILE.
003518     MOVE ZERO TO WS-CHG-LAST-NO
003519     OPEN INPUT CHGFILE
003520     IF WS-CHGFILE-FS = "00"
003521         PERFORM 1410-READ-CHANGE-RECORD THRU 1410-EXIT
003522         PERFORM 1420-NOTE-CHANGE-NUMBER THRU 1420-EXIT
003523             UNTIL WS-CHGFILE-EOF
003524         CLOSE CHGFILE
003525     END-IF
003526     OPEN EXTEND CHGFILE
003527     IF WS-CHGFILE-FS NOT = "00"
003528         OPEN OUTPUT CHGFILE
003529     END-IF
003530     IF WS-CHGFILE-FS NOT = "00"
003531         DISPLAY "IMPOSSIBILE APRIRE CHGFILE - FILE STATUS "
003532             WS-CHGFILE-FS
003533         MOVE 16 TO RETURN-CODE
003534         STOP RUN
003535     END-IF
003536     SET WS-CHGFILE-OPEN TO TRUE.
003537 1400-EXIT.
003538     EXIT.
003539*-----------------------------------------------------------------
003540 1410-READ-CHANGE-RECORD.
003541     READ CHGFILE
003542         AT END SET WS-CHGFILE-EOF TO TRUE
003543     END-READ.
003544 1410-EXIT.
003545     EXIT.
003546*-----------------------------------------------------------------
003547 1420-NOTE-CHANGE-NUMBER.
003548     IF CHG-NUMBER > WS-CHG-LAST-NO
003549         MOVE CHG-NUMBER TO WS-CHG-LAST-NO
003550     END-IF
003551     PERFORM 1410-READ-CHANGE-RECORD THRU 1410-EXIT.
003552 1420-EXIT.
003553     EXIT.
003554*-----------------------------------------------------------------
003555 2000-READ-FEED-RECORD.
003556     READ RATEIN-FILE
003560         AT END SET WS-RATEIN-EOF TO TRUE
003570     END-READ
003580     IF NOT WS-RATEIN-EOF
003870                 MOVE "RIFIUTATO" TO WS-VERDICT
003880                 ADD 1 TO WS-RECORDS-REJECTED
003890             ELSE
003900                 MOVE "DA APPROV." TO WS-VERDICT
003910                 ADD 1 TO WS-RECORDS-FLAGGED
003920                 PERFORM 3150-QUEUE-FEED-RECORD THRU 3150-EXIT
003930             END-IF
003940         WHEN NOT WS-RATE-FOUND
003950             MOVE "NUOVO" TO WS-VERDICT
004070*    UNLESS THE BANK SENT AN EXPLICIT EXPIRY.
004080*-----------------------------------------------------------------
004090 3100-APPEND-FEED-RECORD.
004091     PERFORM 3110-BUILD-RATE-RECORD THRU 3110-EXIT
004092     WRITE RATE-RECORD
004093     ADD 1 TO WS-RECORDS-ACCEPTED.
004094 3100-EXIT.
004095     EXIT.
004096*-----------------------------------------------------------------
004097 3110-BUILD-RATE-RECORD.
004100     MOVE SPACES TO RATE-RECORD
004110     MOVE RIN-CODE TO RATE-CODE
004120     MOVE RIN-EFF-DATE TO RATE-EFF-DATE
004150         MOVE "E" TO RATE-STATUS
004160     ELSE
004170         MOVE "A" TO RATE-STATUS
004180     END-IF.
004190 3110-EXIT.
004191     EXIT.
004192*-----------------------------------------------------------------
004193*    QUEUE ONE OUT-OF-TOLERANCE FEED RECORD ON CHGFILE, PENDING,
004194*    WITH THE LOADER AS MAKER AND THE MOVE IN THE REMARK, FOR A
004195*    SUPERVISOR TO APPROVE ON PANEL OPTION 38.
004196*-----------------------------------------------------------------
004197 3150-QUEUE-FEED-RECORD.
004198     PERFORM 3110-BUILD-RATE-RECORD THRU 3110-EXIT
004199     MOVE WS-RESOLVED-RATE TO WS-ED-OLD-VALUE
004200     MOVE WS-MOVE-PCT TO WS-ED-MOVE-PCT
004201     MOVE SPACES TO CHG-RECORD
004202     ADD 1 TO WS-CHG-LAST-NO
004203     MOVE WS-CHG-LAST-NO TO CHG-NUMBER
004204     SET CHG-FOR-RATEFILE TO TRUE
004205     MOVE RATE-CODE TO CHG-KEY
004206     SET CHG-PENDING TO TRUE
004207     SET CHG-FROM-RATE-LOAD TO TRUE
004208     MOVE "ELMORTL" TO CHG-MAKER-ID
004209     MOVE FUNCTION CURRENT-DATE TO WS-CHG-NOW
004210     MOVE WS-CHG-NOW (1:14) TO CHG-MAKER-STAMP
004211     STRING "VAR%=" WS-ED-MOVE-PCT   DELIMITED BY SIZE
004212            " PRIMA=" WS-ED-OLD-VALUE DELIMITED BY SIZE
004213         INTO CHG-REMARK
004214     END-STRING
004215     MOVE RATE-RECORD TO CHG-IMAGE
004216     WRITE CHG-RECORD.
004217 3150-EXIT.
004220     EXIT.
004230*-----------------------------------------------------------------
004240*    ONE REPORT LINE PER FEED RECORD - OLD VALUE, NEW VALUE AND
005140     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005150     MOVE WS-RECORDS-FLAGGED TO WS-ED-COUNT
005160     MOVE SPACES TO WS-PRINT-LINE
005170     STRING "RECORD DA APPROV.: " WS-ED-COUNT
005180         DELIMITED BY SIZE INTO WS-PRINT-LINE
005190     END-STRING
005200     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT
005750     PERFORM 7320-PRINT-REPORT-FOOTER THRU 7320-EXIT
005760     CLOSE RATEIN-FILE
005770     CLOSE RATEFILE
005772     IF WS-CHGFILE-OPEN
005774         CLOSE CHGFILE
005776     END-IF
005780     CLOSE RATERPT-FILE
005790     DISPLAY "TASSI CARICATI:  " WS-RECORDS-ACCEPTED
005800     DISPLAY "TASSI RIFIUTATI: " WS-RECORDS-REJECTED
005805     DISPLAY "TASSI DA APPROVARE: " WS-RECORDS-FLAGGED
005810     MOVE "RATELOAD" TO WS-LDG-MODE
005820     MOVE WS-RECORDS-READ TO WS-LDG-IN
005830     MOVE WS-RECORDS-ACCEPTED TO WS-LDG-OUT
