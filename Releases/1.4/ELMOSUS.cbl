000010*****************************************************************
000020*
000030*    PROGRAM:      ELMOSUS  (SuS - SUSPENSE MASTER MODULE)
000040*    AUTHOR:       D. FERRANTE - SYSTEMS PROGRAMMING
000050*    INSTALLATION: OFFICINA CALCOLO
000060*    DATE-WRITTEN: 10/15/2026
000070*    DATE-COMPILED:
000080*    PURPOSE:      THE ONE PLACE THAT KEEPS THE SUSPENSE
000090*                  INVENTORY.  EVERY TRANSACTION REJECTED BY
000100*                  BATCH (ELMO, TRXREJ) OR BY THE INTRADAY
000110*                  SERVICE (ELMOSVC, SVCREJ) GETS ONE ITEM ON THE
000120*                  KEYED MASTER SUSPMST (COPYBOOK SUSMREC), KEYED
000130*                  BY SOURCE, ORIGINAL FILE AND RECORD NUMBER,
000140*                  AND THE ITEM IS CARRIED THROUGH CORRECTION
000150*                  (ELMOFIX), RESUBMISSION (ELMOREX) AND THE
000160*                  RESUBMISSION RUN UNTIL IT IS CLEARED OR
000170*                  DROPPED.  THE AGING REPORT (ELMOAGE) READS THE
000180*                  MASTER.  CALLERS TALK TO IT THROUGH THE
000190*                  COMMUNICATION AREA (COPYBOOK SUSCOM).
000200*
000210*                  A RESUBMITTED TRANSACTION REACHES ELMO UNDER
000220*                  A NEW KEY (ELMOREX FILE, RUN DATE, TRXRES
000230*                  RECORD NUMBER).  ELMOREX LEAVES A LINK ENTRY
000240*                  UNDER THAT KEY POINTING AT THE ORIGINAL ITEM,
000250*                  SO A REJECT OR A PASS IN THE RESUBMISSION RUN
000260*                  IS POSTED TO THE ORIGINAL.  THE LINK CARRIES
000270*                  THE OUTCOME ALREADY POSTED, SO A RERUN OF
000280*                  EITHER STEP DOES NOT COUNT TWICE.
000290*
000300*                  SUSPMST IS OPENED AT THE FIRST CALL (CREATED
000310*                  IF IT DOES NOT EXIST) AND CLOSED BY FUNCTION
000320*                  "T".  IF IT CANNOT BE OPENED, OR AN UPDATE
000330*                  FAILS, THE RUN SAYS SO ONCE AND CARRIES ON
000340*                  WITHOUT THE INVENTORY - A REJECT IS NEVER
000350*                  LOST, IT IS STILL ON TRXREJ / SVCREJ.
000360*
000370*    MODIFICATION HISTORY
000380*    --------------------------------------------------------
000390*    10/15/2026  DF   INITIAL VERSION.
000400*****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.   ELMOSUS.
000430 AUTHOR.       D. FERRANTE.
000440 INSTALLATION. OFFICINA CALCOLO.
000450 DATE-WRITTEN. 10/15/2026.
000460 DATE-COMPILED.
000470*****************************************************************
000480*    ENVIRONMENT DIVISION
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT SUSPMST-FILE ASSIGN TO "SUSPMST"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS SUSM-KEY
000570         FILE STATUS IS WS-SUSPMST-FS.
000580*****************************************************************
000590*    DATA DIVISION
000600*****************************************************************
000610 DATA DIVISION.
000620 FILE SECTION.
000630*----------------------------------------------------------------
000640*    KEYED SUSPENSE MASTER - ONE ITEM PER REJECTED TRANSACTION
000650*    PLUS ONE LINK ENTRY PER RESUBMISSION (VSAM KSDS).
000660*----------------------------------------------------------------
000670 FD  SUSPMST-FILE.
000680 COPY SUSMREC.
000690*****************************************************************
000700 WORKING-STORAGE SECTION.
000710*----------------------------------------------------------------
000720*    FILE STATUS SWITCHES.
000730*----------------------------------------------------------------
000740 01  WS-FILE-STATUSES.
000750     05  WS-SUSPMST-FS            PIC X(02) VALUE SPACES.
000760*----------------------------------------------------------------
000770*    MODULE STATE SWITCHES.
000780*----------------------------------------------------------------
000790 01  WS-SWITCHES.
000800     05  WS-SUS-OPENED-SW         PIC X(01) VALUE "N".
000810         88  WS-SUS-OPENED            VALUE "Y".
000820     05  WS-SUSPMST-OFF-SW        PIC X(01) VALUE "N".
000830         88  WS-SUSPMST-OFF           VALUE "Y".
000840     05  WS-SUS-FOUND-SW          PIC X(01) VALUE "N".
000850         88  WS-SUS-FOUND             VALUE "Y".
000860*----------------------------------------------------------------
000870*    LINK ENTRY HELD WHILE ITS ORIGINAL ITEM IS UPDATED.
000880*----------------------------------------------------------------
000890 01  WS-LINK-RECORD               PIC X(171) VALUE SPACES.
000892 01  WS-LINK-PARTS REDEFINES WS-LINK-RECORD.
000894     05  FILLER                   PIC X(29).
000896     05  WS-LINK-STATUS           PIC X(01).
000898     05  FILLER                   PIC X(141).
000900 01  WS-READ-KEY                  PIC X(28) VALUE SPACES.
000910*****************************************************************
000920 LINKAGE SECTION.
000930 COPY SUSCOM.
000940*****************************************************************
000950*    PROCEDURE DIVISION
000960*****************************************************************
000970 PROCEDURE DIVISION USING SUS-COMMAREA.
000980*-----------------------------------------------------------------
000990 0000-DISPATCH.
001000     MOVE SUS-KEY TO SUS-ITEM-KEY
001010     MOVE SPACE TO SUS-ITEM-STATUS
001020     IF SUS-FUNC-TERMINATE
001030         PERFORM 9000-CLOSE-MASTER THRU 9000-EXIT
001040         SET SUS-POSTED TO TRUE
001050         GOBACK
001060     END-IF
001070     IF NOT WS-SUS-OPENED
001080         PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
001090     END-IF
001100     IF WS-SUSPMST-OFF
001110         MOVE "N" TO SUS-AVAIL-SW
001120         SET SUS-FILE-ERROR TO TRUE
001130         GOBACK
001140     END-IF
001150     SET SUS-AVAILABLE TO TRUE
001160     SET SUS-POSTED TO TRUE
001170     IF SUS-EVENT-DATE = SPACES
001180         ACCEPT SUS-EVENT-DATE FROM DATE YYYYMMDD
001190     END-IF
001200     EVALUATE TRUE
001210         WHEN SUS-FUNC-REJECT
001220             PERFORM 2000-POST-REJECT THRU 2000-EXIT
001230         WHEN SUS-FUNC-PASSED
001240             PERFORM 3000-POST-PASSED THRU 3000-EXIT
001250         WHEN SUS-FUNC-CORRECTED
001260             PERFORM 4000-POST-CORRECTED THRU 4000-EXIT
001270         WHEN SUS-FUNC-DROPPED
001280             PERFORM 5000-POST-DROPPED THRU 5000-EXIT
001290         WHEN SUS-FUNC-RESUBMIT
001300             PERFORM 6000-POST-RESUBMIT THRU 6000-EXIT
001310         WHEN OTHER
001320             SET SUS-NOT-FOUND TO TRUE
001330     END-EVALUATE
001340     GOBACK.
001350*-----------------------------------------------------------------
001360*    FIRST CALL - SUSPMST OPENED FOR UPDATE, CREATED EMPTY IF IT
001370*    HAS NEVER BEEN WRITTEN.
001380*-----------------------------------------------------------------
001390 1000-OPEN-MASTER.
001400     SET WS-SUS-OPENED TO TRUE
001410     OPEN I-O SUSPMST-FILE
001420     IF WS-SUSPMST-FS = "35"
001430         OPEN OUTPUT SUSPMST-FILE
001440         IF WS-SUSPMST-FS = "00"
001450             CLOSE SUSPMST-FILE
001460             OPEN I-O SUSPMST-FILE
001470         END-IF
001480     END-IF
001490     IF WS-SUSPMST-FS NOT = "00"
001500         SET WS-SUSPMST-OFF TO TRUE
001510         DISPLAY "SUSPMST NON DISPONIBILE - FILE STATUS "
001520             WS-SUSPMST-FS " - INVENTARIO SOSPESI NON AGGIORNATO"
001530     END-IF.
001540 1000-EXIT.
001550     EXIT.
001560*-----------------------------------------------------------------
001570*    REJECT - THROUGH A LINK THE ORIGINAL ITEM IS REJECTED AGAIN
001580*    (COUNTED ONCE PER RESUBMISSION); ON AN EXISTING ITEM (THE
001590*    SAME FILE RUN AGAIN) THE REASON IS REFRESHED; OTHERWISE A
001600*    NEW OPEN ITEM IS WRITTEN.
001610*-----------------------------------------------------------------
001620 2000-POST-REJECT.
001630     MOVE SUS-KEY TO WS-READ-KEY
001640     PERFORM 8000-READ-MASTER THRU 8000-EXIT
001650     IF WS-SUSPMST-OFF
001660         GO TO 2000-EXIT
001670     END-IF
001680     IF NOT WS-SUS-FOUND
001690         PERFORM 2100-WRITE-NEW-ITEM THRU 2100-EXIT
001700         GO TO 2000-EXIT
001710     END-IF
001720     IF SUSM-ITEM
001730         MOVE SUS-REASON-CODE TO SUSM-LAST-REASON
001740         PERFORM 8200-STAMP-EVENT THRU 8200-EXIT
001750         PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT
001760         GO TO 2000-EXIT
001770     END-IF
001780     MOVE SUSM-RECORD TO WS-LINK-RECORD
001790     MOVE SUSM-LINK-KEY TO WS-READ-KEY
001800     PERFORM 8000-READ-MASTER THRU 8000-EXIT
001810     IF WS-SUSPMST-OFF
001820         GO TO 2000-EXIT
001830     END-IF
001840     IF NOT WS-SUS-FOUND
001850         SET SUS-NOT-FOUND TO TRUE
001860         GO TO 2000-EXIT
001870     END-IF
001880     MOVE SUSM-KEY TO SUS-ITEM-KEY
001890     MOVE SUS-REASON-CODE TO SUSM-LAST-REASON
001900     IF WS-LINK-STATUS NOT = "J"
001910         ADD 1 TO SUSM-REJECT-COUNT
001920     END-IF
001930     SET SUSM-REJECTED-AGAIN TO TRUE
001940     PERFORM 8200-STAMP-EVENT THRU 8200-EXIT
001950     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT
001960     MOVE "J" TO WS-LINK-STATUS
001970     PERFORM 8300-REWRITE-LINK THRU 8300-EXIT.
001980 2000-EXIT.
001990     EXIT.
002000*-----------------------------------------------------------------
002010 2100-WRITE-NEW-ITEM.
002020     INITIALIZE SUSM-RECORD
002030     MOVE SUS-KEY TO SUSM-KEY
002040     SET SUSM-ITEM TO TRUE
002050     SET SUSM-OPEN TO TRUE
002060     MOVE SUS-ORIGIN TO SUSM-ORIGIN
002070     MOVE SUS-OP-CODE TO SUSM-OP-CODE
002080     MOVE SUS-EVENT-DATE TO SUSM-REJECT-DATE
002090     MOVE SUS-REASON-CODE TO SUSM-FIRST-REASON
002100     MOVE SUS-REASON-CODE TO SUSM-LAST-REASON
002110     MOVE 1 TO SUSM-REJECT-COUNT
002120     MOVE SUS-EVENT-DATE TO SUSM-LAST-DATE
002130     MOVE SUS-PROGRAM TO SUSM-LAST-PROGRAM
002140     WRITE SUSM-RECORD
002150     IF WS-SUSPMST-FS NOT = "00"
002160         PERFORM 8900-MASTER-ERROR THRU 8900-EXIT
002170         GO TO 2100-EXIT
002180     END-IF
002190     MOVE SUSM-STATUS TO SUS-ITEM-STATUS.
002200 2100-EXIT.
002210     EXIT.
002220*-----------------------------------------------------------------
002230*    PASSED - ONLY A RESUBMITTED TRANSACTION (A LINK KEY) HAS
002240*    ANYTHING TO CLEAR.
002250*-----------------------------------------------------------------
002260 3000-POST-PASSED.
002270     MOVE SUS-KEY TO WS-READ-KEY
002280     PERFORM 8000-READ-MASTER THRU 8000-EXIT
002290     IF WS-SUSPMST-OFF
002300         GO TO 3000-EXIT
002310     END-IF
002320     IF NOT WS-SUS-FOUND
002330         SET SUS-NOT-FOUND TO TRUE
002340         GO TO 3000-EXIT
002350     END-IF
002360     IF SUSM-ITEM
002370         MOVE SUSM-STATUS TO SUS-ITEM-STATUS
002380         GO TO 3000-EXIT
002390     END-IF
002400     MOVE SUSM-RECORD TO WS-LINK-RECORD
002410     MOVE SUSM-LINK-KEY TO WS-READ-KEY
002420     PERFORM 8000-READ-MASTER THRU 8000-EXIT
002430     IF WS-SUSPMST-OFF
002440         GO TO 3000-EXIT
002450     END-IF
002460     IF NOT WS-SUS-FOUND
002470         SET SUS-NOT-FOUND TO TRUE
002480         GO TO 3000-EXIT
002490     END-IF
002500     MOVE SUSM-KEY TO SUS-ITEM-KEY
002510     SET SUSM-CLEARED TO TRUE
002520     MOVE SUS-EVENT-DATE TO SUSM-CLEARED-DATE
002530     PERFORM 8200-STAMP-EVENT THRU 8200-EXIT
002540     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT
002550     MOVE "C" TO WS-LINK-STATUS
002560     PERFORM 8300-REWRITE-LINK THRU 8300-EXIT.
002570 3000-EXIT.
002580     EXIT.
002590*-----------------------------------------------------------------
002600*    CORRECTED IN ELMOFIX - BY WHOM AND WHEN.
002610*-----------------------------------------------------------------
002620 4000-POST-CORRECTED.
002630     MOVE SUS-KEY TO WS-READ-KEY
002640     PERFORM 8000-READ-MASTER THRU 8000-EXIT
002650     IF WS-SUSPMST-OFF
002660         GO TO 4000-EXIT
002670     END-IF
002680     IF NOT WS-SUS-FOUND OR NOT SUSM-ITEM
002690         SET SUS-NOT-FOUND TO TRUE
002700         GO TO 4000-EXIT
002710     END-IF
002720     SET SUSM-CORRECTED TO TRUE
002730     MOVE SUS-OPER-ID TO SUSM-FIXED-BY
002740     MOVE SUS-EVENT-DATE TO SUSM-FIXED-DATE
002750     PERFORM 8200-STAMP-EVENT THRU 8200-EXIT
002760     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT.
002770 4000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800*    DROPPED IN ELMOFIX - BY WHOM AND WHEN.
002810*-----------------------------------------------------------------
002820 5000-POST-DROPPED.
002830     MOVE SUS-KEY TO WS-READ-KEY
002840     PERFORM 8000-READ-MASTER THRU 8000-EXIT
002850     IF WS-SUSPMST-OFF
002860         GO TO 5000-EXIT
002870     END-IF
002880     IF NOT WS-SUS-FOUND OR NOT SUSM-ITEM
002890         SET SUS-NOT-FOUND TO TRUE
002900         GO TO 5000-EXIT
002910     END-IF
002920     SET SUSM-DROPPED TO TRUE
002930     MOVE SUS-OPER-ID TO SUSM-DROPPED-BY
002940     MOVE SUS-EVENT-DATE TO SUSM-DROPPED-DATE
002950     PERFORM 8200-STAMP-EVENT THRU 8200-EXIT
002960     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT.
002970 5000-EXIT.
002980     EXIT.
002990*-----------------------------------------------------------------
003000*    RESUBMITTED BY ELMOREX AS SUS-NEW-KEY - THE ITEM RECORDS THE
003010*    NEW KEY AND A LINK ENTRY UNDER IT POINTS BACK.  THE SAME
003020*    RESUBMISSION POSTED TWICE (ELMOREX RERUN) IS COUNTED ONCE.
003030*-----------------------------------------------------------------
003040 6000-POST-RESUBMIT.
003050     MOVE SUS-KEY TO WS-READ-KEY
003060     PERFORM 8000-READ-MASTER THRU 8000-EXIT
003070     IF WS-SUSPMST-OFF
003080         GO TO 6000-EXIT
003090     END-IF
003100     IF NOT WS-SUS-FOUND OR NOT SUSM-ITEM
003110         SET SUS-NOT-FOUND TO TRUE
003120         GO TO 6000-EXIT
003130     END-IF
003140     IF NOT SUSM-RESUBMITTED
003150        OR SUSM-LINK-KEY NOT = SUS-NEW-KEY
003160         ADD 1 TO SUSM-RESUB-COUNT
003170     END-IF
003180     SET SUSM-RESUBMITTED TO TRUE
003190     MOVE SUS-OPER-ID TO SUSM-RESUB-BY
003200     MOVE SUS-EVENT-DATE TO SUSM-RESUB-DATE
003210     MOVE SUS-NEW-KEY TO SUSM-LINK-KEY
003220     PERFORM 8200-STAMP-EVENT THRU 8200-EXIT
003230     PERFORM 8100-REWRITE-MASTER THRU 8100-EXIT
003240     IF WS-SUSPMST-OFF
003250         GO TO 6000-EXIT
003260     END-IF
003270     MOVE SUSM-KEY TO SUSM-LINK-KEY
003280     MOVE SUS-NEW-KEY TO SUSM-KEY
003290     SET SUSM-LINK TO TRUE
003300     WRITE SUSM-RECORD
003310     IF WS-SUSPMST-FS = "22"
003320         REWRITE SUSM-RECORD
003330     END-IF
003340     IF WS-SUSPMST-FS NOT = "00"
003350         PERFORM 8900-MASTER-ERROR THRU 8900-EXIT
003360     END-IF.
003370 6000-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------------
003400*    KEYED READ OF WS-READ-KEY - FOUND, NOT FOUND, OR THE MASTER
003410*    SWITCHED OFF.
003420*-----------------------------------------------------------------
003430 8000-READ-MASTER.
003440     MOVE "N" TO WS-SUS-FOUND-SW
003450     MOVE WS-READ-KEY TO SUSM-KEY
003460     READ SUSPMST-FILE
003470         KEY IS SUSM-KEY
003480     END-READ
003490     EVALUATE WS-SUSPMST-FS
003500         WHEN "00"
003510             SET WS-SUS-FOUND TO TRUE
003520         WHEN "23"
003530             CONTINUE
003540         WHEN OTHER
003550             PERFORM 8900-MASTER-ERROR THRU 8900-EXIT
003560     END-EVALUATE.
003570 8000-EXIT.
003580     EXIT.
003590*-----------------------------------------------------------------
003600 8100-REWRITE-MASTER.
003610     REWRITE SUSM-RECORD
003620     IF WS-SUSPMST-FS NOT = "00"
003630         PERFORM 8900-MASTER-ERROR THRU 8900-EXIT
003640         GO TO 8100-EXIT
003650     END-IF
003660     MOVE SUSM-STATUS TO SUS-ITEM-STATUS.
003670 8100-EXIT.
003680     EXIT.
003690*-----------------------------------------------------------------
003700 8200-STAMP-EVENT.
003710     MOVE SUS-EVENT-DATE TO SUSM-LAST-DATE
003720     MOVE SUS-PROGRAM TO SUSM-LAST-PROGRAM.
003730 8200-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------------
003760*    LINK ENTRY PUT BACK WITH THE OUTCOME NOW POSTED.
003770*-----------------------------------------------------------------
003780 8300-REWRITE-LINK.
003790     IF WS-SUSPMST-OFF
003800         GO TO 8300-EXIT
003810     END-IF
003820     MOVE WS-LINK-RECORD TO SUSM-RECORD
003830     REWRITE SUSM-RECORD
003840     IF WS-SUSPMST-FS NOT = "00"
003850         PERFORM 8900-MASTER-ERROR THRU 8900-EXIT
003860     END-IF.
003870 8300-EXIT.
003880     EXIT.
003890*-----------------------------------------------------------------
003900*    ANY UNEXPECTED STATUS SWITCHES THE MASTER OFF FOR THE REST
003910*    OF THE RUN.
003920*-----------------------------------------------------------------
003930 8900-MASTER-ERROR.
003940     DISPLAY "ERRORE SUSPMST - FILE STATUS " WS-SUSPMST-FS
003950         " CHIAVE " SUSM-KEY
003955         " - INVENTARIO SOSPESI NON AGGIORNATO"
003960     CLOSE SUSPMST-FILE
003970     SET WS-SUSPMST-OFF TO TRUE
003980     MOVE "N" TO SUS-AVAIL-SW
003990     SET SUS-FILE-ERROR TO TRUE.
004000 8900-EXIT.
004010     EXIT.
004020*-----------------------------------------------------------------
004030*    TERMINATION - CLOSE THE MASTER OPENED AT FIRST USE.
004040*-----------------------------------------------------------------
004050 9000-CLOSE-MASTER.
004060     IF WS-SUS-OPENED AND NOT WS-SUSPMST-OFF
004070         CLOSE SUSPMST-FILE
004080     END-IF
004090     MOVE "N" TO WS-SUS-OPENED-SW
004100     MOVE "N" TO WS-SUSPMST-OFF-SW.
004110 9000-EXIT.
004120     EXIT.
