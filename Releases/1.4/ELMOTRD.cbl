000110*                  OLDEST FIRST - IN THE CURRENT FORMAT: ONE
000120*                  RUNDATE,OPCODE,COUNT,MIN,MAX,AVG RECORD PER
000130*                  OPERATION AND ONE RUNDATE,S-XXX,COUNT RECORD
000140*                  PER SOURCE (S-OTH FOR THE REST).  THE REPORT
000150*                  (DD TRDRPT) PRINTS VOLUME AND AVERAGE-RESULT
000160*                  SERIES PER OPERATION AND VOLUME SERIES PER
000170*                  SOURCE, AND FLAGS ANY DAY WHOSE VOLUME SWINGS
000180*                  MORE THAN THE CONFIGURED PERCENTAGE FROM ITS
000190*                  TRAILING AVERAGE - A SOURCE THAT SILENTLY STOPS
000200*                  SENDING SHOWS UP AS A FLAGGED ZERO.
000210*
000220*    CONTROL CARDS (SYSIN, ONE PER LINE, ALL OPTIONAL):
000230*        PCT=NNN              FLAG THRESHOLD, PERCENT SWING FROM
000290*    MODIFICATION HISTORY
000300*    --------------------------------------------------------
000310*    09/02/2026  DF   INITIAL VERSION.
000311*    10/15/2026  DF   SOURCE SERIES FOLLOW THE S-xxx RECORDS FOUND
000312*                     ON STATSIN INSTEAD OF THE FIXED PRC/WHS/LAB
000313*                     LIST; SOURCE NAMES FROM THE SOURCE REGISTRY
000314*                     (MODULE ELMOREG).
000315*    10/15/2026  DF   OPERATION NAMES FOR THE DATE GROUP 80-84.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.   ELMOTRD.
001220                                          VALUE ZERO.
001230             15  WS-DO-AVG                PIC S9(07)V9(07) COMP-3
001240                                          VALUE ZERO.
001250         10  WS-DAY-SRC OCCURS 21 TIMES.
001260             15  WS-DS-COUNT              PIC 9(09) COMP
001270                                          VALUE ZERO.
001280 01  WS-DAY-IX                    PIC 9(03) COMP VALUE ZERO.
001290 01  WS-DAY-CUR                   PIC 9(03) COMP VALUE ZERO.
001300 01  WS-OP-IX                     PIC 9(03) COMP VALUE ZERO.
001310 01  WS-SRC-IX                    PIC 9(03) COMP VALUE ZERO.
001311*----------------------------------------------------------------
001312*    SOURCES SEEN ON STATSIN, IN ARRIVAL ORDER - ROW 21 OF THE
001313*    DAY TABLE IS S-OTH AND ANY SOURCE BEYOND THE TWENTIETH.
001314*----------------------------------------------------------------
001315 01  WS-SRC-KEY-TABLE.
001316     05  WS-SRC-KEY-USED          PIC 9(03) COMP VALUE ZERO.
001317     05  WS-SRC-KEY OCCURS 20 TIMES
001318                                  PIC X(03).
001319 01  WS-SRC-OTHER-IX              PIC 9(03) COMP VALUE 21.
001320 01  WS-SRC-SCAN-IX               PIC 9(03) COMP VALUE ZERO.
001321 01  WS-REG-IX                    PIC 9(03) COMP VALUE ZERO.
001322 COPY REGCOM.
001323*----------------------------------------------------------------
001330*    TREND WORK - TRAILING SUM AND AVERAGE OF THE VOLUME SERIES.
001340*----------------------------------------------------------------
001350 01  WS-TRAIL-SUM                 PIC S9(11)V9(02) COMP-3
001480 01  WS-LINES-PER-PAGE            PIC 9(02) VALUE 20.
001490 01  WS-OP-NAME                   PIC X(30) VALUE SPACES.
001500 01  WS-NAME-OP-CODE              PIC 9(02) VALUE ZERO.
001510 01  WS-SRC-NAME                  PIC X(28) VALUE SPACES.
001520 01  WS-PRINT-LINE                PIC X(132) VALUE SPACES.
001530 01  WS-ED-COUNT                  PIC ZZZ,ZZZ,ZZ9.
001540 01  WS-ED-AVG                    PIC -9(07).9(07).
001740 1000-INITIALIZE.
001750     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001760     PERFORM 1100-READ-CONTROL-CARDS THRU 1100-EXIT
001762     INITIALIZE REG-COMMAREA
001764     SET REG-FUNC-LOAD TO TRUE
001766     MOVE WS-RUN-DATE TO REG-AS-OF-DATE
001768     CALL "ELMOREG" USING REG-COMMAREA
001770     OPEN INPUT STATSIN-FILE
001780     IF WS-STATSIN-FS NOT = "00"
001790         DISPLAY "IMPOSSIBILE APRIRE STATSIN - FILE STATUS "
003330 3200-EXIT.
003340     EXIT.
003350*-----------------------------------------------------------------
003352*    SOURCE FIGURES - EACH S-xxx TAG GETS ITS OWN ROW THE FIRST
003354*    TIME IT IS SEEN; S-OTH AND ANY SOURCE OVER THE TABLE LIMIT
003356*    GO TO THE "ALTRO" ROW.
003358*-----------------------------------------------------------------
003360 3300-TABLE-SOURCE-VOLUME.
003370     IF WS-DAY-CUR = ZERO
003380         GO TO 3300-EXIT
003390     END-IF
003400     MOVE WS-SRC-OTHER-IX TO WS-SRC-IX
003410     IF WS-FIELD-2 (3:3) NOT = "OTH"
003420         PERFORM 3310-SCAN-SOURCE-KEY THRU 3310-EXIT
003430             VARYING WS-SRC-SCAN-IX FROM 1 BY 1
003440             UNTIL WS-SRC-SCAN-IX > WS-SRC-KEY-USED
003450         IF WS-SRC-IX = WS-SRC-OTHER-IX
003460             AND WS-SRC-KEY-USED < 20
003470             ADD 1 TO WS-SRC-KEY-USED
003480             MOVE WS-FIELD-2 (3:3) TO WS-SRC-KEY (WS-SRC-KEY-USED)
003490             MOVE WS-SRC-KEY-USED TO WS-SRC-IX
003493         END-IF
003496     END-IF
003500     ADD FUNCTION NUMVAL(WS-FIELD-3)
003510         TO WS-DS-COUNT (WS-DAY-CUR WS-SRC-IX).
003520 3300-EXIT.
003521     EXIT.
003522*-----------------------------------------------------------------
003523 3310-SCAN-SOURCE-KEY.
003524     IF WS-SRC-KEY (WS-SRC-SCAN-IX) = WS-FIELD-2 (3:3)
003525         MOVE WS-SRC-SCAN-IX TO WS-SRC-IX
003526     END-IF.
003527 3310-EXIT.
003530     EXIT.
003540*-----------------------------------------------------------------
003550*    PER-OPERATION TREND - ONE SERIES PER OPERATION USED IN THE
004430 5130-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------------
004460*    PER-SOURCE TREND - SAME TREATMENT FOR THE VOLUME SERIES OF
004470*    EACH SOURCE SEEN, THEN THE "ALTRO" ROW.
004480*-----------------------------------------------------------------
004490 6000-PRINT-SOURCE-TRENDS.
004500     PERFORM 6100-PRINT-ONE-SRC-TREND THRU 6100-EXIT
004510         VARYING WS-SRC-IX FROM 1 BY 1
004520         UNTIL WS-SRC-IX > WS-SRC-KEY-USED
004523     MOVE WS-SRC-OTHER-IX TO WS-SRC-IX
004526     PERFORM 6100-PRINT-ONE-SRC-TREND THRU 6100-EXIT.
004530 6000-EXIT.
004540     EXIT.
004550*-----------------------------------------------------------------
004610     IF WS-SERIES-TOTAL = ZERO
004620         GO TO 6100-EXIT
004630     END-IF
004640     PERFORM 6105-BUILD-SOURCE-NAME THRU 6105-EXIT
004740     MOVE SPACES TO WS-PRINT-LINE
004750     STRING "SORGENTE " WS-SRC-NAME
004760         DELIMITED BY SIZE INTO WS-PRINT-LINE
004830     MOVE SPACES TO WS-PRINT-LINE
004840     PERFORM 7300-WRITE-REPORT-LINE THRU 7300-EXIT.
004850 6100-EXIT.
004851     EXIT.
004852*-----------------------------------------------------------------
004853*    SOURCE NAME - "ID (NAME)" FROM THE REGISTRY IN FORCE TODAY,
004854*    THE BARE ID FOR A SOURCE NO LONGER REGISTERED.
004855*-----------------------------------------------------------------
004856 6105-BUILD-SOURCE-NAME.
004857     IF WS-SRC-IX = WS-SRC-OTHER-IX
004858         MOVE "ALTRO" TO WS-SRC-NAME
004859         GO TO 6105-EXIT
004860     END-IF
004861     MOVE WS-SRC-KEY (WS-SRC-IX) TO WS-SRC-NAME
004862     PERFORM 6106-SCAN-REGISTRY THRU 6106-EXIT
004863         VARYING WS-REG-IX FROM 1 BY 1
004864         UNTIL WS-REG-IX > REG-USED.
004865 6105-EXIT.
004866     EXIT.
004867*-----------------------------------------------------------------
004868 6106-SCAN-REGISTRY.
004869     IF REG-SRC-ID (WS-REG-IX) = WS-SRC-KEY (WS-SRC-IX)
004870         MOVE SPACES TO WS-SRC-NAME
004871         STRING REG-SRC-ID (WS-REG-IX) " (" DELIMITED BY SIZE
004872                REG-SRC-NAME (WS-REG-IX) DELIMITED BY "  "
004873                ")" DELIMITED BY SIZE
004874             INTO WS-SRC-NAME
004875         END-STRING
004876     END-IF.
004877 6106-EXIT.
004878     EXIT.
004879*-----------------------------------------------------------------
004880 6110-SUM-SRC-SERIES.
004890     ADD WS-DS-COUNT (WS-DAY-IX WS-SRC-IX) TO WS-SERIES-TOTAL.
004900 6110-EXIT.
005920         WHEN 65 MOVE "MASSIMO SERIE" TO WS-OP-NAME
005930         WHEN 66 MOVE "MEDIANA SERIE" TO WS-OP-NAME
005940         WHEN 70 MOVE "FORMULA" TO WS-OP-NAME
005941         WHEN 80 MOVE "GIORNI TRA DUE DATE" TO WS-OP-NAME
005942         WHEN 81 MOVE "DATA PIU' GIORNI LAVORATIVI"
005943                     TO WS-OP-NAME
005944         WHEN 82 MOVE "RATEO INTERESSI ACT/360" TO WS-OP-NAME
005945         WHEN 83 MOVE "RATEO INTERESSI ACT/365" TO WS-OP-NAME
005946         WHEN 84 MOVE "RATEO INTERESSI 30/360" TO WS-OP-NAME
005950         WHEN OTHER MOVE "SCONOSCIUTA" TO WS-OP-NAME
005960     END-EVALUATE.
005970 7330-EXIT.
