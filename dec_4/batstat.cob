000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : BATSTAT
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - MONTHLY GAME STATISTICS.
000230*            JH   READS THE BATHIST SCORE HISTORY AND PRINTS,
000240*            JH   FOR EACH GAME TYPE, THE MONTH NAMED ON
000250*            JH   STATPARM BESIDE THE MONTH BEFORE IT: RUNS,
000260*            JH   BOARDS SCORED, THE AVERAGE AND SPREAD OF THE
000270*            JH   WINNING DRAW, THE AVERAGE WINNING SCORE AND
000280*            JH   THE SHARE OF BOARDS THAT FINISHED IN
000290*            JH   COMPLETION MODE. RUNS WHOSE WINNING DRAW LIES
000300*            JH   FAR OUTSIDE THE NORM FOR THEIR GAME TYPE ARE
000310*            JH   LISTED FOR THE DESK TO LOOK INTO.
000311* 10/15/2026 JH   PAYOUT EXPOSURE - EACH RUN'S FINISHING BOARDS
000312*            JH   ARE PRICED BY RANK FROM THE PRZSCHED BANDS FOR
000313*            JH   ITS GAME TYPE, AS THE PRIZE EXTRACT PRICES
000314*            JH   WINNERS, AND THE MONTH'S MONEY FIGURE AND THE
000315*            JH   FINISHERS FALLING IN NO BAND ARE PRINTED BESIDE
000316*            JH   THE PRIOR MONTH'S.
000320*----------------------------------------------------------------
000330* RETURN CODES
000340*   00 - REPORT PRINTED, NOTHING FLAGGED
000350*   04 - REPORT PRINTED, ONE OR MORE RUNS FLAGGED FOR A WINNING
000356*        DRAW OUTSIDE THE NORM, OR PRZSCHED NOT AVAILABLE AND
000362*        THE PAYOUT EXPOSURE NOT PRICED
000370*   16 - A FILE COULD NOT BE OPENED
000380*----------------------------------------------------------------
000390  PROGRAM-ID. BATSTAT.
000400  AUTHOR. J HENDRICKS.
000410  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000420  DATE-WRITTEN. 10/15/2026.
000430  DATE-COMPILED.
000440
000450  ENVIRONMENT DIVISION.
000460  INPUT-OUTPUT SECTION.
000470  FILE-CONTROL.
000480*----------------------------------------------------------------
000490* BATHIST - INDEXED BATCH SCORE HISTORY WRITTEN BY BINGO, READ
000500* WHOLE IN KEY ORDER, TWICE.
000510*----------------------------------------------------------------
000520      SELECT HSTFILE ASSIGN TO "BATHIST"
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS SEQUENTIAL
000550          RECORD KEY IS BATHST-KEY
000560          FILE STATUS IS WS-HST-STATUS.
000570*----------------------------------------------------------------
000580* STATPARM - REPORT MONTH, YYYYMM IN COLUMNS 1-6. EMPTY (DD
000590* DUMMY) OR UNUSABLE REPORTS THE CURRENT MONTH.
000600*----------------------------------------------------------------
000601*----------------------------------------------------------------
000602* PRZSCHED - PRIZE-TIER SCHEDULE, KEYED BY GAME TYPE AND FIRST
000603* RANK OF THE BAND. READ ONLY, FROM A STARTED POSITION, TO LOAD
000604* EACH GAME TYPE'S BANDS FOR THE PAYOUT EXPOSURE.
000605*----------------------------------------------------------------
000606      SELECT SCHFILE ASSIGN TO "PRZSCHED"
000607          ORGANIZATION IS INDEXED
000608          ACCESS MODE IS DYNAMIC
000609          RECORD KEY IS PRZSCH-KEY
000610          FILE STATUS IS WS-SCH-STATUS.
000611      SELECT PRMFILE ASSIGN TO "STATPARM"
000620          ORGANIZATION IS LINE SEQUENTIAL
000630          FILE STATUS IS WS-PRMFILE-STATUS.
000640*----------------------------------------------------------------
000650* STATRPT - PRINT-IMAGE MONTHLY STATISTICS REPORT.
000660*----------------------------------------------------------------
000670      SELECT RPTFILE ASSIGN TO "STATRPT"
000680          ORGANIZATION IS SEQUENTIAL
000690          FILE STATUS IS WS-RPTFILE-STATUS.
000700
000710  DATA DIVISION.
000720  FILE SECTION.
000730  FD  HSTFILE.
000740  COPY BATHIST.
000750
000752  FD  SCHFILE.
000754  COPY PRZSCH.
000756
000760  FD  PRMFILE.
000770  01  PRM-RECORD.
000780      05  PRM-MONTH                 PIC X(06).
000790      05  FILLER                    PIC X(74).
000800
000810  FD  RPTFILE
000820      RECORDING MODE IS F.
000830  01  RPT-LINE                      PIC X(80).
000840
000850  WORKING-STORAGE SECTION.
000860*----------------------------------------------------------------
000870* FILE STATUS AND END-OF-FILE SWITCH
000880*----------------------------------------------------------------
000890  77  WS-HST-STATUS                PIC X(02).
000895  77  WS-SCH-STATUS                PIC X(02).
000900  77  WS-PRMFILE-STATUS            PIC X(02).
000910  77  WS-RPTFILE-STATUS            PIC X(02).
000920  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000930      88  WS-AT-EOF                          VALUE "Y".
000932  77  WS-SCH-EOF-SW                PIC X(01) VALUE "N".
000934      88  WS-SCH-AT-EOF                      VALUE "Y".
000936  77  WS-NO-SCHEDULE-SW            PIC X(01) VALUE "N".
000938      88  WS-NO-SCHEDULE-FILE                VALUE "Y".
000940*----------------------------------------------------------------
000950* REPORT MONTH AND THE MONTH BEFORE IT, BOTH YYYYMM
000960*----------------------------------------------------------------
000970  77  WS-NOW-DATE                  PIC 9(8) VALUE ZERO.
000980  77  WS-HST-MONTH                 PIC 9(6) VALUE ZERO.
000990  01  WS-RPT-MONTH                 PIC 9(6) VALUE ZERO.
001000  01  WS-RPT-MONTH-R REDEFINES WS-RPT-MONTH.
001010      05  WS-RPT-YEAR               PIC 9(4).
001020      05  WS-RPT-MM                 PIC 9(2).
001030  01  WS-PRI-MONTH                 PIC 9(6) VALUE ZERO.
001040  01  WS-PRI-MONTH-R REDEFINES WS-PRI-MONTH.
001050      05  WS-PRI-YEAR               PIC 9(4).
001060      05  WS-PRI-MM                 PIC 9(2).
001070*----------------------------------------------------------------
001080* RUN TOTALS
001090*----------------------------------------------------------------
001100  77  WS-HST-READ                  PIC 9(7) COMP VALUE ZERO.
001110  77  WS-MONTHS-RUNS               PIC 9(7) COMP VALUE ZERO.
001120  77  WS-NO-SEQ-COUNT              PIC 9(7) COMP VALUE ZERO.
001125  77  WS-NO-FIN-COUNT              PIC 9(7) COMP VALUE ZERO.
001130  77  WS-FLAGGED-COUNT             PIC 9(5) COMP VALUE ZERO.
001140*----------------------------------------------------------------
001150* STATISTICS WORK FIELDS. THE SPREAD IS THE STANDARD DEVIATION
001160* OF THE WINNING DRAW, WORKED FROM THE COUNT, SUM AND SUM OF
001170* SQUARES. A RUN IS FLAGGED WHEN ITS WINNING DRAW LIES MORE
001180* THAN WS-OUTLIER-SDS DEVIATIONS FROM ITS GAME TYPE'S NORM -
001190* THE MEAN OVER BOTH MONTHS - AND ONLY WHEN THE NORM RESTS ON
001200* AT LEAST WS-MIN-NORM-RUNS WINNING RUNS.
001210*----------------------------------------------------------------
001220  77  WS-OUTLIER-SDS               PIC 9(1) COMP VALUE 2.
001230  77  WS-MIN-NORM-RUNS             PIC 9(3) COMP VALUE 5.
001240  77  WS-MON-SUB                   PIC 9(1) COMP VALUE ZERO.
001250  77  WS-GT-SUB                    PIC 9(1) COMP VALUE ZERO.
001260  77  WS-CALC-RUNS                 PIC 9(7) COMP VALUE ZERO.
001270  77  WS-CALC-SUM                  PIC 9(11) COMP VALUE ZERO.
001280  77  WS-CALC-SQ-SUM               PIC 9(13) COMP VALUE ZERO.
001290  77  WS-CALC-MEAN                 PIC 9(3)V99 VALUE ZERO.
001300  77  WS-CALC-SD                   PIC 9(3)V99 VALUE ZERO.
001310  77  WS-VAR-NUM                   PIC S9(17) COMP VALUE ZERO.
001320  77  WS-VARIANCE                  PIC 9(7)V9(4) VALUE ZERO.
001330  77  WS-DEVIATION                 PIC S9(3)V99 VALUE ZERO.
001340  77  WS-DEV-LIMIT                 PIC 9(4)V99 VALUE ZERO.
001341*----------------------------------------------------------------
001342* PRIZE BANDS PER GAME TYPE, IN REPORT ORDER, LOADED FROM
001343* PRZSCHED - 50 BANDS A GAME TYPE, THE SAME LIMIT THE EXTRACT
001344* STEP APPLIES. A RUN'S FINISHERS HOLD RANKS 1 TO BATHST-
001345* FINISHED, SO EACH BAND PAYS ITS AMOUNT FOR EVERY RANK IT
001346* SHARES WITH THAT RANGE; BANDS NEVER OVERLAP, SO THE RANKS NO
001347* BAND COVERS ARE WHAT IS LEFT.
001348*----------------------------------------------------------------
001349  77  WS-SCH-SUB                   PIC 9(3) COMP VALUE ZERO.
001350  77  WS-BAND-LOW                  PIC 9(5) COMP VALUE ZERO.
001351  77  WS-BAND-HIGH                 PIC 9(5) COMP VALUE ZERO.
001352  77  WS-BAND-RANKS                PIC 9(5) COMP VALUE ZERO.
001353  77  WS-RUN-PRICED                PIC 9(5) COMP VALUE ZERO.
001354  01  WS-SCH-TABLE.
001355      05  WS-SCH-GAME OCCURS 3 TIMES.
001356          10  WS-SCH-COUNT          PIC 9(3) COMP.
001357          10  WS-SCH-ENTRY OCCURS 50 TIMES.
001358              15  WS-SCH-RANK-FROM  PIC 9(5).
001359              15  WS-SCH-RANK-TO    PIC 9(5).
001360              15  WS-SCH-AMOUNT     PIC 9(7)V99.
001361*----------------------------------------------------------------
001362* VALUES HANDED TO THE LINE-WRITING PARAGRAPHS
001370*----------------------------------------------------------------
001380  77  WS-CUR-LABEL                 PIC X(28) VALUE SPACES.
001390  77  WS-CUR-THIS                  PIC S9(11) COMP VALUE ZERO.
001400  77  WS-CUR-PRIOR                 PIC S9(11) COMP VALUE ZERO.
001410  77  WS-CUR-THIS-AMT              PIC S9(9)V99 VALUE ZERO.
001420  77  WS-CUR-PRIOR-AMT             PIC S9(9)V99 VALUE ZERO.
001430*----------------------------------------------------------------
001440* GAME TYPES IN REPORT ORDER
001450*----------------------------------------------------------------
001460  01  WS-GAME-NAME-DATA.
001470      05  FILLER                    PIC X(09) VALUE "RROW/COL ".
001480      05  FILLER                    PIC X(09) VALUE "CCORNERS ".
001490      05  FILLER                    PIC X(09) VALUE "BBLACKOUT".
001500  01  WS-GAME-NAME-TABLE REDEFINES WS-GAME-NAME-DATA.
001510      05  WS-GN-ENTRY OCCURS 3 TIMES.
001520          10  WS-GN-CODE            PIC X(01).
001530          10  WS-GN-NAME            PIC X(08).
001540*----------------------------------------------------------------
001550* FIGURES BY MONTH (1 = REPORT MONTH, 2 = PRIOR MONTH) AND GAME
001560* TYPE (1 = R, 2 = C, 3 = B). WIN-RUNS COUNTS RUNS WITH A
001570* WINNING BOARD; SEQ-RUNS THOSE OF THEM THAT ALSO CARRY THE
001580* WINNING DRAW SEQUENCE. THE CMODE FIELDS COVER COMPLETION-MODE
001590* RUNS ONLY.
001600*----------------------------------------------------------------
001610  01  WS-STAT-TABLE.
001620      05  WS-STAT-MONTH OCCURS 2 TIMES.
001630          10  WS-STAT-GAME OCCURS 3 TIMES.
001640              15  WS-ST-RUNS        PIC 9(7) COMP.
001650              15  WS-ST-BOARDS      PIC 9(11) COMP.
001660              15  WS-ST-WIN-RUNS    PIC 9(7) COMP.
001670              15  WS-ST-SCORE-SUM   PIC 9(15) COMP.
001680              15  WS-ST-SEQ-RUNS    PIC 9(7) COMP.
001690              15  WS-ST-SEQ-SUM     PIC 9(11) COMP.
001700              15  WS-ST-SEQ-SQ-SUM  PIC 9(13) COMP.
001710              15  WS-ST-SEQ-LOW     PIC 9(3) COMP.
001720              15  WS-ST-SEQ-HIGH    PIC 9(3) COMP.
001730              15  WS-ST-CMODE-RUNS  PIC 9(7) COMP.
001740              15  WS-ST-CMODE-BDS   PIC 9(11) COMP.
001750              15  WS-ST-CMODE-DONE  PIC 9(11) COMP.
001753              15  WS-ST-PAY-SUM     PIC 9(11)V99 COMP.
001756              15  WS-ST-NO-BAND     PIC 9(11) COMP.
001760              15  WS-ST-MEAN        PIC 9(3)V99.
001770              15  WS-ST-SD          PIC 9(3)V99.
001780              15  WS-ST-AVG-SCORE   PIC 9(9)V99.
001790              15  WS-ST-DONE-PCT    PIC 9(3)V99.
001800*----------------------------------------------------------------
001810* NORM PER GAME TYPE, OVER BOTH MONTHS
001820*----------------------------------------------------------------
001830  01  WS-NORM-TABLE.
001840      05  WS-NORM-ENTRY OCCURS 3 TIMES.
001850          10  WS-NM-RUNS            PIC 9(7) COMP.
001860          10  WS-NM-MEAN            PIC 9(3)V99.
001870          10  WS-NM-SD              PIC 9(3)V99.
001880*----------------------------------------------------------------
001890* STATRPT REPORT LINE LAYOUTS
001900*----------------------------------------------------------------
001910  01  WS-RPT-HDR.
001920      05  FILLER                    PIC X(36) VALUE
001930              "DEC-4 MONTHLY GAME STATISTICS  MONTH".
001940      05  FILLER                    PIC X(01) VALUE SPACES.
001950      05  WS-RH-MONTH               PIC 9(06).
001960      05  FILLER                    PIC X(15) VALUE
001970              "  PRIOR MONTH ".
001980      05  WS-RH-PRI-MONTH           PIC 9(06).
001990      05  FILLER                    PIC X(16) VALUE SPACES.
002000  01  WS-RPT-SECTION.
002010      05  WS-RS-TITLE               PIC X(70).
002020      05  FILLER                    PIC X(10) VALUE SPACES.
002030  01  WS-RPT-COL-HDR.
002040      05  FILLER                    PIC X(32) VALUE SPACES.
002050      05  FILLER                    PIC X(14) VALUE
002060              "    THIS MONTH".
002070      05  FILLER                    PIC X(14) VALUE
002080              "   PRIOR MONTH".
002090      05  FILLER                    PIC X(13) VALUE
002100              "       CHANGE".
002110      05  FILLER                    PIC X(07) VALUE SPACES.
002120  01  WS-RPT-COUNT-LINE.
002130      05  FILLER                    PIC X(02) VALUE SPACES.
002140      05  WS-RC-LABEL               PIC X(28).
002150      05  FILLER                    PIC X(05) VALUE SPACES.
002160      05  WS-RC-THIS                PIC ZZZ,ZZZ,ZZ9.
002170      05  FILLER                    PIC X(03) VALUE SPACES.
002180      05  WS-RC-PRIOR               PIC ZZZ,ZZZ,ZZ9.
002190      05  FILLER                    PIC X(01) VALUE SPACES.
002200      05  WS-RC-CHANGE              PIC +ZZZ,ZZZ,ZZ9.
002210      05  FILLER                    PIC X(07) VALUE SPACES.
002220  01  WS-RPT-AMOUNT-LINE.
002230      05  FILLER                    PIC X(02) VALUE SPACES.
002240      05  WS-RA-LABEL               PIC X(28).
002250      05  FILLER                    PIC X(05) VALUE SPACES.
002260      05  WS-RA-THIS                PIC ZZZZZZZ9.99.
002270      05  FILLER                    PIC X(03) VALUE SPACES.
002280      05  WS-RA-PRIOR               PIC ZZZZZZZ9.99.
002290      05  FILLER                    PIC X(01) VALUE SPACES.
002300      05  WS-RA-CHANGE              PIC +ZZZZZZZ9.99.
002310      05  FILLER                    PIC X(07) VALUE SPACES.
002320  01  WS-RPT-FLAG-LINE.
002330      05  FILLER                    PIC X(08) VALUE "  BATCH ".
002340      05  WS-RF-BATCH-NO            PIC 9(04).
002350      05  FILLER                    PIC X(06) VALUE " DATE ".
002360      05  WS-RF-RUN-DATE            PIC 9(08).
002370      05  FILLER                    PIC X(01) VALUE SPACES.
002380      05  WS-RF-GAME-NAME           PIC X(08).
002390      05  FILLER                    PIC X(06) VALUE " DRAW ".
002400      05  WS-RF-WIN-SEQ             PIC ZZ9.
002410      05  FILLER                    PIC X(06) VALUE " NORM ".
002420      05  WS-RF-MEAN                PIC ZZ9.99.
002430      05  FILLER                    PIC X(04) VALUE " SD ".
002440      05  WS-RF-SD                  PIC ZZ9.99.
002450      05  FILLER                    PIC X(01) VALUE SPACES.
002460      05  WS-RF-TEXT                PIC X(05).
002470      05  FILLER                    PIC X(08) VALUE SPACES.
002480  01  WS-RPT-NONE-LINE.
002490      05  WS-RN-TEXT                PIC X(70).
002500      05  FILLER                    PIC X(10) VALUE SPACES.
002510  01  WS-RPT-TRAILER.
002520      05  FILLER                    PIC X(16) VALUE
002530              "HISTORY RECORDS ".
002540      05  WS-RX-READ                PIC ZZZZZZ9.
002550      05  FILLER                    PIC X(19) VALUE
002560              "  IN THE TWO MONTHS".
002570      05  WS-RX-MONTHS              PIC ZZZZZZ9.
002580      05  FILLER                    PIC X(10) VALUE "  FLAGGED ".
002590      05  WS-RX-FLAGGED             PIC ZZZZ9.
002600      05  FILLER                    PIC X(16) VALUE SPACES.
002610  01  WS-RPT-NO-SEQ-LINE.
002620      05  FILLER                    PIC X(07) VALUE "NOTE - ".
002630      05  WS-RW-COUNT               PIC ZZZZZZ9.
002640      05  FILLER                    PIC X(40) VALUE
002650              " WINNING RUNS PREDATE THE DRAW SEQUENCE ".
002660      05  FILLER                    PIC X(26) VALUE
002670              "AND ARE LEFT OUT OF IT.".
002671  01  WS-RPT-NO-FIN-LINE.
002672      05  FILLER                    PIC X(07) VALUE "NOTE - ".
002673      05  WS-RV-COUNT               PIC ZZZZZZ9.
002674      05  FILLER                    PIC X(40) VALUE
002675              " WINNING RUNS PREDATE THE FINISHED COUNT".
002676      05  FILLER                    PIC X(26) VALUE
002677              " AND ARE NOT PRICED.".
002680
002690  PROCEDURE DIVISION.
002700*----------------------------------------------------------------
002710* 0000-MAINLINE
002720*----------------------------------------------------------------
002730  0000-MAINLINE.
002740      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002750      IF RETURN-CODE = 16
002760          GO TO 0000-EXIT
002770      END-IF.
002780      PERFORM 2000-TALLY-ONE-RUN THRU 2000-EXIT
002790          UNTIL WS-AT-EOF.
002800      PERFORM 3000-COMPUTE-FIGURES THRU 3000-EXIT.
002810      PERFORM 4000-WRITE-GAME-TYPES THRU 4000-EXIT.
002820      PERFORM 5000-FLAG-OUTLIERS THRU 5000-EXIT.
002830      PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
002840  0000-EXIT.
002850      PERFORM 9999-TERMINATE THRU 9999-EXIT.
002860      STOP RUN.
002870
002880*----------------------------------------------------------------
002890* 1000-INITIALIZE
002900* TAKES THE REPORT MONTH FROM STATPARM AND WORKS OUT THE MONTH
002910* BEFORE IT, LOADS THE PRIZE BANDS, OPENS THE HISTORY AND THE
002920* REPORT, AND PRINTS THE HEADING.
002930*----------------------------------------------------------------
002940  1000-INITIALIZE.
002950      PERFORM 1100-READ-MONTH THRU 1100-EXIT.
002960      MOVE WS-RPT-MONTH TO WS-PRI-MONTH.
002970      IF WS-RPT-MM = 1
002980          SUBTRACT 1 FROM WS-PRI-YEAR
002990          MOVE 12 TO WS-PRI-MM
003000      ELSE
003010          SUBTRACT 1 FROM WS-PRI-MM
003020      END-IF.
003030      PERFORM 1200-CLEAR-ONE-CELL THRU 1200-EXIT
003040          VARYING WS-MON-SUB FROM 1 BY 1
003050          UNTIL WS-MON-SUB > 2
003060          AFTER WS-GT-SUB FROM 1 BY 1
003070          UNTIL WS-GT-SUB > 3.
003075      PERFORM 1300-LOAD-PRIZE-BANDS THRU 1300-EXIT.
003080      OPEN INPUT HSTFILE.
003090      IF WS-HST-STATUS NOT = "00"
003100          DISPLAY "BATSTAT: BATHIST NOT AVAILABLE - RUN ENDED."
003110          MOVE 16 TO RETURN-CODE
003120          GO TO 1000-EXIT
003130      END-IF.
003140      OPEN OUTPUT RPTFILE.
003150      IF WS-RPTFILE-STATUS NOT = "00"
003160          DISPLAY "BATSTAT: STATRPT NOT AVAILABLE - RUN ENDED."
003170          MOVE 16 TO RETURN-CODE
003180          CLOSE HSTFILE
003190          GO TO 1000-EXIT
003200      END-IF.
003210      MOVE WS-RPT-MONTH TO WS-RH-MONTH.
003220      MOVE WS-PRI-MONTH TO WS-RH-PRI-MONTH.
003230      WRITE RPT-LINE FROM WS-RPT-HDR.
003240  1000-EXIT.
003250      EXIT.
003260
003270*----------------------------------------------------------------
003280* 1100-READ-MONTH
003290* A MISSING, EMPTY OR NON-NUMERIC PARAMETER, OR ONE WHOSE
003300* MONTH IS NOT 01-12, REPORTS THE CURRENT MONTH.
003310*----------------------------------------------------------------
003320  1100-READ-MONTH.
003330      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
003340      COMPUTE WS-RPT-MONTH = WS-NOW-DATE / 100.
003350      OPEN INPUT PRMFILE.
003360      IF WS-PRMFILE-STATUS NOT = "00"
003370          DISPLAY "BATSTAT: NO STATPARM MONTH - THE CURRENT "
003380              "MONTH IS REPORTED."
003390          GO TO 1100-EXIT
003400      END-IF.
003410      READ PRMFILE
003420          AT END
003430              DISPLAY "BATSTAT: NO STATPARM MONTH - THE CURRENT "
003440                  "MONTH IS REPORTED."
003450              CLOSE PRMFILE
003460              GO TO 1100-EXIT
003470      END-READ.
003480      IF PRM-MONTH NUMERIC
003490          MOVE PRM-MONTH TO WS-RPT-MONTH
003500      ELSE
003510          DISPLAY "BATSTAT: STATPARM MONTH NOT NUMERIC - THE "
003520              "CURRENT MONTH IS REPORTED."
003530      END-IF.
003540      CLOSE PRMFILE.
003550      IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
003560          DISPLAY "BATSTAT: STATPARM MONTH NOT 01-12 - THE "
003570              "CURRENT MONTH IS REPORTED."
003580          COMPUTE WS-RPT-MONTH = WS-NOW-DATE / 100
003590      END-IF.
003600  1100-EXIT.
003610      EXIT.
003620
003630*----------------------------------------------------------------
003640* 1200-CLEAR-ONE-CELL
003650* THE LOWEST WINNING DRAW STARTS ABOVE ANY REAL ONE.
003660*----------------------------------------------------------------
003670  1200-CLEAR-ONE-CELL.
003680      MOVE ZERO TO WS-ST-RUNS(WS-MON-SUB, WS-GT-SUB)
003690                   WS-ST-BOARDS(WS-MON-SUB, WS-GT-SUB)
003700                   WS-ST-WIN-RUNS(WS-MON-SUB, WS-GT-SUB)
003710                   WS-ST-SCORE-SUM(WS-MON-SUB, WS-GT-SUB)
003720                   WS-ST-SEQ-RUNS(WS-MON-SUB, WS-GT-SUB)
003730                   WS-ST-SEQ-SUM(WS-MON-SUB, WS-GT-SUB)
003740                   WS-ST-SEQ-SQ-SUM(WS-MON-SUB, WS-GT-SUB)
003750                   WS-ST-SEQ-HIGH(WS-MON-SUB, WS-GT-SUB)
003760                   WS-ST-CMODE-RUNS(WS-MON-SUB, WS-GT-SUB)
003770                   WS-ST-CMODE-BDS(WS-MON-SUB, WS-GT-SUB)
003780                   WS-ST-CMODE-DONE(WS-MON-SUB, WS-GT-SUB)
003783                   WS-ST-PAY-SUM(WS-MON-SUB, WS-GT-SUB)
003786                   WS-ST-NO-BAND(WS-MON-SUB, WS-GT-SUB)
003790                   WS-ST-MEAN(WS-MON-SUB, WS-GT-SUB)
003800                   WS-ST-SD(WS-MON-SUB, WS-GT-SUB)
003810                   WS-ST-AVG-SCORE(WS-MON-SUB, WS-GT-SUB)
003820                   WS-ST-DONE-PCT(WS-MON-SUB, WS-GT-SUB).
003830      MOVE 999 TO WS-ST-SEQ-LOW(WS-MON-SUB, WS-GT-SUB).
003840  1200-EXIT.
003850      EXIT.
003851
003852*----------------------------------------------------------------
003853* 1300-LOAD-PRIZE-BANDS
003854* THE SCHEDULE IS ONLY NEEDED WHILE THE BANDS LOAD, SO IT IS
003855* CLOSED AGAIN HERE. WITHOUT IT THE REPORT STILL PRINTS, THE
003856* EXPOSURE IS NOTED AS NOT PRICED AND THE RUN ENDS RC=4.
003857*----------------------------------------------------------------
003858  1300-LOAD-PRIZE-BANDS.
003859      MOVE ZERO TO WS-SCH-COUNT(1) WS-SCH-COUNT(2)
003860                   WS-SCH-COUNT(3).
003861      OPEN INPUT SCHFILE.
003862      IF WS-SCH-STATUS NOT = "00"
003863          DISPLAY "BATSTAT: PRZSCHED NOT AVAILABLE - "
003864              "EXPOSURE NOT PRICED."
003865          SET WS-NO-SCHEDULE-FILE TO TRUE
003866          GO TO 1300-EXIT
003867      END-IF.
003868      PERFORM 1310-LOAD-ONE-GAME THRU 1310-EXIT
003869          VARYING WS-GT-SUB FROM 1 BY 1
003870          UNTIL WS-GT-SUB > 3.
003871      CLOSE SCHFILE.
003872  1300-EXIT.
003873      EXIT.
003874
003875*----------------------------------------------------------------
003876* 1310-LOAD-ONE-GAME
003877*----------------------------------------------------------------
003878  1310-LOAD-ONE-GAME.
003879      MOVE "N" TO WS-SCH-EOF-SW.
003880      MOVE WS-GN-CODE(WS-GT-SUB) TO PRZSCH-GAME-TYPE.
003881      MOVE ZERO TO PRZSCH-RANK-FROM.
003882      START SCHFILE KEY NOT < PRZSCH-KEY
003883          INVALID KEY
003884              SET WS-SCH-AT-EOF TO TRUE
003885      END-START.
003886      PERFORM 1320-LOAD-ONE-BAND THRU 1320-EXIT
003887          UNTIL WS-SCH-AT-EOF.
003888  1310-EXIT.
003889      EXIT.
003890
003891*----------------------------------------------------------------
003892* 1320-LOAD-ONE-BAND
003893*----------------------------------------------------------------
003894  1320-LOAD-ONE-BAND.
003895      READ SCHFILE NEXT RECORD
003896          AT END
003897              SET WS-SCH-AT-EOF TO TRUE
003898              GO TO 1320-EXIT
003899      END-READ.
003900      IF PRZSCH-GAME-TYPE NOT = WS-GN-CODE(WS-GT-SUB)
003901          SET WS-SCH-AT-EOF TO TRUE
003902          GO TO 1320-EXIT
003903      END-IF.
003904      IF WS-SCH-COUNT(WS-GT-SUB) NOT < 50
003905          DISPLAY "BATSTAT: MORE THAN 50 PRIZE BANDS FOR GAME "
003906              "TYPE " PRZSCH-GAME-TYPE " - REST IGNORED."
003907          SET WS-SCH-AT-EOF TO TRUE
003908          GO TO 1320-EXIT
003909      END-IF.
003910      ADD 1 TO WS-SCH-COUNT(WS-GT-SUB).
003911      MOVE WS-SCH-COUNT(WS-GT-SUB) TO WS-SCH-SUB.
003912      MOVE PRZSCH-RANK-FROM
003913          TO WS-SCH-RANK-FROM(WS-GT-SUB, WS-SCH-SUB).
003914      MOVE PRZSCH-RANK-TO
003915          TO WS-SCH-RANK-TO(WS-GT-SUB, WS-SCH-SUB).
003916      MOVE PRZSCH-AMOUNT
003917          TO WS-SCH-AMOUNT(WS-GT-SUB, WS-SCH-SUB).
003918  1320-EXIT.
003919      EXIT.
003920
003921*----------------------------------------------------------------
003922* 2000-TALLY-ONE-RUN
003923* POSTS ONE HISTORY RECORD TO ITS MONTH AND GAME TYPE; RUNS IN
003924* ANY OTHER MONTH ARE PASSED OVER. A RECORD WRITTEN BEFORE THE
003925* WINNING DRAW SEQUENCE WAS KEPT HAS SPACES THERE AND COUNTS
003926* TOWARD EVERYTHING BUT THE DRAW FIGURES.
003930*----------------------------------------------------------------
003940  2000-TALLY-ONE-RUN.
003950      READ HSTFILE NEXT RECORD
003960          AT END
003970              SET WS-AT-EOF TO TRUE
003980              GO TO 2000-EXIT
003990      END-READ.
004000      ADD 1 TO WS-HST-READ.
004010      COMPUTE WS-HST-MONTH = BATHST-RUN-DATE / 100.
004020      EVALUATE WS-HST-MONTH
004030          WHEN WS-RPT-MONTH
004040              MOVE 1 TO WS-MON-SUB
004050          WHEN WS-PRI-MONTH
004060              MOVE 2 TO WS-MON-SUB
004070          WHEN OTHER
004080              GO TO 2000-EXIT
004090      END-EVALUATE.
004100      ADD 1 TO WS-MONTHS-RUNS.
004110      PERFORM 2100-SET-GAME-SUB THRU 2100-EXIT.
004120      ADD 1 TO WS-ST-RUNS(WS-MON-SUB, WS-GT-SUB).
004130      ADD BATHST-BOARD-COUNT
004140          TO WS-ST-BOARDS(WS-MON-SUB, WS-GT-SUB).
004150      IF BATHST-PROC-MODE = "C"
004160         AND BATHST-FINISHED NUMERIC
004170          ADD 1 TO WS-ST-CMODE-RUNS(WS-MON-SUB, WS-GT-SUB)
004180          ADD BATHST-BOARD-COUNT
004190              TO WS-ST-CMODE-BDS(WS-MON-SUB, WS-GT-SUB)
004200          ADD BATHST-FINISHED
004210              TO WS-ST-CMODE-DONE(WS-MON-SUB, WS-GT-SUB)
004220      END-IF.
004230      IF BATHST-WIN-BOARD = ZERO
004240          GO TO 2000-EXIT
004250      END-IF.
004260      ADD 1 TO WS-ST-WIN-RUNS(WS-MON-SUB, WS-GT-SUB).
004270      ADD BATHST-SCORE TO WS-ST-SCORE-SUM(WS-MON-SUB, WS-GT-SUB).
004271      IF BATHST-FINISHED NUMERIC
004272          PERFORM 2200-PRICE-ONE-RUN THRU 2200-EXIT
004273      ELSE
004274          ADD 1 TO WS-NO-FIN-COUNT
004275      END-IF.
004280      IF BATHST-WIN-SEQ NOT NUMERIC
004290          ADD 1 TO WS-NO-SEQ-COUNT
004300          GO TO 2000-EXIT
004310      END-IF.
004320      IF BATHST-WIN-SEQ = ZERO
004330          GO TO 2000-EXIT
004340      END-IF.
004350      ADD 1 TO WS-ST-SEQ-RUNS(WS-MON-SUB, WS-GT-SUB).
004360      ADD BATHST-WIN-SEQ TO WS-ST-SEQ-SUM(WS-MON-SUB, WS-GT-SUB).
004370      COMPUTE WS-ST-SEQ-SQ-SUM(WS-MON-SUB, WS-GT-SUB) =
004380          WS-ST-SEQ-SQ-SUM(WS-MON-SUB, WS-GT-SUB)
004390          + BATHST-WIN-SEQ * BATHST-WIN-SEQ.
004400      IF BATHST-WIN-SEQ < WS-ST-SEQ-LOW(WS-MON-SUB, WS-GT-SUB)
004410          MOVE BATHST-WIN-SEQ
004420              TO WS-ST-SEQ-LOW(WS-MON-SUB, WS-GT-SUB)
004430      END-IF.
004440      IF BATHST-WIN-SEQ > WS-ST-SEQ-HIGH(WS-MON-SUB, WS-GT-SUB)
004450          MOVE BATHST-WIN-SEQ
004460              TO WS-ST-SEQ-HIGH(WS-MON-SUB, WS-GT-SUB)
004470      END-IF.
004480  2000-EXIT.
004490      EXIT.
004500
004510*----------------------------------------------------------------
004520* 2100-SET-GAME-SUB
004530* ANY GAME TYPE BUT C OR B SCORED ROW/COL, AS IN BINGO.
004540*----------------------------------------------------------------
004550  2100-SET-GAME-SUB.
004560      EVALUATE TRUE
004570          WHEN BATHST-GT-CORNERS
004580              MOVE 2 TO WS-GT-SUB
004590          WHEN BATHST-GT-BLACKOUT
004600              MOVE 3 TO WS-GT-SUB
004610          WHEN OTHER
004620              MOVE 1 TO WS-GT-SUB
004630      END-EVALUATE.
004640  2100-EXIT.
004650      EXIT.
004651
004652*----------------------------------------------------------------
004653* 2200-PRICE-ONE-RUN
004654* PRICES THE RUN'S FINISHERS - RANKS 1 TO BATHST-FINISHED - AT
004655* TODAY'S BANDS FOR ITS GAME TYPE AND ADDS THE MONEY TO ITS
004656* MONTH. THE FINISHERS NO BAND COVERS ARE COUNTED.
004657*----------------------------------------------------------------
004658  2200-PRICE-ONE-RUN.
004659      MOVE ZERO TO WS-RUN-PRICED.
004660      PERFORM 2210-PRICE-ONE-BAND THRU 2210-EXIT
004661          VARYING WS-SCH-SUB FROM 1 BY 1
004662          UNTIL WS-SCH-SUB > WS-SCH-COUNT(WS-GT-SUB).
004663      IF BATHST-FINISHED > WS-RUN-PRICED
004664          COMPUTE WS-ST-NO-BAND(WS-MON-SUB, WS-GT-SUB) =
004665              WS-ST-NO-BAND(WS-MON-SUB, WS-GT-SUB)
004666              + BATHST-FINISHED - WS-RUN-PRICED
004667      END-IF.
004668  2200-EXIT.
004669      EXIT.
004670
004671*----------------------------------------------------------------
004672* 2210-PRICE-ONE-BAND
004673* THE RANKS THE BAND SHARES WITH 1 TO BATHST-FINISHED.
004674*----------------------------------------------------------------
004675  2210-PRICE-ONE-BAND.
004676      MOVE WS-SCH-RANK-FROM(WS-GT-SUB, WS-SCH-SUB) TO WS-BAND-LOW.
004677      IF WS-BAND-LOW < 1
004678          MOVE 1 TO WS-BAND-LOW
004679      END-IF.
004680      MOVE WS-SCH-RANK-TO(WS-GT-SUB, WS-SCH-SUB) TO WS-BAND-HIGH.
004681      IF WS-BAND-HIGH > BATHST-FINISHED
004682          MOVE BATHST-FINISHED TO WS-BAND-HIGH
004683      END-IF.
004684      IF WS-BAND-HIGH < WS-BAND-LOW
004685          GO TO 2210-EXIT
004686      END-IF.
004687      COMPUTE WS-BAND-RANKS = WS-BAND-HIGH - WS-BAND-LOW + 1.
004688      ADD WS-BAND-RANKS TO WS-RUN-PRICED.
004689      COMPUTE WS-ST-PAY-SUM(WS-MON-SUB, WS-GT-SUB) =
004690          WS-ST-PAY-SUM(WS-MON-SUB, WS-GT-SUB)
004691          + WS-BAND-RANKS * WS-SCH-AMOUNT(WS-GT-SUB, WS-SCH-SUB).
004692  2210-EXIT.
004693      EXIT.
004694
004695*----------------------------------------------------------------
004696* 3000-COMPUTE-FIGURES
004697* AVERAGES AND SPREADS FOR EVERY MONTH AND GAME TYPE, THEN THE
004700* TWO-MONTH NORM PER GAME TYPE.
004710*----------------------------------------------------------------
004720  3000-COMPUTE-FIGURES.
004730      PERFORM 3100-COMPUTE-ONE-CELL THRU 3100-EXIT
004740          VARYING WS-MON-SUB FROM 1 BY 1
004750          UNTIL WS-MON-SUB > 2
004760          AFTER WS-GT-SUB FROM 1 BY 1
004770          UNTIL WS-GT-SUB > 3.
004780      PERFORM 3200-COMPUTE-ONE-NORM THRU 3200-EXIT
004790          VARYING WS-GT-SUB FROM 1 BY 1
004800          UNTIL WS-GT-SUB > 3.
004810  3000-EXIT.
004820      EXIT.
004830
004840*----------------------------------------------------------------
004850* 3100-COMPUTE-ONE-CELL
004860*----------------------------------------------------------------
004870  3100-COMPUTE-ONE-CELL.
004880      MOVE WS-ST-SEQ-RUNS(WS-MON-SUB, WS-GT-SUB) TO WS-CALC-RUNS.
004890      MOVE WS-ST-SEQ-SUM(WS-MON-SUB, WS-GT-SUB) TO WS-CALC-SUM.
004900      MOVE WS-ST-SEQ-SQ-SUM(WS-MON-SUB, WS-GT-SUB)
004910          TO WS-CALC-SQ-SUM.
004920      PERFORM 3300-MEAN-AND-SPREAD THRU 3300-EXIT.
004930      MOVE WS-CALC-MEAN TO WS-ST-MEAN(WS-MON-SUB, WS-GT-SUB).
004940      MOVE WS-CALC-SD TO WS-ST-SD(WS-MON-SUB, WS-GT-SUB).
004950      IF WS-ST-WIN-RUNS(WS-MON-SUB, WS-GT-SUB) > ZERO
004960          COMPUTE WS-ST-AVG-SCORE(WS-MON-SUB, WS-GT-SUB) ROUNDED =
004970              WS-ST-SCORE-SUM(WS-MON-SUB, WS-GT-SUB)
004980              / WS-ST-WIN-RUNS(WS-MON-SUB, WS-GT-SUB)
004990      END-IF.
005000      IF WS-ST-CMODE-BDS(WS-MON-SUB, WS-GT-SUB) > ZERO
005010          COMPUTE WS-ST-DONE-PCT(WS-MON-SUB, WS-GT-SUB) ROUNDED =
005020              WS-ST-CMODE-DONE(WS-MON-SUB, WS-GT-SUB) * 100
005030              / WS-ST-CMODE-BDS(WS-MON-SUB, WS-GT-SUB)
005040      END-IF.
005050      IF WS-ST-SEQ-RUNS(WS-MON-SUB, WS-GT-SUB) = ZERO
005060          MOVE ZERO TO WS-ST-SEQ-LOW(WS-MON-SUB, WS-GT-SUB)
005070      END-IF.
005080  3100-EXIT.
005090      EXIT.
005100
005110*----------------------------------------------------------------
005120* 3200-COMPUTE-ONE-NORM
005130*----------------------------------------------------------------
005140  3200-COMPUTE-ONE-NORM.
005150      COMPUTE WS-CALC-RUNS = WS-ST-SEQ-RUNS(1, WS-GT-SUB)
005160                           + WS-ST-SEQ-RUNS(2, WS-GT-SUB).
005170      COMPUTE WS-CALC-SUM = WS-ST-SEQ-SUM(1, WS-GT-SUB)
005180                          + WS-ST-SEQ-SUM(2, WS-GT-SUB).
005190      COMPUTE WS-CALC-SQ-SUM = WS-ST-SEQ-SQ-SUM(1, WS-GT-SUB)
005200                             + WS-ST-SEQ-SQ-SUM(2, WS-GT-SUB).
005210      PERFORM 3300-MEAN-AND-SPREAD THRU 3300-EXIT.
005220      MOVE WS-CALC-RUNS TO WS-NM-RUNS(WS-GT-SUB).
005230      MOVE WS-CALC-MEAN TO WS-NM-MEAN(WS-GT-SUB).
005240      MOVE WS-CALC-SD TO WS-NM-SD(WS-GT-SUB).
005250  3200-EXIT.
005260      EXIT.
005270
005280*----------------------------------------------------------------
005290* 3300-MEAN-AND-SPREAD
005300* MEAN AND STANDARD DEVIATION FROM WS-CALC-RUNS, -SUM AND
005310* -SQ-SUM. THE VARIANCE IS (N * SUM OF SQUARES - SUM * SUM)
005320* OVER N SQUARED, KEPT IN WHOLE NUMBERS UNTIL THE DIVIDE.
005330*----------------------------------------------------------------
005340  3300-MEAN-AND-SPREAD.
005350      MOVE ZERO TO WS-CALC-MEAN.
005360      MOVE ZERO TO WS-CALC-SD.
005370      IF WS-CALC-RUNS = ZERO
005380          GO TO 3300-EXIT
005390      END-IF.
005400      COMPUTE WS-CALC-MEAN ROUNDED = WS-CALC-SUM / WS-CALC-RUNS.
005410      COMPUTE WS-VAR-NUM = WS-CALC-RUNS * WS-CALC-SQ-SUM
005420                         - WS-CALC-SUM * WS-CALC-SUM.
005430      IF WS-VAR-NUM NOT > ZERO
005440          GO TO 3300-EXIT
005450      END-IF.
005460      COMPUTE WS-VARIANCE ROUNDED =
005470          WS-VAR-NUM / (WS-CALC-RUNS * WS-CALC-RUNS).
005480      COMPUTE WS-CALC-SD ROUNDED = WS-VARIANCE ** 0.5.
005490  3300-EXIT.
005500      EXIT.
005510
005520*----------------------------------------------------------------
005530* 4000-WRITE-GAME-TYPES
005540* ONE BLOCK PER GAME TYPE, THIS MONTH BESIDE THE LAST.
005550*----------------------------------------------------------------
005560  4000-WRITE-GAME-TYPES.
005570      PERFORM 4100-WRITE-ONE-GAME THRU 4100-EXIT
005580          VARYING WS-GT-SUB FROM 1 BY 1
005590          UNTIL WS-GT-SUB > 3.
005600  4000-EXIT.
005610      EXIT.
005620
005630*----------------------------------------------------------------
005640* 4100-WRITE-ONE-GAME
005650* DRAW AND SCORE FIGURES COVER WINNING RUNS ONLY; THE FINISH
005660* SHARE IS BOARDS FINISHED OVER BOARDS SCORED IN COMPLETION-
005666* MODE RUNS. THE EXPOSURE IS THE MONEY THE PRIZE SCHEDULE
005672* PAYS ON EVERY BOARD THAT FINISHED.
005680*----------------------------------------------------------------
005690  4100-WRITE-ONE-GAME.
005700      MOVE SPACES TO WS-RS-TITLE.
005710      STRING "GAME TYPE " WS-GN-CODE(WS-GT-SUB) " - "
005720          WS-GN-NAME(WS-GT-SUB)
005730          DELIMITED BY SIZE INTO WS-RS-TITLE.
005740      WRITE RPT-LINE FROM WS-RPT-SECTION.
005750      IF WS-ST-RUNS(1, WS-GT-SUB) = ZERO
005760         AND WS-ST-RUNS(2, WS-GT-SUB) = ZERO
005770          MOVE "  NO RUNS IN EITHER MONTH." TO WS-RN-TEXT
005780          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
005790          GO TO 4100-EXIT
005800      END-IF.
005810      WRITE RPT-LINE FROM WS-RPT-COL-HDR.
005820      MOVE "RUNS" TO WS-CUR-LABEL.
005830      MOVE WS-ST-RUNS(1, WS-GT-SUB) TO WS-CUR-THIS.
005840      MOVE WS-ST-RUNS(2, WS-GT-SUB) TO WS-CUR-PRIOR.
005850      PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005860      MOVE "BOARDS SCORED" TO WS-CUR-LABEL.
005870      MOVE WS-ST-BOARDS(1, WS-GT-SUB) TO WS-CUR-THIS.
005880      MOVE WS-ST-BOARDS(2, WS-GT-SUB) TO WS-CUR-PRIOR.
005890      PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005900      MOVE "RUNS WITH A WINNER" TO WS-CUR-LABEL.
005910      MOVE WS-ST-WIN-RUNS(1, WS-GT-SUB) TO WS-CUR-THIS.
005920      MOVE WS-ST-WIN-RUNS(2, WS-GT-SUB) TO WS-CUR-PRIOR.
005930      PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
005940      MOVE "AVERAGE WINNING DRAW" TO WS-CUR-LABEL.
005950      MOVE WS-ST-MEAN(1, WS-GT-SUB) TO WS-CUR-THIS-AMT.
005960      MOVE WS-ST-MEAN(2, WS-GT-SUB) TO WS-CUR-PRIOR-AMT.
005970      PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
005980      MOVE "WINNING DRAW STD DEVIATION" TO WS-CUR-LABEL.
005990      MOVE WS-ST-SD(1, WS-GT-SUB) TO WS-CUR-THIS-AMT.
006000      MOVE WS-ST-SD(2, WS-GT-SUB) TO WS-CUR-PRIOR-AMT.
006010      PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006020      MOVE "EARLIEST WINNING DRAW" TO WS-CUR-LABEL.
006030      MOVE WS-ST-SEQ-LOW(1, WS-GT-SUB) TO WS-CUR-THIS.
006040      MOVE WS-ST-SEQ-LOW(2, WS-GT-SUB) TO WS-CUR-PRIOR.
006050      PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006060      MOVE "LATEST WINNING DRAW" TO WS-CUR-LABEL.
006070      MOVE WS-ST-SEQ-HIGH(1, WS-GT-SUB) TO WS-CUR-THIS.
006080      MOVE WS-ST-SEQ-HIGH(2, WS-GT-SUB) TO WS-CUR-PRIOR.
006090      PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006100      MOVE "AVERAGE WINNING SCORE" TO WS-CUR-LABEL.
006110      MOVE WS-ST-AVG-SCORE(1, WS-GT-SUB) TO WS-CUR-THIS-AMT.
006120      MOVE WS-ST-AVG-SCORE(2, WS-GT-SUB) TO WS-CUR-PRIOR-AMT.
006130      PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006135      PERFORM 4400-WRITE-EXPOSURE THRU 4400-EXIT.
006140      MOVE "COMPLETION-MODE RUNS" TO WS-CUR-LABEL.
006150      MOVE WS-ST-CMODE-RUNS(1, WS-GT-SUB) TO WS-CUR-THIS.
006160      MOVE WS-ST-CMODE-RUNS(2, WS-GT-SUB) TO WS-CUR-PRIOR.
006170      PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006180      MOVE "PCT BOARDS FINISHED (C MODE)" TO WS-CUR-LABEL.
006190      MOVE WS-ST-DONE-PCT(1, WS-GT-SUB) TO WS-CUR-THIS-AMT.
006200      MOVE WS-ST-DONE-PCT(2, WS-GT-SUB) TO WS-CUR-PRIOR-AMT.
006210      PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006220  4100-EXIT.
006230      EXIT.
006240
006250*----------------------------------------------------------------
006260* 4200-WRITE-COUNT-LINE
006270*----------------------------------------------------------------
006280  4200-WRITE-COUNT-LINE.
006290      MOVE WS-CUR-LABEL TO WS-RC-LABEL.
006300      MOVE WS-CUR-THIS TO WS-RC-THIS.
006310      MOVE WS-CUR-PRIOR TO WS-RC-PRIOR.
006320      COMPUTE WS-RC-CHANGE = WS-CUR-THIS - WS-CUR-PRIOR.
006330      WRITE RPT-LINE FROM WS-RPT-COUNT-LINE.
006340  4200-EXIT.
006350      EXIT.
006360
006370*----------------------------------------------------------------
006380* 4300-WRITE-AMOUNT-LINE
006390*----------------------------------------------------------------
006400  4300-WRITE-AMOUNT-LINE.
006410      MOVE WS-CUR-LABEL TO WS-RA-LABEL.
006420      MOVE WS-CUR-THIS-AMT TO WS-RA-THIS.
006430      MOVE WS-CUR-PRIOR-AMT TO WS-RA-PRIOR.
006440      COMPUTE WS-RA-CHANGE = WS-CUR-THIS-AMT - WS-CUR-PRIOR-AMT.
006450      WRITE RPT-LINE FROM WS-RPT-AMOUNT-LINE.
006460  4300-EXIT.
006470      EXIT.
006471
006472*----------------------------------------------------------------
006473* 4400-WRITE-EXPOSURE
006474* THE PAYOUT EXPOSURE AND THE FINISHERS NO BAND PRICED, OR A
006475* NOTE THAT THE GAME TYPE COULD NOT BE PRICED.
006476*----------------------------------------------------------------
006477  4400-WRITE-EXPOSURE.
006478      IF WS-NO-SCHEDULE-FILE
006479          MOVE "  EXPOSURE NOT PRICED - PRZSCHED NOT AVAILABLE"
006480              TO WS-RN-TEXT
006481          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
006482          GO TO 4400-EXIT
006483      END-IF.
006484      IF WS-SCH-COUNT(WS-GT-SUB) = ZERO
006485          MOVE "  EXPOSURE NOT PRICED - NO PRIZE SCHEDULE"
006486              TO WS-RN-TEXT
006487          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
006488          GO TO 4400-EXIT
006489      END-IF.
006490      MOVE "PAYOUT EXPOSURE" TO WS-CUR-LABEL.
006491      MOVE WS-ST-PAY-SUM(1, WS-GT-SUB) TO WS-CUR-THIS-AMT.
006492      MOVE WS-ST-PAY-SUM(2, WS-GT-SUB) TO WS-CUR-PRIOR-AMT.
006493      PERFORM 4300-WRITE-AMOUNT-LINE THRU 4300-EXIT.
006494      MOVE "FINISHERS IN NO PRIZE BAND" TO WS-CUR-LABEL.
006495      MOVE WS-ST-NO-BAND(1, WS-GT-SUB) TO WS-CUR-THIS.
006496      MOVE WS-ST-NO-BAND(2, WS-GT-SUB) TO WS-CUR-PRIOR.
006497      PERFORM 4200-WRITE-COUNT-LINE THRU 4200-EXIT.
006498  4400-EXIT.
006499      EXIT.
006500
006501*----------------------------------------------------------------
006502* 5000-FLAG-OUTLIERS
006510* READS THE HISTORY A SECOND TIME, NOW THAT THE NORMS ARE
006520* KNOWN, AND LISTS EVERY REPORT-MONTH RUN WHOSE WINNING DRAW
006530* LIES OUTSIDE ITS GAME TYPE'S NORM.
006540*----------------------------------------------------------------
006550  5000-FLAG-OUTLIERS.
006560      MOVE "WINNING DRAWS OUTSIDE THE NORM FOR THE GAME TYPE"
006570          TO WS-RS-TITLE.
006580      WRITE RPT-LINE FROM WS-RPT-SECTION.
006590      CLOSE HSTFILE.
006600      OPEN INPUT HSTFILE.
006610      IF WS-HST-STATUS NOT = "00"
006620          MOVE "  NOT CHECKED - BATHIST COULD NOT BE REOPENED."
006630              TO WS-RN-TEXT
006640          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
006650          GO TO 5000-EXIT
006660      END-IF.
006670      MOVE "N" TO WS-EOF-SWITCH.
006680      PERFORM 5100-CHECK-ONE-RUN THRU 5100-EXIT
006690          UNTIL WS-AT-EOF.
006700      IF WS-FLAGGED-COUNT = ZERO
006710          MOVE "  NONE - EVERY WINNING DRAW IS WITHIN THE NORM."
006720              TO WS-RN-TEXT
006730          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
006740      END-IF.
006750  5000-EXIT.
006760      EXIT.
006770
006780*----------------------------------------------------------------
006790* 5100-CHECK-ONE-RUN
006800* EARLY MEANS THE BOARD WON IN FEWER CALLS THAN THE NORM, LATE
006810* IN MORE.
006820*----------------------------------------------------------------
006830  5100-CHECK-ONE-RUN.
006840      READ HSTFILE NEXT RECORD
006850          AT END
006860              SET WS-AT-EOF TO TRUE
006870              GO TO 5100-EXIT
006880      END-READ.
006890      COMPUTE WS-HST-MONTH = BATHST-RUN-DATE / 100.
006900      IF WS-HST-MONTH NOT = WS-RPT-MONTH
006910         OR BATHST-WIN-BOARD = ZERO
006920         OR BATHST-WIN-SEQ NOT NUMERIC
006930          GO TO 5100-EXIT
006940      END-IF.
006950      IF BATHST-WIN-SEQ = ZERO
006960          GO TO 5100-EXIT
006970      END-IF.
006980      PERFORM 2100-SET-GAME-SUB THRU 2100-EXIT.
006990      IF WS-NM-RUNS(WS-GT-SUB) < WS-MIN-NORM-RUNS
007000         OR WS-NM-SD(WS-GT-SUB) = ZERO
007010          GO TO 5100-EXIT
007020      END-IF.
007030      COMPUTE WS-DEVIATION =
007040          BATHST-WIN-SEQ - WS-NM-MEAN(WS-GT-SUB).
007050      IF WS-DEVIATION < ZERO
007060          MOVE "EARLY" TO WS-RF-TEXT
007070          COMPUTE WS-DEVIATION = ZERO - WS-DEVIATION
007080      ELSE
007090          MOVE "LATE " TO WS-RF-TEXT
007100      END-IF.
007110      COMPUTE WS-DEV-LIMIT = WS-NM-SD(WS-GT-SUB) * WS-OUTLIER-SDS.
007120      IF WS-DEVIATION NOT > WS-DEV-LIMIT
007130          GO TO 5100-EXIT
007140      END-IF.
007150      MOVE BATHST-BATCH-NO TO WS-RF-BATCH-NO.
007160      MOVE BATHST-RUN-DATE TO WS-RF-RUN-DATE.
007170      MOVE WS-GN-NAME(WS-GT-SUB) TO WS-RF-GAME-NAME.
007180      MOVE BATHST-WIN-SEQ TO WS-RF-WIN-SEQ.
007190      MOVE WS-NM-MEAN(WS-GT-SUB) TO WS-RF-MEAN.
007200      MOVE WS-NM-SD(WS-GT-SUB) TO WS-RF-SD.
007210      WRITE RPT-LINE FROM WS-RPT-FLAG-LINE.
007220      ADD 1 TO WS-FLAGGED-COUNT.
007230  5100-EXIT.
007240      EXIT.
007250
007260*----------------------------------------------------------------
007270* 6000-WRITE-TRAILER
007280*----------------------------------------------------------------
007290  6000-WRITE-TRAILER.
007300      MOVE WS-HST-READ TO WS-RX-READ.
007310      MOVE WS-MONTHS-RUNS TO WS-RX-MONTHS.
007320      MOVE WS-FLAGGED-COUNT TO WS-RX-FLAGGED.
007330      WRITE RPT-LINE FROM WS-RPT-TRAILER.
007340      IF WS-NO-SEQ-COUNT > ZERO
007350          MOVE WS-NO-SEQ-COUNT TO WS-RW-COUNT
007360          WRITE RPT-LINE FROM WS-RPT-NO-SEQ-LINE
007370      END-IF.
007371      IF WS-NO-FIN-COUNT > ZERO AND NOT WS-NO-SCHEDULE-FILE
007372          MOVE WS-NO-FIN-COUNT TO WS-RV-COUNT
007373          WRITE RPT-LINE FROM WS-RPT-NO-FIN-LINE
007374      END-IF.
007375      IF WS-NO-SCHEDULE-FILE AND RETURN-CODE = ZERO
007376          MOVE 4 TO RETURN-CODE
007377      END-IF.
007380      IF WS-FLAGGED-COUNT > ZERO
007390          DISPLAY "BATSTAT: " WS-FLAGGED-COUNT " RUNS HAVE A "
007400              "WINNING DRAW OUTSIDE THE NORM - SEE STATRPT."
007410          MOVE 4 TO RETURN-CODE
007420      END-IF.
007430  6000-EXIT.
007440      EXIT.
007450
007460*----------------------------------------------------------------
007470* 9999-TERMINATE
007480*----------------------------------------------------------------
007490  9999-TERMINATE.
007500      IF RETURN-CODE = 16
007510          GO TO 9999-EXIT
007520      END-IF.
007530      CLOSE HSTFILE.
007540      CLOSE RPTFILE.
007550  9999-EXIT.
007560      EXIT.
