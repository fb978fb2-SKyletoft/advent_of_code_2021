000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : DRWINTG
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - DRAW INTEGRITY REPORT. READS
000230*            JH   THE DRAWHIST DRAW-SEQUENCE ARCHIVE AND, FOR
000240*            JH   THE RUNS IN THE PERIOD NAMED ON DRWPARM,
000250*            JH   FLAGS EVERY DRAW SEQUENCE THAT REPEATS OR
000260*            JH   LARGELY OVERLAPS ONE PLAYED BY AN EARLIER
000270*            JH   BATCH, PRINTS HOW OFTEN EACH NUMBER 0-99 WAS
000280*            JH   DRAWN, AND LISTS THE NUMBERS NEVER DRAWN -
000290*            JH   SO A RECYCLED OR TAMPERED DRAW TAPE IS
000300*            JH   CAUGHT HERE AND NOT BY A PLAYER.
000310*----------------------------------------------------------------
000320* RETURN CODES
000330*   00 - REPORT PRINTED, NOTHING FLAGGED
000340*   04 - REPORT PRINTED, BUT THE PERIOD HELD MORE RUNS THAN
000350*        THE SEQUENCE TABLE AND NOT EVERY ONE WAS CHECKED
000360*   08 - ONE OR MORE SEQUENCES REPEAT OR OVERLAP AN EARLIER
000370*        BATCH'S
000380*   16 - A FILE COULD NOT BE OPENED
000390*----------------------------------------------------------------
000400  PROGRAM-ID. DRWINTG.
000410  AUTHOR. J HENDRICKS.
000420  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000430  DATE-WRITTEN. 10/15/2026.
000440  DATE-COMPILED.
000450
000460  ENVIRONMENT DIVISION.
000470  INPUT-OUTPUT SECTION.
000480  FILE-CONTROL.
000490*----------------------------------------------------------------
000500* DRAWHIST - INDEXED DRAW-SEQUENCE ARCHIVE WRITTEN BY BINGO,
000505* READ WHOLE IN KEY ORDER TWICE - ONCE TO TAKE THE PERIOD'S
000510* SEQUENCES, THEN AGAIN TO COMPARE EVERY ARCHIVED SEQUENCE
000515* WITH THEM.
000520*----------------------------------------------------------------
000530      SELECT DRWFILE ASSIGN TO "DRAWHIST"
000540          ORGANIZATION IS INDEXED
000550          ACCESS MODE IS SEQUENTIAL
000560          RECORD KEY IS DRWHST-KEY
000570          FILE STATUS IS WS-DRW-STATUS.
000580*----------------------------------------------------------------
000590* DRWPARM - REPORT PERIOD: FIRST RUN DATE IN COLUMNS 1-8 AND
000600* LAST RUN DATE IN 9-16, BOTH YYYYMMDD. EMPTY (DD DUMMY) OR
000610* UNUSABLE DATES REPORT EVERY RUN ON FILE.
000620*----------------------------------------------------------------
000630      SELECT PRMFILE ASSIGN TO "DRWPARM"
000640          ORGANIZATION IS LINE SEQUENTIAL
000650          FILE STATUS IS WS-PRMFILE-STATUS.
000660*----------------------------------------------------------------
000670* DRWRPT - PRINT-IMAGE DRAW INTEGRITY REPORT.
000680*----------------------------------------------------------------
000690      SELECT RPTFILE ASSIGN TO "DRWRPT"
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS WS-RPTFILE-STATUS.
000720
000730  DATA DIVISION.
000740  FILE SECTION.
000750  FD  DRWFILE.
000760  COPY DRWHST.
000770
000780  FD  PRMFILE.
000790  01  PRM-RECORD.
000800      05  PRM-FROM-DATE             PIC X(08).
000810      05  PRM-TO-DATE               PIC X(08).
000820      05  FILLER                    PIC X(64).
000830
000840  FD  RPTFILE
000850      RECORDING MODE IS F.
000860  01  RPT-LINE                      PIC X(80).
000870
000880  WORKING-STORAGE SECTION.
000890*----------------------------------------------------------------
000900* FILE STATUS AND END-OF-FILE SWITCH
000910*----------------------------------------------------------------
000920  77  WS-DRW-STATUS                PIC X(02).
000930  77  WS-PRMFILE-STATUS            PIC X(02).
000940  77  WS-RPTFILE-STATUS            PIC X(02).
000950  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000960      88  WS-AT-EOF                          VALUE "Y".
000970*----------------------------------------------------------------
000980* REPORT PERIOD AND RUN TOTALS
000990*----------------------------------------------------------------
001000  77  WS-FROM-DATE                 PIC 9(8) VALUE ZERO.
001010  77  WS-TO-DATE                   PIC 9(8) VALUE 99999999.
001020  77  WS-SEQS-READ                 PIC 9(5) COMP VALUE ZERO.
001030  77  WS-PERIOD-RUNS               PIC 9(5) COMP VALUE ZERO.
001040  77  WS-PERIOD-DRAWS              PIC 9(7) COMP VALUE ZERO.
001050  77  WS-FLAGGED-COUNT             PIC 9(5) COMP VALUE ZERO.
001060  77  WS-NEVER-COUNT               PIC 9(3) COMP VALUE ZERO.
001070  77  WS-TABLE-SHORT-SW            PIC X(01) VALUE "N".
001080      88  WS-TABLE-RAN-SHORT                 VALUE "Y".
001090*----------------------------------------------------------------
001100* COMPARISON WORK FIELDS. TWO SEQUENCES ARE COMPARED CALL BY
001110* CALL OVER THE SHORTER OF THE TWO; A SEQUENCE AGREEING WITH
001120* AN EARLIER ONE AT THE OVERLAP LIMIT (PER CENT OF CALLS) OR
001130* MORE IS FLAGGED AS AN OVERLAP, AND ONE AGREEING AT EVERY
001140* CALL AND OF THE SAME LENGTH AS A REPEAT. BY CHANCE TWO
001150* HONEST TAPES AGREE AT ABOUT ONE CALL IN A HUNDRED.
001160*----------------------------------------------------------------
001170  77  WS-OVERLAP-LIMIT             PIC 9(3) COMP VALUE 80.
001180  77  WS-POS                       PIC 9(3) COMP VALUE ZERO.
001190  77  WS-MIN-COUNT                 PIC 9(3) COMP VALUE ZERO.
001200  77  WS-SAME-COUNT                PIC 9(3) COMP VALUE ZERO.
001210  77  WS-OVERLAP-PCT               PIC 9(3) COMP VALUE ZERO.
001220  77  WS-EARLIER-SW                PIC X(01) VALUE "N".
001230      88  WS-ARC-IS-EARLIER                  VALUE "Y".
001240*----------------------------------------------------------------
001250* FREQUENCY WORK FIELDS
001260*----------------------------------------------------------------
001270  77  WS-FRQ-SUB                   PIC 9(3) COMP VALUE ZERO.
001280  77  WS-ROW-NO                    PIC 9(2) COMP VALUE ZERO.
001290  77  WS-COL-NO                    PIC 9(2) COMP VALUE ZERO.
001300  77  WS-NUMBER                    PIC 9(2) VALUE ZERO.
001310  77  WS-EXPECTED                  PIC 9(7) COMP VALUE ZERO.
001320  77  WS-NV-SLOT                   PIC 9(2) COMP VALUE ZERO.
001330*----------------------------------------------------------------
001338* DRAW SEQUENCES IN THE PERIOD. ONLY THE PERIOD'S RUNS ARE
001346* KEPT; THE RUNS BEFORE THEM ARE COMPARED AS THE ARCHIVE IS
001354* READ A SECOND TIME, SO THE ARCHIVE MAY GROW WITHOUT LIMIT.
001362* 1000 RUNS IN ONE PERIOD IS THE STATED CAPACITY; PAST THAT
001370* THE REST ARE NOT CHECKED AND THE REPORT SAYS SO.
001380*----------------------------------------------------------------
001390  77  WS-SEQ-COUNT                 PIC 9(4) COMP VALUE ZERO.
001400  01  WS-SEQ-TABLE.
001410      05  WS-SEQ-ENTRY OCCURS 1000 TIMES
001420                       INDEXED BY WS-SEQ-IDX.
001430          10  WS-SEQ-BATCH-NO        PIC 9(4).
001440          10  WS-SEQ-RUN-DATE        PIC 9(8).
001470          10  WS-SEQ-DRAW-COUNT      PIC 9(3).
001480          10  WS-SEQ-DRAW-NO         PIC 9(2)
001490                                     OCCURS 500 TIMES.
001500*----------------------------------------------------------------
001510* TIMES EACH NUMBER WAS DRAWN IN THE PERIOD - ENTRY 1 IS
001520* NUMBER 0, ENTRY 100 IS NUMBER 99.
001530*----------------------------------------------------------------
001540  01  WS-FRQ-TABLE.
001550      05  WS-FRQ-COUNT OCCURS 100 TIMES
001560                                   PIC 9(7) COMP.
001570*----------------------------------------------------------------
001580* DRWRPT REPORT LINE LAYOUTS
001590*----------------------------------------------------------------
001600  01  WS-RPT-HDR.
001610      05  FILLER                    PIC X(36) VALUE
001620              "DEC-4 DRAW INTEGRITY REPORT  PERIOD ".
001630      05  WS-RH-FROM-DATE           PIC 9(08).
001640      05  FILLER                    PIC X(04) VALUE " TO ".
001650      05  WS-RH-TO-DATE             PIC 9(08).
001660      05  FILLER                    PIC X(24) VALUE SPACES.
001670  01  WS-RPT-SECTION.
001680      05  WS-RS-TITLE               PIC X(50).
001690      05  FILLER                    PIC X(30) VALUE SPACES.
001700  01  WS-RPT-FLAG-LINE.
001710      05  FILLER                    PIC X(08) VALUE "  BATCH ".
001720      05  WS-RF-BATCH-NO            PIC 9(04).
001730      05  FILLER                    PIC X(06) VALUE " DATE ".
001740      05  WS-RF-RUN-DATE            PIC 9(08).
001750      05  FILLER                    PIC X(02) VALUE SPACES.
001760      05  WS-RF-TEXT                PIC X(09).
001770      05  WS-RF-PCT                 PIC ZZ9.
001780      05  WS-RF-PCT-SIGN            PIC X(01).
001790      05  FILLER                    PIC X(07) VALUE " BATCH ".
001800      05  WS-RF-EARLY-BATCH         PIC 9(04).
001810      05  FILLER                    PIC X(06) VALUE " DATE ".
001820      05  WS-RF-EARLY-DATE          PIC 9(08).
001830      05  FILLER                    PIC X(14) VALUE SPACES.
001840  01  WS-RPT-NONE-LINE.
001850      05  WS-RN-TEXT                PIC X(50).
001860      05  FILLER                    PIC X(30) VALUE SPACES.
001870  01  WS-RPT-TOTAL-LINE.
001880      05  FILLER                    PIC X(07) VALUE "  RUNS ".
001890      05  WS-RT-RUNS                PIC ZZZZ9.
001900      05  FILLER                    PIC X(16) VALUE
001910              "  NUMBERS DRAWN ".
001920      05  WS-RT-DRAWS               PIC ZZZZZZ9.
001930      05  FILLER                    PIC X(24) VALUE
001940              "  EXPECTED PER NUMBER   ".
001950      05  WS-RT-EXPECTED            PIC ZZZZZ9.
001960      05  FILLER                    PIC X(15) VALUE SPACES.
001970  01  WS-RPT-FRQ-HDR.
001980      05  FILLER                    PIC X(09) VALUE
001990              "  NUMBERS".
002000      05  FILLER                    PIC X(35) VALUE
002010              "     +0     +1     +2     +3     +4".
002020      05  FILLER                    PIC X(35) VALUE
002030              "     +5     +6     +7     +8     +9".
002040      05  FILLER                    PIC X(01) VALUE SPACES.
002050  01  WS-RPT-FRQ-LINE.
002060      05  FILLER                    PIC X(02) VALUE SPACES.
002070      05  WS-RQ-FIRST               PIC 9(02).
002080      05  WS-RQ-DASH                PIC X(01).
002090      05  WS-RQ-LAST                PIC 9(02).
002100      05  FILLER                    PIC X(02) VALUE SPACES.
002110      05  WS-RQ-CELL OCCURS 10 TIMES.
002120          10  FILLER                PIC X(01).
002130          10  WS-RQ-COUNT           PIC ZZZZZ9.
002140      05  FILLER                    PIC X(01) VALUE SPACES.
002150  01  WS-RPT-NEVER-LINE.
002160      05  FILLER                    PIC X(02) VALUE SPACES.
002170      05  WS-RV-SLOT OCCURS 20 TIMES.
002180          10  WS-RV-NUMBER          PIC 9(02).
002190          10  FILLER                PIC X(01).
002200      05  FILLER                    PIC X(18) VALUE SPACES.
002210  01  WS-RPT-TRAILER.
002220      05  FILLER                    PIC X(18) VALUE
002230              "SEQUENCES ON FILE ".
002240      05  WS-RX-READ                PIC ZZZZ9.
002250      05  FILLER                    PIC X(11) VALUE "  IN PERIOD".
002260      05  FILLER                    PIC X(01) VALUE SPACES.
002270      05  WS-RX-PERIOD              PIC ZZZZ9.
002280      05  FILLER                    PIC X(10) VALUE "  FLAGGED ".
002290      05  WS-RX-FLAGGED             PIC ZZZZ9.
002300      05  FILLER                    PIC X(25) VALUE SPACES.
002310  01  WS-RPT-SHORT-LINE.
002320      05  FILLER                    PIC X(43) VALUE
002330              "NOTE - THE SEQUENCE TABLE FILLED; SOME RUNS".
002340      05  FILLER                    PIC X(37) VALUE
002350              " IN THE PERIOD WERE NOT CHECKED.".
002360
002370  PROCEDURE DIVISION.
002380*----------------------------------------------------------------
002390* 0000-MAINLINE
002400*----------------------------------------------------------------
002410  0000-MAINLINE.
002420      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002430      IF RETURN-CODE = 16
002440          GO TO 0000-EXIT
002450      END-IF.
002460      PERFORM 2000-LOAD-ONE-SEQUENCE THRU 2000-EXIT
002470          UNTIL WS-AT-EOF.
002480      PERFORM 3000-CHECK-SEQUENCES THRU 3000-EXIT.
002482      IF RETURN-CODE = 16
002484          GO TO 0000-EXIT
002486      END-IF.
002490      PERFORM 4000-WRITE-FREQUENCIES THRU 4000-EXIT.
002500      PERFORM 5000-WRITE-NEVER-DRAWN THRU 5000-EXIT.
002510      PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
002520  0000-EXIT.
002530      PERFORM 9999-TERMINATE THRU 9999-EXIT.
002540      STOP RUN.
002550
002560*----------------------------------------------------------------
002570* 1000-INITIALIZE
002580* TAKES THE REPORT PERIOD FROM DRWPARM, OPENS THE ARCHIVE
002590* AND THE REPORT, AND PRINTS THE HEADING.
002600*----------------------------------------------------------------
002610  1000-INITIALIZE.
002620      PERFORM 1100-READ-PERIOD THRU 1100-EXIT.
002630      PERFORM 1200-CLEAR-ONE-COUNT THRU 1200-EXIT
002640          VARYING WS-FRQ-SUB FROM 1 BY 1
002650          UNTIL WS-FRQ-SUB > 100.
002660      OPEN INPUT DRWFILE.
002670      IF WS-DRW-STATUS NOT = "00"
002680          DISPLAY "DRWINTG: DRAWHIST NOT AVAILABLE - RUN ENDED."
002690          MOVE 16 TO RETURN-CODE
002700          GO TO 1000-EXIT
002710      END-IF.
002720      OPEN OUTPUT RPTFILE.
002730      IF WS-RPTFILE-STATUS NOT = "00"
002740          DISPLAY "DRWINTG: DRWRPT NOT AVAILABLE - RUN ENDED."
002750          MOVE 16 TO RETURN-CODE
002760          CLOSE DRWFILE
002770          GO TO 1000-EXIT
002780      END-IF.
002790      MOVE WS-FROM-DATE TO WS-RH-FROM-DATE.
002800      MOVE WS-TO-DATE TO WS-RH-TO-DATE.
002810      WRITE RPT-LINE FROM WS-RPT-HDR.
002820  1000-EXIT.
002830      EXIT.
002840
002850*----------------------------------------------------------------
002860* 1100-READ-PERIOD
002870* A MISSING, EMPTY OR NON-NUMERIC PARAMETER LEAVES THE
002880* PERIOD OPEN AT BOTH ENDS, AS DOES A LAST DATE AHEAD OF
002890* THE FIRST.
002900*----------------------------------------------------------------
002910  1100-READ-PERIOD.
002920      OPEN INPUT PRMFILE.
002930      IF WS-PRMFILE-STATUS NOT = "00"
002940          DISPLAY "DRWINTG: NO DRWPARM PERIOD - EVERY RUN ON "
002950              "FILE IS REPORTED."
002960          GO TO 1100-EXIT
002970      END-IF.
002980      READ PRMFILE
002990          AT END
003000              DISPLAY "DRWINTG: NO DRWPARM PERIOD - EVERY RUN "
003010                  "ON FILE IS REPORTED."
003020              CLOSE PRMFILE
003030              GO TO 1100-EXIT
003040      END-READ.
003050      IF PRM-FROM-DATE NUMERIC AND PRM-TO-DATE NUMERIC
003060          MOVE PRM-FROM-DATE TO WS-FROM-DATE
003070          MOVE PRM-TO-DATE TO WS-TO-DATE
003080      ELSE
003090          DISPLAY "DRWINTG: DRWPARM DATES NOT NUMERIC - EVERY "
003100              "RUN ON FILE IS REPORTED."
003110      END-IF.
003120      CLOSE PRMFILE.
003130      IF WS-TO-DATE < WS-FROM-DATE
003140          DISPLAY "DRWINTG: DRWPARM LAST DATE BEFORE FIRST - "
003150              "EVERY RUN ON FILE IS REPORTED."
003160          MOVE ZERO TO WS-FROM-DATE
003170          MOVE 99999999 TO WS-TO-DATE
003180      END-IF.
003190  1100-EXIT.
003200      EXIT.
003210
003220*----------------------------------------------------------------
003230* 1200-CLEAR-ONE-COUNT
003240*----------------------------------------------------------------
003250  1200-CLEAR-ONE-COUNT.
003260      MOVE ZERO TO WS-FRQ-COUNT(WS-FRQ-SUB).
003270  1200-EXIT.
003280      EXIT.
003290
003300*----------------------------------------------------------------
003310* 2000-LOAD-ONE-SEQUENCE
003317* FIRST PASS. A RUN IN THE PERIOD POSTS ITS CALLS TO THE
003324* FREQUENCIES AND ITS SEQUENCE IS KEPT IN THE TABLE; RUNS
003331* OUTSIDE THE PERIOD ARE ONLY COUNTED.
003340*----------------------------------------------------------------
003350  2000-LOAD-ONE-SEQUENCE.
003360      READ DRWFILE NEXT RECORD
003370          AT END
003380              SET WS-AT-EOF TO TRUE
003390              GO TO 2000-EXIT
003400      END-READ.
003410      ADD 1 TO WS-SEQS-READ.
003430      IF DRWHST-RUN-DATE < WS-FROM-DATE
003450         OR DRWHST-RUN-DATE > WS-TO-DATE
003470          GO TO 2000-EXIT
003490      END-IF.
003491      ADD 1 TO WS-PERIOD-RUNS.
003492      ADD DRWHST-DRAW-COUNT TO WS-PERIOD-DRAWS.
003493      PERFORM 2100-TALLY-ONE-DRAW THRU 2100-EXIT
003494          VARYING WS-POS FROM 1 BY 1
003495          UNTIL WS-POS > DRWHST-DRAW-COUNT.
003500      IF WS-SEQ-COUNT NOT < 1000
003510          SET WS-TABLE-RAN-SHORT TO TRUE
003520          GO TO 2000-EXIT
003530      END-IF.
003540      ADD 1 TO WS-SEQ-COUNT.
003550      SET WS-SEQ-IDX TO WS-SEQ-COUNT.
003560      MOVE DRWHST-BATCH-NO TO WS-SEQ-BATCH-NO(WS-SEQ-IDX).
003570      MOVE DRWHST-RUN-DATE TO WS-SEQ-RUN-DATE(WS-SEQ-IDX).
003580      MOVE DRWHST-DRAW-COUNT TO WS-SEQ-DRAW-COUNT(WS-SEQ-IDX).
003640      PERFORM 2200-KEEP-ONE-DRAW THRU 2200-EXIT
003650          VARYING WS-POS FROM 1 BY 1
003660          UNTIL WS-POS > 500.
003670  2000-EXIT.
003680      EXIT.
003690
003700*----------------------------------------------------------------
003710* 2100-TALLY-ONE-DRAW
003720*----------------------------------------------------------------
003730  2100-TALLY-ONE-DRAW.
003740      COMPUTE WS-FRQ-SUB = DRWHST-DRAW-NO(WS-POS) + 1.
003750      ADD 1 TO WS-FRQ-COUNT(WS-FRQ-SUB).
003760  2100-EXIT.
003770      EXIT.
003780
003790*----------------------------------------------------------------
003800* 2200-KEEP-ONE-DRAW
003810*----------------------------------------------------------------
003820  2200-KEEP-ONE-DRAW.
003830      MOVE DRWHST-DRAW-NO(WS-POS)
003840          TO WS-SEQ-DRAW-NO(WS-SEQ-IDX, WS-POS).
003850  2200-EXIT.
003860      EXIT.
003870
003880*----------------------------------------------------------------
003890* 3000-CHECK-SEQUENCES
003900* SECOND PASS. EVERY SEQUENCE ON THE ARCHIVE IS COMPARED WITH
003910* EACH SEQUENCE IN THE PERIOD PLAYED AFTER IT - A LATER RUN
003920* DATE, OR THE SAME NIGHT AND A HIGHER BATCH NUMBER - WHETHER
003930* OR NOT THE EARLIER RUN IS ITSELF IN THE PERIOD.
003940*----------------------------------------------------------------
003950  3000-CHECK-SEQUENCES.
003951      CLOSE DRWFILE.
003952      OPEN INPUT DRWFILE.
003953      IF WS-DRW-STATUS NOT = "00"
003954          DISPLAY "DRWINTG: DRAWHIST NOT AVAILABLE FOR SECOND "
003955              "PASS - RUN ENDED."
003956          MOVE 16 TO RETURN-CODE
003957          CLOSE RPTFILE
003958          GO TO 3000-EXIT
003959      END-IF.
003960      MOVE "N" TO WS-EOF-SWITCH.
003961      MOVE "REPEATED OR OVERLAPPING DRAW SEQUENCES"
003970          TO WS-RS-TITLE.
003980      WRITE RPT-LINE FROM WS-RPT-SECTION.
003993      PERFORM 3100-CHECK-ONE-ARCHIVED THRU 3100-EXIT
004006          UNTIL WS-AT-EOF.
004020      IF WS-FLAGGED-COUNT = ZERO
004030          MOVE "  NONE - NO SEQUENCE REPEATS AN EARLIER BATCH'S."
004040              TO WS-RN-TEXT
004050          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
004060      END-IF.
004070  3000-EXIT.
004080      EXIT.
004090
004100*----------------------------------------------------------------
004110* 3100-CHECK-ONE-ARCHIVED
004120*----------------------------------------------------------------
004125  3100-CHECK-ONE-ARCHIVED.
004130      READ DRWFILE NEXT RECORD
004135          AT END
004140              SET WS-AT-EOF TO TRUE
004145              GO TO 3100-EXIT
004150      END-READ.
004155      IF DRWHST-DRAW-COUNT = ZERO
004160          GO TO 3100-EXIT
004170      END-IF.
004180      PERFORM 3200-COMPARE-PAIR THRU 3200-EXIT
004190          VARYING WS-SEQ-IDX FROM 1 BY 1
004200          UNTIL WS-SEQ-IDX > WS-SEQ-COUNT.
004210  3100-EXIT.
004220      EXIT.
004230
004240*----------------------------------------------------------------
004250* 3200-COMPARE-PAIR
004256* PRINTS ONE LINE FOR A PAIR THAT REPEATS OR OVERLAPS - THE
004262* PERIOD RUN IN THE TABLE AGAINST THE EARLIER RUN JUST READ.
004270*----------------------------------------------------------------
004280  3200-COMPARE-PAIR.
004290      MOVE "N" TO WS-EARLIER-SW.
004300      IF DRWHST-RUN-DATE < WS-SEQ-RUN-DATE(WS-SEQ-IDX)
004310          SET WS-ARC-IS-EARLIER TO TRUE
004320      END-IF.
004332      IF DRWHST-RUN-DATE = WS-SEQ-RUN-DATE(WS-SEQ-IDX)
004344         AND DRWHST-BATCH-NO < WS-SEQ-BATCH-NO(WS-SEQ-IDX)
004356          SET WS-ARC-IS-EARLIER TO TRUE
004370      END-IF.
004380      IF NOT WS-ARC-IS-EARLIER
004390         OR WS-SEQ-DRAW-COUNT(WS-SEQ-IDX) = ZERO
004400          GO TO 3200-EXIT
004410      END-IF.
004420      MOVE WS-SEQ-DRAW-COUNT(WS-SEQ-IDX) TO WS-MIN-COUNT.
004430      IF DRWHST-DRAW-COUNT < WS-MIN-COUNT
004440          MOVE DRWHST-DRAW-COUNT TO WS-MIN-COUNT
004450      END-IF.
004460      MOVE ZERO TO WS-SAME-COUNT.
004470      PERFORM 3210-COMPARE-ONE-CALL THRU 3210-EXIT
004480          VARYING WS-POS FROM 1 BY 1
004490          UNTIL WS-POS > WS-MIN-COUNT.
004500      COMPUTE WS-OVERLAP-PCT = WS-SAME-COUNT * 100 / WS-MIN-COUNT.
004510      IF WS-SAME-COUNT = WS-MIN-COUNT
004525         AND DRWHST-DRAW-COUNT = WS-SEQ-DRAW-COUNT(WS-SEQ-IDX)
004540          MOVE "REPEATS  " TO WS-RF-TEXT
004550          MOVE ZERO TO WS-RF-PCT
004560          MOVE SPACE TO WS-RF-PCT-SIGN
004570      ELSE
004580          IF WS-OVERLAP-PCT < WS-OVERLAP-LIMIT
004590              GO TO 3200-EXIT
004600          END-IF
004610          MOVE "OVERLAPS " TO WS-RF-TEXT
004620          MOVE WS-OVERLAP-PCT TO WS-RF-PCT
004630          MOVE "%" TO WS-RF-PCT-SIGN
004640      END-IF.
004650      MOVE WS-SEQ-BATCH-NO(WS-SEQ-IDX) TO WS-RF-BATCH-NO.
004660      MOVE WS-SEQ-RUN-DATE(WS-SEQ-IDX) TO WS-RF-RUN-DATE.
004670      MOVE DRWHST-BATCH-NO TO WS-RF-EARLY-BATCH.
004680      MOVE DRWHST-RUN-DATE TO WS-RF-EARLY-DATE.
004690      WRITE RPT-LINE FROM WS-RPT-FLAG-LINE.
004700      ADD 1 TO WS-FLAGGED-COUNT.
004710  3200-EXIT.
004720      EXIT.
004730
004740*----------------------------------------------------------------
004750* 3210-COMPARE-ONE-CALL
004760*----------------------------------------------------------------
004770  3210-COMPARE-ONE-CALL.
004780      IF WS-SEQ-DRAW-NO(WS-SEQ-IDX, WS-POS)
004790          = DRWHST-DRAW-NO(WS-POS)
004800          ADD 1 TO WS-SAME-COUNT
004810      END-IF.
004820  3210-EXIT.
004830      EXIT.
004840
004850*----------------------------------------------------------------
004860* 4000-WRITE-FREQUENCIES
004870* TEN LINES OF TEN - EACH LINE IS A DECADE OF NUMBERS AND
004880* EACH COLUMN THE UNITS DIGIT ADDED TO IT.
004890*----------------------------------------------------------------
004900  4000-WRITE-FREQUENCIES.
004910      MOVE "HOW OFTEN EACH NUMBER WAS DRAWN IN THE PERIOD"
004920          TO WS-RS-TITLE.
004930      WRITE RPT-LINE FROM WS-RPT-SECTION.
004940      IF WS-PERIOD-RUNS = ZERO
004950          MOVE "  NO RUNS ON DRAWHIST IN THE PERIOD."
004960              TO WS-RN-TEXT
004970          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
004980          GO TO 4000-EXIT
004990      END-IF.
005000      COMPUTE WS-EXPECTED = WS-PERIOD-DRAWS / 100.
005010      MOVE WS-PERIOD-RUNS TO WS-RT-RUNS.
005020      MOVE WS-PERIOD-DRAWS TO WS-RT-DRAWS.
005030      MOVE WS-EXPECTED TO WS-RT-EXPECTED.
005040      WRITE RPT-LINE FROM WS-RPT-TOTAL-LINE.
005050      WRITE RPT-LINE FROM WS-RPT-FRQ-HDR.
005060      PERFORM 4100-WRITE-ONE-DECADE THRU 4100-EXIT
005070          VARYING WS-ROW-NO FROM 0 BY 1
005080          UNTIL WS-ROW-NO > 9.
005090  4000-EXIT.
005100      EXIT.
005110
005120*----------------------------------------------------------------
005130* 4100-WRITE-ONE-DECADE
005140*----------------------------------------------------------------
005150  4100-WRITE-ONE-DECADE.
005160      MOVE SPACES TO WS-RPT-FRQ-LINE.
005170      COMPUTE WS-NUMBER = WS-ROW-NO * 10.
005180      MOVE WS-NUMBER TO WS-RQ-FIRST.
005190      COMPUTE WS-NUMBER = WS-ROW-NO * 10 + 9.
005200      MOVE WS-NUMBER TO WS-RQ-LAST.
005210      MOVE "-" TO WS-RQ-DASH.
005220      PERFORM 4110-EDIT-ONE-COUNT THRU 4110-EXIT
005230          VARYING WS-COL-NO FROM 1 BY 1
005240          UNTIL WS-COL-NO > 10.
005250      WRITE RPT-LINE FROM WS-RPT-FRQ-LINE.
005260  4100-EXIT.
005270      EXIT.
005280
005290*----------------------------------------------------------------
005300* 4110-EDIT-ONE-COUNT
005310*----------------------------------------------------------------
005320  4110-EDIT-ONE-COUNT.
005330      COMPUTE WS-FRQ-SUB = WS-ROW-NO * 10 + WS-COL-NO.
005340      MOVE WS-FRQ-COUNT(WS-FRQ-SUB) TO WS-RQ-COUNT(WS-COL-NO).
005350  4110-EXIT.
005360      EXIT.
005370
005380*----------------------------------------------------------------
005390* 5000-WRITE-NEVER-DRAWN
005400* LISTS, TWENTY TO A LINE, EVERY NUMBER NOT CALLED ONCE IN
005410* THE PERIOD.
005420*----------------------------------------------------------------
005430  5000-WRITE-NEVER-DRAWN.
005440      IF WS-PERIOD-RUNS = ZERO
005450          GO TO 5000-EXIT
005460      END-IF.
005470      MOVE "NUMBERS NEVER DRAWN IN THE PERIOD" TO WS-RS-TITLE.
005480      WRITE RPT-LINE FROM WS-RPT-SECTION.
005490      MOVE SPACES TO WS-RPT-NEVER-LINE.
005500      MOVE ZERO TO WS-NV-SLOT.
005510      PERFORM 5100-CHECK-ONE-NUMBER THRU 5100-EXIT
005520          VARYING WS-FRQ-SUB FROM 1 BY 1
005530          UNTIL WS-FRQ-SUB > 100.
005540      IF WS-NV-SLOT > ZERO
005550          WRITE RPT-LINE FROM WS-RPT-NEVER-LINE
005560      END-IF.
005570      IF WS-NEVER-COUNT = ZERO
005580          MOVE "  NONE - EVERY NUMBER 0-99 WAS DRAWN."
005590              TO WS-RN-TEXT
005600          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
005610      END-IF.
005620  5000-EXIT.
005630      EXIT.
005640
005650*----------------------------------------------------------------
005660* 5100-CHECK-ONE-NUMBER
005670*----------------------------------------------------------------
005680  5100-CHECK-ONE-NUMBER.
005690      IF WS-FRQ-COUNT(WS-FRQ-SUB) NOT = ZERO
005700          GO TO 5100-EXIT
005710      END-IF.
005720      ADD 1 TO WS-NEVER-COUNT.
005730      ADD 1 TO WS-NV-SLOT.
005740      COMPUTE WS-RV-NUMBER(WS-NV-SLOT) = WS-FRQ-SUB - 1.
005750      IF WS-NV-SLOT NOT < 20
005760          WRITE RPT-LINE FROM WS-RPT-NEVER-LINE
005770          MOVE SPACES TO WS-RPT-NEVER-LINE
005780          MOVE ZERO TO WS-NV-SLOT
005790      END-IF.
005800  5100-EXIT.
005810      EXIT.
005820
005830*----------------------------------------------------------------
005840* 6000-WRITE-TRAILER
005850*----------------------------------------------------------------
005860  6000-WRITE-TRAILER.
005870      MOVE WS-SEQS-READ TO WS-RX-READ.
005880      MOVE WS-PERIOD-RUNS TO WS-RX-PERIOD.
005890      MOVE WS-FLAGGED-COUNT TO WS-RX-FLAGGED.
005900      WRITE RPT-LINE FROM WS-RPT-TRAILER.
005910      IF WS-TABLE-RAN-SHORT
005920          WRITE RPT-LINE FROM WS-RPT-SHORT-LINE
005930          MOVE 4 TO RETURN-CODE
005940      END-IF.
005950      IF WS-FLAGGED-COUNT > ZERO
005960          DISPLAY "DRWINTG: " WS-FLAGGED-COUNT " DRAW SEQUENCES "
005970              "REPEAT OR OVERLAP AN EARLIER BATCH'S - SEE DRWRPT."
005980          MOVE 8 TO RETURN-CODE
005990      END-IF.
006000  6000-EXIT.
006010      EXIT.
006020
006030*----------------------------------------------------------------
006040* 9999-TERMINATE
006050*----------------------------------------------------------------
006060  9999-TERMINATE.
006070      IF RETURN-CODE = 16
006080          GO TO 9999-EXIT
006090      END-IF.
006100      CLOSE DRWFILE.
006110      CLOSE RPTFILE.
006120  9999-EXIT.
006130      EXIT.
