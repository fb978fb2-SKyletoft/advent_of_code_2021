000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : BNGSIM
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - WHAT-IF SIMULATION OF A
000230*            JH   CANDIDATE DECK FOR THE PROMOTIONS DESK, RUN
000240*            JH   BEFORE A BATCH'S GAME TYPE AND PRIZE BUDGET ARE
000250*            JH   SETTLED. THE DECK IS PLAYED AGAINST ITS DRAW
000260*            JH   LINE (OR ONE SUPPLIED ON SIMDRAW) UNDER ALL
000270*            JH   THREE WIN PATTERNS AT ONCE - ROW/COLUMN, FOUR
000280*            JH   CORNERS AND BLACKOUT - AND THE WINNING DRAW,
000290*            JH   THE WINNERS ON IT AND THE PAYOUT EXPOSURE FROM
000300*            JH   THE PRZSCHED BANDS ARE PRINTED SIDE BY SIDE ON
000310*            JH   SIMRPT. NOTHING IS WRITTEN ANYWHERE ELSE - NO
000320*            JH   RESULTS, WINNERS, HISTORY, CONTROL, STATUS OR
000330*            JH   AUDIT FILE IS OPENED FOR OUTPUT.
000340*----------------------------------------------------------------
000350* RETURN CODES
000360*   00 - DECK SIMULATED
000370*   04 - DECK SIMULATED, BUT BOARDS FAILED THE CARD EDIT AND
000380*        WERE NOT PLAYED, OR A PATTERN HAS NO PRIZE SCHEDULE
000390*   08 - DRAW LINE UNUSABLE, DECK PAST CAPACITY OR NO BOARD
000400*        PLAYABLE - NOTHING SIMULATED
000410*   16 - A FILE COULD NOT BE OPENED
000420*----------------------------------------------------------------
000430  PROGRAM-ID. BNGSIM.
000440  AUTHOR. J HENDRICKS.
000450  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000460  DATE-WRITTEN. 10/15/2026.
000470  DATE-COMPILED.
000480
000490  ENVIRONMENT DIVISION.
000500  INPUT-OUTPUT SECTION.
000510  FILE-CONTROL.
000520*----------------------------------------------------------------
000530* SIMDECK - THE CANDIDATE DECK IN BINGODAT FORMAT: DRAW NUMBERS
000540* ON THE FIRST LINE, THEN BLANK-LINE-SEPARATED 5X5 BOARDS. A
000550* "BOARD NNNNN" MARKER AHEAD OF A BOARD (AS ON AN EDITED DECK)
000560* GIVES ITS DECK POSITION; A LEADING "BATCH NNNN" MARKER IS
000570* PASSED OVER AND THE NEXT ONE ENDS THE DECK.
000580*----------------------------------------------------------------
000590      SELECT DECKFILE ASSIGN TO "SIMDECK"
000600          ORGANIZATION IS LINE SEQUENTIAL
000610          FILE STATUS IS WS-DECK-STATUS.
000620*----------------------------------------------------------------
000630* SIMDRAW - OPTIONAL DRAW LINE TO PLAY IN PLACE OF THE DECK'S
000640* OWN, COMMA-SEPARATED ON ONE LINE. EMPTY (DD DUMMY) PLAYS THE
000650* DECK'S DRAW LINE.
000660*----------------------------------------------------------------
000670      SELECT SDRWFILE ASSIGN TO "SIMDRAW"
000680          ORGANIZATION IS LINE SEQUENTIAL
000690          FILE STATUS IS WS-SDRW-STATUS.
000700*----------------------------------------------------------------
000710* PRZSCHED - PRIZE-TIER SCHEDULE, KEYED BY GAME TYPE AND FIRST
000720* RANK OF THE BAND. READ ONLY, FROM A STARTED POSITION, TO
000730* LOAD EACH PATTERN'S BANDS.
000740*----------------------------------------------------------------
000750      SELECT SCHFILE ASSIGN TO "PRZSCHED"
000760          ORGANIZATION IS INDEXED
000770          ACCESS MODE IS DYNAMIC
000780          RECORD KEY IS PRZSCH-KEY
000790          FILE STATUS IS WS-SCH-STATUS.
000800*----------------------------------------------------------------
000810* SIMRPT - PRINT-IMAGE SIMULATION REPORT.
000820*----------------------------------------------------------------
000830      SELECT RPTFILE ASSIGN TO "SIMRPT"
000840          ORGANIZATION IS SEQUENTIAL
000850          FILE STATUS IS WS-RPTFILE-STATUS.
000860
000870  DATA DIVISION.
000880  FILE SECTION.
000890  FD  DECKFILE.
000900  01  DECK-LINE                     PIC X(1600).
000910
000920  FD  SDRWFILE.
000930  01  SDRW-LINE                     PIC X(1600).
000940
000950  FD  SCHFILE.
000960  COPY PRZSCH.
000970
000980  FD  RPTFILE
000990      RECORDING MODE IS F.
001000  01  RPT-LINE                      PIC X(80).
001010
001020  WORKING-STORAGE SECTION.
001030*----------------------------------------------------------------
001040* FILE STATUS AND SWITCHES
001050*----------------------------------------------------------------
001060  77  WS-DECK-STATUS               PIC X(02).
001070  77  WS-SDRW-STATUS               PIC X(02).
001080  77  WS-SCH-STATUS                PIC X(02).
001090  77  WS-RPTFILE-STATUS            PIC X(02).
001100  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001110      88  WS-AT-EOF                          VALUE "Y".
001120  77  WS-SCH-EOF-SW                PIC X(01) VALUE "N".
001130      88  WS-SCH-AT-EOF                      VALUE "Y".
001140  77  WS-NO-SCHEDULE-SW            PIC X(01) VALUE "N".
001150      88  WS-NO-SCHEDULE-FILE                VALUE "Y".
001160  77  WS-DRAWS-STATUS              PIC X(01) VALUE "N".
001170      88  WS-DRAWS-VALID                     VALUE "Y".
001180  77  WS-DECK-REJECT-SW            PIC X(01) VALUE "N".
001190      88  WS-DECK-REJECTED                   VALUE "Y".
001200  77  WS-BOARD-STATUS              PIC X(01) VALUE "Y".
001210      88  WS-BOARD-CLEAN                     VALUE "Y".
001220      88  WS-BOARD-REJECTED                  VALUE "N".
001230  77  WS-BOARD-END-SW              PIC X(01) VALUE "N".
001240      88  WS-BOARD-ENDED                     VALUE "Y".
001250  77  WS-TOKEN-STATUS              PIC X(01) VALUE "Y".
001260      88  WS-TOKEN-VALID                     VALUE "Y".
001270      88  WS-TOKEN-INVALID                   VALUE "N".
001280  77  WS-SPACE-SEEN-SW             PIC X(01) VALUE "N".
001290      88  WS-SPACE-SEEN                      VALUE "Y".
001300  77  WS-THIS-BOARD-WINS           PIC X(01) VALUE "N".
001310      88  WS-THIS-ONE-WINS                   VALUE "Y".
001320  77  WS-MATCH-SW                  PIC X(01) VALUE "N".
001330      88  WS-MATCH-FOUND                     VALUE "Y".
001340*----------------------------------------------------------------
001350* RUN DATE, DRAW SOURCE AND DECK COUNTS
001360*----------------------------------------------------------------
001370  77  WS-NOW-DATE                  PIC 9(8) VALUE ZERO.
001380  77  WS-DRAW-SOURCE               PIC X(16) VALUE
001390              "DECK DRAW LINE  ".
001400  77  WS-DECK-BOARDS               PIC 9(5) COMP VALUE ZERO.
001410  77  WS-NOT-PLAYED                PIC 9(5) COMP VALUE ZERO.
001420  77  WS-BOARD-NO                  PIC 9(5) VALUE ZERO.
001430  77  WS-REASON-TEXT               PIC X(40) VALUE SPACES.
001440*----------------------------------------------------------------
001450* LINE-PARSING WORK FIELDS - THE TOKEN EDIT IS THE ONE THE
001460* FRONT-END EDIT STEP APPLIES
001470*----------------------------------------------------------------
001480  77  WS-PARSE-LINE                PIC X(1600).
001490  77  WS-DECK-DRAW-LINE            PIC X(1600).
001500  77  WS-PARSE-PTR                 PIC 9(4) COMP.
001510  77  WS-PARSE-TOKEN               PIC X(04).
001520  77  WS-TOKEN-VALUE               PIC 9(4) COMP VALUE ZERO.
001530  77  WS-DIGIT-COUNT               PIC 9(2) COMP VALUE ZERO.
001540  77  WS-DIGIT-VAL                 PIC 9(1) VALUE ZERO.
001550  77  WS-CHAR-IDX                  PIC 9(2) COMP VALUE ZERO.
001560  77  WS-ROW-NO                    PIC 9(1) COMP VALUE ZERO.
001570  77  WS-COL-NO                    PIC 9(1) COMP VALUE ZERO.
001580  77  WS-CELL-SUB                  PIC 9(2) COMP VALUE ZERO.
001590  77  WS-SEEN-SUB                  PIC 9(3) COMP VALUE ZERO.
001600  01  WS-SEEN-TABLE.
001610      05  WS-SEEN-FLAG OCCURS 100 TIMES.
001620          10  WS-SEEN-BYTE           PIC X(01).
001630              88  WS-NUMBER-SEEN               VALUE "Y".
001640*----------------------------------------------------------------
001650* DRAW-NUMBER TABLE - THE NUMBERS CALLED, IN ORDER, TO THE
001660* SAME 500-DRAW CAPACITY AS THE SCORING STEP
001670*----------------------------------------------------------------
001680  77  WS-DRAW-COUNT                PIC 9(3) COMP VALUE ZERO.
001690  77  WS-DRAW-SEQ                  PIC 9(3) COMP VALUE ZERO.
001700  77  WS-CURRENT-DRAW              PIC 9(2) VALUE ZERO.
001710  01  WS-DRAW-TABLE.
001720      05  WS-DRAW-ENTRY OCCURS 500 TIMES
001730                        INDEXED BY WS-DRAW-IDX.
001740          10  WS-DRAW-NO             PIC 9(2).
001750*----------------------------------------------------------------
001760* BOARD TABLE - UP TO 5000 BOARDS, THE SCORING STEP'S DECK
001770* CAPACITY. EACH BOARD CARRIES ONE WON FLAG PER PATTERN, SO
001780* ONE PASS OF THE DRAWS PLAYS ALL THREE GAMES AT ONCE.
001790*----------------------------------------------------------------
001800  77  WS-BOARD-COUNT               PIC 9(5) COMP VALUE ZERO.
001810  77  WS-OPEN-WINS                 PIC 9(5) COMP VALUE ZERO.
001820  01  WS-BOARD-TABLE.
001830      05  WS-BOARD-ENTRY OCCURS 5000 TIMES
001840                         INDEXED BY WS-BOARD-IDX.
001850          10  WS-BOARD-WON           PIC X(01) OCCURS 3 TIMES.
001860              88  WS-BOARD-HAS-WON             VALUE "Y".
001870          10  WS-CELL-ENTRY OCCURS 25 TIMES
001880                            INDEXED BY WS-CELL-IDX.
001890              15  WS-CELL-VALUE        PIC 9(2).
001900              15  WS-CELL-MARKED       PIC X(01).
001910                  88  WS-CELL-IS-MARKED         VALUE "Y".
001920  77  WS-LINE-MARK-COUNT           PIC 9(2) COMP VALUE ZERO.
001930*----------------------------------------------------------------
001940* ONE ENTRY PER WIN PATTERN, IN REPORT ORDER: R = ANY ROW OR
001950* COLUMN, C = FOUR CORNERS, B = BLACKOUT. THE WINNING DRAW IS
001960* THE FIRST ON WHICH ANY BOARD COMPLETES THE PATTERN.
001970*----------------------------------------------------------------
001980  77  WS-PAT-SUB                   PIC 9(1) COMP VALUE ZERO.
001990  01  WS-PAT-CODE-DATA             PIC X(03) VALUE "RCB".
002000  01  WS-PAT-CODE-TABLE REDEFINES WS-PAT-CODE-DATA.
002010      05  WS-PAT-CODE              PIC X(01) OCCURS 3 TIMES.
002020  01  WS-PAT-TABLE.
002030      05  WS-PAT-ENTRY OCCURS 3 TIMES.
002040          10  WS-PT-WIN-SEQ          PIC 9(3) COMP.
002050          10  WS-PT-WIN-NO           PIC 9(2).
002060          10  WS-PT-FIRST-COUNT      PIC 9(5) COMP.
002070          10  WS-PT-FINISHED         PIC 9(5) COMP.
002080          10  WS-PT-NO-BAND          PIC 9(5) COMP.
002090          10  WS-PT-PAY-FIRST        PIC 9(7)V99.
002100          10  WS-PT-PAY-ALL          PIC 9(11)V99.
002110*----------------------------------------------------------------
002120* PRIZE BANDS PER PATTERN, LOADED FROM PRZSCHED - 50 BANDS A
002130* GAME TYPE, THE SAME LIMIT THE EXTRACT STEP APPLIES. A PATTERN
002140* WITH NO BANDS IS REPORTED AS HAVING NO SCHEDULE.
002150*----------------------------------------------------------------
002160  77  WS-SCH-SUB                   PIC 9(3) COMP VALUE ZERO.
002170  77  WS-RANK-NO                   PIC 9(5) COMP VALUE ZERO.
002180  01  WS-SCH-TABLE.
002190      05  WS-SCH-PATTERN OCCURS 3 TIMES.
002200          10  WS-SCH-COUNT           PIC 9(3) COMP.
002210          10  WS-SCH-ENTRY OCCURS 50 TIMES.
002220              15  WS-SCH-RANK-FROM     PIC 9(5).
002230              15  WS-SCH-RANK-TO       PIC 9(5).
002240              15  WS-SCH-AMOUNT        PIC 9(7)V99.
002250*----------------------------------------------------------------
002260* SIMRPT REPORT LINE LAYOUTS. THE BODY IS ONE LINE PER FIGURE
002270* WITH A COLUMN PER PATTERN.
002280*----------------------------------------------------------------
002290  01  WS-RPT-HDR.
002300      05  FILLER                    PIC X(32) VALUE
002310              "DEC-4 BINGO WHAT-IF SIMULATION  ".
002320      05  FILLER                    PIC X(28) VALUE
002330              "*** NO FILES UPDATED ***    ".
002340      05  FILLER                    PIC X(09) VALUE "RUN DATE ".
002350      05  WS-RH-DATE                PIC 9(08).
002360      05  FILLER                    PIC X(03) VALUE SPACES.
002370  01  WS-RPT-BLANK                  PIC X(80) VALUE SPACES.
002380  01  WS-RPT-SKIP-LINE.
002390      05  FILLER                    PIC X(06) VALUE "BOARD ".
002400      05  WS-RK-BOARD-NO            PIC ZZZZ9.
002410      05  FILLER                    PIC X(15) VALUE
002420              "  NOT PLAYED - ".
002430      05  WS-RK-REASON              PIC X(40).
002440      05  FILLER                    PIC X(14) VALUE SPACES.
002450  01  WS-RPT-DECK-LINE.
002460      05  FILLER                    PIC X(12) VALUE
002470              "DECK BOARDS ".
002480      05  WS-RD-BOARDS              PIC ZZZZ9.
002490      05  FILLER                    PIC X(09) VALUE "  PLAYED ".
002500      05  WS-RD-PLAYED              PIC ZZZZ9.
002510      05  FILLER                    PIC X(13) VALUE
002520              "  NOT PLAYED ".
002530      05  WS-RD-NOT-PLAYED          PIC ZZZZ9.
002540      05  FILLER                    PIC X(08) VALUE "  DRAWS ".
002550      05  WS-RD-DRAWS               PIC ZZ9.
002560      05  FILLER                    PIC X(04) VALUE " ON ".
002570      05  WS-RD-SOURCE              PIC X(16).
002580  01  WS-RPT-NOSIM-LINE.
002590      05  FILLER                    PIC X(20) VALUE
002600              "DECK NOT SIMULATED -".
002610      05  FILLER                    PIC X(01) VALUE SPACE.
002620      05  WS-RN-REASON              PIC X(40).
002630      05  FILLER                    PIC X(19) VALUE SPACES.
002640  01  WS-RPT-ROW.
002650      05  WS-RR-LABEL               PIC X(26).
002660      05  WS-RR-COL OCCURS 3 TIMES.
002670          10  FILLER                PIC X(02).
002680          10  WS-RR-VALUE           PIC X(16).
002690  77  WS-EDIT-COUNT                PIC Z(15)9.
002700  77  WS-EDIT-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
002710
002720  PROCEDURE DIVISION.
002730*----------------------------------------------------------------
002740* 0000-MAINLINE
002750* LOADS THE DRAWS, THE BOARDS AND THE PRIZE BANDS, PLAYS EVERY
002760* DRAW ONCE AGAINST ALL THREE PATTERNS, PRICES EACH PATTERN'S
002770* FINISHERS AND PRINTS THE COMPARISON.
002780*----------------------------------------------------------------
002790  0000-MAINLINE.
002800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002810      IF RETURN-CODE = 16
002820          GO TO 0000-EXIT
002830      END-IF.
002840      PERFORM 1200-LOAD-DRAWS THRU 1200-EXIT.
002850      IF NOT WS-DRAWS-VALID
002860          GO TO 0000-NOT-SIMULATED
002870      END-IF.
002880      PERFORM 1300-LOAD-ONE-BOARD THRU 1300-EXIT
002890          UNTIL WS-AT-EOF
002900             OR WS-DECK-REJECTED.
002910      IF WS-DECK-REJECTED
002920          GO TO 0000-NOT-SIMULATED
002930      END-IF.
002940      IF WS-BOARD-COUNT = ZERO
002950          MOVE "NO BOARD IN THE DECK IS PLAYABLE"
002960              TO WS-REASON-TEXT
002970          GO TO 0000-NOT-SIMULATED
002980      END-IF.
002990      PERFORM 1500-LOAD-PRIZE-BANDS THRU 1500-EXIT
003000          VARYING WS-PAT-SUB FROM 1 BY 1
003010          UNTIL WS-PAT-SUB > 3.
003020      COMPUTE WS-OPEN-WINS = WS-BOARD-COUNT * 3.
003030      PERFORM 2000-PLAY-ONE-DRAW THRU 2000-EXIT
003040          VARYING WS-DRAW-IDX FROM 1 BY 1
003050          UNTIL WS-DRAW-IDX > WS-DRAW-COUNT
003060             OR WS-OPEN-WINS = ZERO.
003070      PERFORM 3000-PRICE-ONE-PATTERN THRU 3000-EXIT
003080          VARYING WS-PAT-SUB FROM 1 BY 1
003090          UNTIL WS-PAT-SUB > 3.
003100      PERFORM 8000-WRITE-REPORT THRU 8000-EXIT.
003110      GO TO 0000-EXIT.
003120  0000-NOT-SIMULATED.
003130      MOVE WS-REASON-TEXT TO WS-RN-REASON.
003140      WRITE RPT-LINE FROM WS-RPT-NOSIM-LINE.
003150      DISPLAY "BNGSIM: DECK NOT SIMULATED - " WS-REASON-TEXT.
003160      MOVE 8 TO RETURN-CODE.
003170  0000-EXIT.
003180      PERFORM 9999-TERMINATE THRU 9999-EXIT.
003190      STOP RUN.
003200
003210*----------------------------------------------------------------
003220* 1000-INITIALIZE
003230* OPENS THE DECK AND THE REPORT. WITHOUT A PRIZE SCHEDULE THE
003240* DECK STILL PLAYS AND THE EXPOSURE IS SHOWN AS NO SCHEDULE.
003250*----------------------------------------------------------------
003260  1000-INITIALIZE.
003270      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
003280      OPEN INPUT DECKFILE.
003290      IF WS-DECK-STATUS NOT = "00"
003300          DISPLAY "BNGSIM: SIMDECK NOT AVAILABLE - RUN ENDED."
003310          MOVE 16 TO RETURN-CODE
003320          GO TO 1000-EXIT
003330      END-IF.
003340      OPEN OUTPUT RPTFILE.
003350      IF WS-RPTFILE-STATUS NOT = "00"
003360          DISPLAY "BNGSIM: SIMRPT NOT AVAILABLE - RUN ENDED."
003370          MOVE 16 TO RETURN-CODE
003380          CLOSE DECKFILE
003390          GO TO 1000-EXIT
003400      END-IF.
003410      OPEN INPUT SCHFILE.
003420      IF WS-SCH-STATUS NOT = "00"
003430          DISPLAY "BNGSIM: PRZSCHED NOT AVAILABLE - EXPOSURE NOT "
003440              "PRICED."
003450          SET WS-NO-SCHEDULE-FILE TO TRUE
003460      END-IF.
003470      MOVE WS-NOW-DATE TO WS-RH-DATE.
003480      WRITE RPT-LINE FROM WS-RPT-HDR.
003490      WRITE RPT-LINE FROM WS-RPT-BLANK.
003500  1000-EXIT.
003510      EXIT.
003520
003530*----------------------------------------------------------------
003540* 1100-READ-LINE
003550*----------------------------------------------------------------
003560  1100-READ-LINE.
003570      READ DECKFILE INTO WS-PARSE-LINE
003580          AT END
003590              SET WS-AT-EOF TO TRUE
003600      END-READ.
003610  1100-EXIT.
003620      EXIT.
003630
003640*----------------------------------------------------------------
003650* 1200-LOAD-DRAWS
003660* THE DECK'S FIRST LINE (AFTER ANY LEADING BATCH MARKER) IS
003670* ITS DRAW LINE. A DRAW LINE ON SIMDRAW IS PLAYED INSTEAD. THE
003680* LINE GETS THE FRONT-END EDIT'S DRAW CHECKS - NUMBERS 0-99,
003690* NO REPEATS, AT MOST 500, NOT FILLING THE RECORD.
003700*----------------------------------------------------------------
003710  1200-LOAD-DRAWS.
003720      MOVE "N" TO WS-DRAWS-STATUS.
003730      PERFORM 1100-READ-LINE THRU 1100-EXIT.
003740      IF NOT WS-AT-EOF
003750         AND WS-PARSE-LINE(1:6) = "BATCH "
003760          PERFORM 1100-READ-LINE THRU 1100-EXIT
003770      END-IF.
003780      IF WS-AT-EOF
003790          MOVE "DECK IS EMPTY" TO WS-REASON-TEXT
003800          GO TO 1200-EXIT
003810      END-IF.
003820      MOVE WS-PARSE-LINE TO WS-DECK-DRAW-LINE.
003830      OPEN INPUT SDRWFILE.
003840      IF WS-SDRW-STATUS = "00"
003850          READ SDRWFILE
003860              AT END
003870                  CONTINUE
003880              NOT AT END
003890                  IF SDRW-LINE NOT = SPACES
003900                      MOVE SDRW-LINE TO WS-PARSE-LINE
003910                      MOVE "SIMDRAW LINE" TO WS-DRAW-SOURCE
003920                  END-IF
003930          END-READ
003940          CLOSE SDRWFILE
003950      END-IF.
003960      IF WS-PARSE-LINE = SPACES
003970          MOVE "DRAW LINE MISSING OR EMPTY" TO WS-REASON-TEXT
003980          GO TO 1200-EXIT
003990      END-IF.
004000      IF WS-PARSE-LINE(LENGTH OF WS-PARSE-LINE:1) NOT = SPACE
004010          MOVE "DRAW LINE FILLS THE RECORD - TRUNCATED?"
004020              TO WS-REASON-TEXT
004030          GO TO 1200-EXIT
004040      END-IF.
004050      MOVE 1 TO WS-PARSE-PTR.
004060      MOVE SPACES TO WS-SEEN-TABLE.
004070      MOVE ZERO TO WS-DRAW-COUNT.
004080      SET WS-DRAWS-VALID TO TRUE.
004090      PERFORM 1210-LOAD-ONE-DRAW THRU 1210-EXIT
004100          UNTIL NOT WS-DRAWS-VALID
004110             OR WS-PARSE-PTR > LENGTH OF WS-PARSE-LINE
004120             OR WS-PARSE-LINE(WS-PARSE-PTR:1) = SPACE.
004130      IF WS-DRAWS-VALID AND WS-DRAW-COUNT = ZERO
004140          MOVE "N" TO WS-DRAWS-STATUS
004150          MOVE "DRAW LINE MISSING OR EMPTY" TO WS-REASON-TEXT
004160      END-IF.
004170*----------------------------------------------------------------
004180* THE DECK'S OWN DRAW LINE IS PUT BACK AS THE CURRENT LINE SO
004190* THE BOARD LOAD SKIPS PAST IT AS IT WOULD IN THE SCORING STEP.
004200*----------------------------------------------------------------
004210      MOVE WS-DECK-DRAW-LINE TO WS-PARSE-LINE.
004220  1200-EXIT.
004230      EXIT.
004240
004250*----------------------------------------------------------------
004260* 1210-LOAD-ONE-DRAW
004270*----------------------------------------------------------------
004280  1210-LOAD-ONE-DRAW.
004290      UNSTRING WS-PARSE-LINE DELIMITED BY ","
004300          INTO WS-PARSE-TOKEN
004310          WITH POINTER WS-PARSE-PTR
004320      END-UNSTRING.
004330      PERFORM 7000-VALIDATE-TOKEN THRU 7000-EXIT.
004340      IF WS-TOKEN-INVALID
004350          MOVE "N" TO WS-DRAWS-STATUS
004360          MOVE "DRAW TOKEN NOT NUMERIC OR OUT OF RANGE"
004370              TO WS-REASON-TEXT
004380          GO TO 1210-EXIT
004390      END-IF.
004400      IF WS-DRAW-COUNT NOT < 500
004410          MOVE "N" TO WS-DRAWS-STATUS
004420          MOVE "MORE THAN 500 DRAW NUMBERS" TO WS-REASON-TEXT
004430          GO TO 1210-EXIT
004440      END-IF.
004450      COMPUTE WS-SEEN-SUB = WS-TOKEN-VALUE + 1.
004460      IF WS-NUMBER-SEEN(WS-SEEN-SUB)
004470          MOVE "N" TO WS-DRAWS-STATUS
004480          MOVE "DUPLICATE DRAW NUMBER" TO WS-REASON-TEXT
004490          GO TO 1210-EXIT
004500      END-IF.
004510      SET WS-NUMBER-SEEN(WS-SEEN-SUB) TO TRUE.
004520      ADD 1 TO WS-DRAW-COUNT.
004530      SET WS-DRAW-IDX TO WS-DRAW-COUNT.
004540      MOVE WS-TOKEN-VALUE TO WS-DRAW-NO(WS-DRAW-IDX).
004550  1210-EXIT.
004560      EXIT.
004570
004580*----------------------------------------------------------------
004590* 1300-LOAD-ONE-BOARD
004600* SKIPS TO THE NEXT BOARD, NOTES ITS "BOARD NNNNN" MARKER WHEN
004610* ONE IS PRESENT, AND LOADS AND EDITS ITS FIVE ROWS. A BOARD
004620* THAT FAILS (SHORT, A ROW NOT FIVE CELLS, A CELL NOT 0-99) IS
004630* LISTED AND NOT PLAYED. A DECK PAST 5000 BOARDS IS NOT
004640* SIMULATED AT ALL, AS THE SCORING STEP WOULD NOT PLAY IT.
004650*----------------------------------------------------------------
004660  1300-LOAD-ONE-BOARD.
004670      PERFORM 1310-SKIP-BLANK-LINE THRU 1310-EXIT.
004680      IF WS-AT-EOF
004690          GO TO 1300-EXIT
004700      END-IF.
004710      IF WS-PARSE-LINE(1:6) = "BATCH "
004720          SET WS-AT-EOF TO TRUE
004730          GO TO 1300-EXIT
004740      END-IF.
004750      ADD 1 TO WS-DECK-BOARDS.
004760      MOVE WS-DECK-BOARDS TO WS-BOARD-NO.
004770      IF WS-PARSE-LINE(1:6) = "BOARD "
004780          IF WS-PARSE-LINE(7:5) NUMERIC
004790              MOVE WS-PARSE-LINE(7:5) TO WS-BOARD-NO
004800          END-IF
004810          PERFORM 1100-READ-LINE THRU 1100-EXIT
004820          IF WS-AT-EOF OR WS-PARSE-LINE = SPACES
004830              SET WS-BOARD-ENDED TO TRUE
004840              MOVE "BOARD HOLDS FEWER THAN FIVE ROWS"
004850                  TO WS-REASON-TEXT
004860              PERFORM 1390-LIST-NOT-PLAYED THRU 1390-EXIT
004870              GO TO 1300-EXIT
004880          END-IF
004890      END-IF.
004900      IF WS-BOARD-COUNT NOT < 5000
004910          MOVE "DECK PAST THE 5000-BOARD CAPACITY"
004920              TO WS-REASON-TEXT
004930          SET WS-DECK-REJECTED TO TRUE
004940          GO TO 1300-EXIT
004950      END-IF.
004960      ADD 1 TO WS-BOARD-COUNT.
004970      SET WS-BOARD-IDX TO WS-BOARD-COUNT.
004980      MOVE "NNN" TO WS-BOARD-ENTRY(WS-BOARD-IDX)(1:3).
004990      SET WS-BOARD-CLEAN TO TRUE.
005000      MOVE 1 TO WS-ROW-NO.
005010      PERFORM 1320-EDIT-ONE-ROW THRU 1320-EXIT.
005020      PERFORM 1330-READ-NEXT-ROW THRU 1330-EXIT
005030          VARYING WS-ROW-NO FROM 2 BY 1
005040          UNTIL WS-ROW-NO > 5
005050             OR WS-BOARD-ENDED.
005060      IF WS-BOARD-REJECTED
005070          SUBTRACT 1 FROM WS-BOARD-COUNT
005080          PERFORM 1390-LIST-NOT-PLAYED THRU 1390-EXIT
005090      END-IF.
005100  1300-EXIT.
005110      EXIT.
005120
005130*----------------------------------------------------------------
005140* 1310-SKIP-BLANK-LINE
005150* THE CURRENT LINE IS THE PRIOR BOARD'S LAST ROW (OR THE DRAW
005160* LINE), SO THE FIRST READ IS UNCONDITIONAL - UNLESS THE PRIOR
005170* BOARD RAN SHORT AND ALREADY STOPPED ON THE SEPARATOR BLANK.
005180*----------------------------------------------------------------
005190  1310-SKIP-BLANK-LINE.
005200      IF WS-BOARD-ENDED
005210          MOVE "N" TO WS-BOARD-END-SW
005220      ELSE
005230          PERFORM 1100-READ-LINE THRU 1100-EXIT
005240      END-IF.
005250      PERFORM 1100-READ-LINE THRU 1100-EXIT
005260          UNTIL WS-AT-EOF
005270             OR WS-PARSE-LINE NOT = SPACES.
005280  1310-EXIT.
005290      EXIT.
005300
005310*----------------------------------------------------------------
005320* 1320-EDIT-ONE-ROW
005330* ROW WS-ROW-NO OF THE CURRENT BOARD IS IN WS-PARSE-LINE.
005340*----------------------------------------------------------------
005350  1320-EDIT-ONE-ROW.
005360      MOVE 1 TO WS-PARSE-PTR.
005370      PERFORM 1340-EDIT-ONE-CELL THRU 1340-EXIT
005380          VARYING WS-COL-NO FROM 1 BY 1
005390          UNTIL WS-COL-NO > 5
005400             OR WS-BOARD-REJECTED.
005410      IF WS-BOARD-CLEAN
005420         AND WS-PARSE-PTR NOT > LENGTH OF WS-PARSE-LINE
005430         AND WS-PARSE-LINE(WS-PARSE-PTR:) NOT = SPACES
005440          MOVE "ROW DOES NOT HOLD EXACTLY FIVE CELLS"
005450              TO WS-REASON-TEXT
005460          SET WS-BOARD-REJECTED TO TRUE
005470      END-IF.
005480  1320-EXIT.
005490      EXIT.
005500
005510*----------------------------------------------------------------
005520* 1330-READ-NEXT-ROW
005530* EVERY ROW IS READ EVEN ONCE THE BOARD HAS FAILED, SO THE
005540* NEXT BOARD STARTS IN THE RIGHT PLACE. A BLANK LINE OR A
005550* MARKER HERE MEANS THE BOARD RAN SHORT; THE BOARD ENDS ON IT
005560* SO THE NEXT BOARD STILL LOADS WHOLE.
005570*----------------------------------------------------------------
005580  1330-READ-NEXT-ROW.
005590      PERFORM 1100-READ-LINE THRU 1100-EXIT.
005600      IF WS-AT-EOF
005610         OR WS-PARSE-LINE = SPACES
005620         OR WS-PARSE-LINE(1:6) = "BATCH "
005630         OR WS-PARSE-LINE(1:6) = "BOARD "
005640          SET WS-BOARD-ENDED TO TRUE
005650          IF WS-BOARD-CLEAN
005660              MOVE "BOARD HOLDS FEWER THAN FIVE ROWS"
005670                  TO WS-REASON-TEXT
005680              SET WS-BOARD-REJECTED TO TRUE
005690          END-IF
005700          GO TO 1330-EXIT
005710      END-IF.
005720      IF WS-BOARD-CLEAN
005730          PERFORM 1320-EDIT-ONE-ROW THRU 1320-EXIT
005740      END-IF.
005750  1330-EXIT.
005760      EXIT.
005770
005780*----------------------------------------------------------------
005790* 1340-EDIT-ONE-CELL
005800*----------------------------------------------------------------
005810  1340-EDIT-ONE-CELL.
005820      PERFORM 1350-SKIP-LEADING-SPACE THRU 1350-EXIT
005830          UNTIL WS-PARSE-PTR > LENGTH OF WS-PARSE-LINE
005840             OR WS-PARSE-LINE(WS-PARSE-PTR:1) NOT = SPACE.
005850      IF WS-PARSE-PTR > LENGTH OF WS-PARSE-LINE
005860          MOVE "ROW DOES NOT HOLD EXACTLY FIVE CELLS"
005870              TO WS-REASON-TEXT
005880          SET WS-BOARD-REJECTED TO TRUE
005890          GO TO 1340-EXIT
005900      END-IF.
005910      UNSTRING WS-PARSE-LINE DELIMITED BY ALL SPACE
005920          INTO WS-PARSE-TOKEN
005930          WITH POINTER WS-PARSE-PTR
005940      END-UNSTRING.
005950      PERFORM 7000-VALIDATE-TOKEN THRU 7000-EXIT.
005960      IF WS-TOKEN-INVALID
005970          MOVE "CELL NOT NUMERIC OR OUT OF RANGE"
005980              TO WS-REASON-TEXT
005990          SET WS-BOARD-REJECTED TO TRUE
006000          GO TO 1340-EXIT
006010      END-IF.
006020      COMPUTE WS-CELL-SUB = (WS-ROW-NO - 1) * 5 + WS-COL-NO.
006030      SET WS-CELL-IDX TO WS-CELL-SUB.
006040      MOVE WS-TOKEN-VALUE
006050          TO WS-CELL-VALUE(WS-BOARD-IDX, WS-CELL-IDX).
006060      MOVE "N" TO WS-CELL-MARKED(WS-BOARD-IDX, WS-CELL-IDX).
006070  1340-EXIT.
006080      EXIT.
006090
006100*----------------------------------------------------------------
006110* 1350-SKIP-LEADING-SPACE
006120*----------------------------------------------------------------
006130  1350-SKIP-LEADING-SPACE.
006140      ADD 1 TO WS-PARSE-PTR.
006150  1350-EXIT.
006160      EXIT.
006170
006180*----------------------------------------------------------------
006190* 1390-LIST-NOT-PLAYED
006200*----------------------------------------------------------------
006210  1390-LIST-NOT-PLAYED.
006220      ADD 1 TO WS-NOT-PLAYED.
006230      MOVE WS-BOARD-NO TO WS-RK-BOARD-NO.
006240      MOVE WS-REASON-TEXT TO WS-RK-REASON.
006250      WRITE RPT-LINE FROM WS-RPT-SKIP-LINE.
006260  1390-EXIT.
006270      EXIT.
006280
006290*----------------------------------------------------------------
006300* 1500-LOAD-PRIZE-BANDS
006310* LOADS THE PRZSCHED BANDS FOR ONE PATTERN'S GAME TYPE, IN
006320* FIRST-RANK ORDER, INTO ITS ROW OF THE BAND TABLE, AND
006330* CLEARS THE PATTERN'S FIGURES AHEAD OF THE PLAY.
006340*----------------------------------------------------------------
006350  1500-LOAD-PRIZE-BANDS.
006360      MOVE ZERO TO WS-PT-WIN-SEQ(WS-PAT-SUB)
006370                   WS-PT-WIN-NO(WS-PAT-SUB)
006380                   WS-PT-FIRST-COUNT(WS-PAT-SUB)
006390                   WS-PT-FINISHED(WS-PAT-SUB)
006400                   WS-PT-NO-BAND(WS-PAT-SUB)
006410                   WS-PT-PAY-FIRST(WS-PAT-SUB)
006420                   WS-PT-PAY-ALL(WS-PAT-SUB).
006430      MOVE ZERO TO WS-SCH-COUNT(WS-PAT-SUB).
006440      IF WS-NO-SCHEDULE-FILE
006450          GO TO 1500-EXIT
006460      END-IF.
006470      MOVE "N" TO WS-SCH-EOF-SW.
006480      MOVE WS-PAT-CODE(WS-PAT-SUB) TO PRZSCH-GAME-TYPE.
006490      MOVE ZERO TO PRZSCH-RANK-FROM.
006500      START SCHFILE KEY NOT < PRZSCH-KEY
006510          INVALID KEY
006520              SET WS-SCH-AT-EOF TO TRUE
006530      END-START.
006540      PERFORM 1510-LOAD-ONE-BAND THRU 1510-EXIT
006550          UNTIL WS-SCH-AT-EOF.
006560  1500-EXIT.
006570      EXIT.
006580
006590*----------------------------------------------------------------
006600* 1510-LOAD-ONE-BAND
006610*----------------------------------------------------------------
006620  1510-LOAD-ONE-BAND.
006630      READ SCHFILE NEXT RECORD
006640          AT END
006650              SET WS-SCH-AT-EOF TO TRUE
006660              GO TO 1510-EXIT
006670      END-READ.
006680      IF PRZSCH-GAME-TYPE NOT = WS-PAT-CODE(WS-PAT-SUB)
006690          SET WS-SCH-AT-EOF TO TRUE
006700          GO TO 1510-EXIT
006710      END-IF.
006720      IF WS-SCH-COUNT(WS-PAT-SUB) NOT < 50
006730          DISPLAY "BNGSIM: MORE THAN 50 PRIZE BANDS FOR GAME "
006740              "TYPE " PRZSCH-GAME-TYPE " - REST IGNORED."
006750          SET WS-SCH-AT-EOF TO TRUE
006760          GO TO 1510-EXIT
006770      END-IF.
006780      ADD 1 TO WS-SCH-COUNT(WS-PAT-SUB).
006790      MOVE WS-SCH-COUNT(WS-PAT-SUB) TO WS-SCH-SUB.
006800      MOVE PRZSCH-RANK-FROM
006810          TO WS-SCH-RANK-FROM(WS-PAT-SUB, WS-SCH-SUB).
006820      MOVE PRZSCH-RANK-TO
006830          TO WS-SCH-RANK-TO(WS-PAT-SUB, WS-SCH-SUB).
006840      MOVE PRZSCH-AMOUNT
006850          TO WS-SCH-AMOUNT(WS-PAT-SUB, WS-SCH-SUB).
006860  1510-EXIT.
006870      EXIT.
006880
006890*----------------------------------------------------------------
006900* 2000-PLAY-ONE-DRAW
006910* MARKS THE CURRENT DRAW ON EVERY BOARD, THEN CHECKS EVERY
006920* BOARD AGAINST EACH PATTERN IT HAS NOT YET WON.
006930*----------------------------------------------------------------
006940  2000-PLAY-ONE-DRAW.
006950      SET WS-DRAW-SEQ TO WS-DRAW-IDX.
006960      MOVE WS-DRAW-NO(WS-DRAW-IDX) TO WS-CURRENT-DRAW.
006970      PERFORM 2100-MARK-ONE-BOARD THRU 2100-EXIT
006980          VARYING WS-BOARD-IDX FROM 1 BY 1
006990          UNTIL WS-BOARD-IDX > WS-BOARD-COUNT.
007000      PERFORM 2200-CHECK-ONE-BOARD THRU 2200-EXIT
007010          VARYING WS-BOARD-IDX FROM 1 BY 1
007020          UNTIL WS-BOARD-IDX > WS-BOARD-COUNT.
007030  2000-EXIT.
007040      EXIT.
007050
007060*----------------------------------------------------------------
007070* 2100-MARK-ONE-BOARD
007080*----------------------------------------------------------------
007090  2100-MARK-ONE-BOARD.
007100      PERFORM 2110-MARK-ONE-CELL THRU 2110-EXIT
007110          VARYING WS-CELL-IDX FROM 1 BY 1
007120          UNTIL WS-CELL-IDX > 25.
007130  2100-EXIT.
007140      EXIT.
007150
007160*----------------------------------------------------------------
007170* 2110-MARK-ONE-CELL
007180*----------------------------------------------------------------
007190  2110-MARK-ONE-CELL.
007200      IF WS-CELL-VALUE(WS-BOARD-IDX, WS-CELL-IDX) =
007210              WS-CURRENT-DRAW
007220          SET WS-CELL-IS-MARKED(WS-BOARD-IDX, WS-CELL-IDX)
007230              TO TRUE
007240      END-IF.
007250  2110-EXIT.
007260      EXIT.
007270
007280*----------------------------------------------------------------
007290* 2200-CHECK-ONE-BOARD
007300*----------------------------------------------------------------
007310  2200-CHECK-ONE-BOARD.
007320      PERFORM 2210-CHECK-BOARD-WIN THRU 2210-EXIT
007330          VARYING WS-PAT-SUB FROM 1 BY 1
007340          UNTIL WS-PAT-SUB > 3.
007350  2200-EXIT.
007360      EXIT.
007370
007380*----------------------------------------------------------------
007390* 2210-CHECK-BOARD-WIN
007400* THE SCORING STEP'S WIN RULES - ANY FULLY MARKED ROW OR
007410* COLUMN, THE FOUR CORNERS, OR THE FULL CARD. THE FIRST BOARD
007420* TO FINISH A PATTERN SETS ITS WINNING DRAW; EVERY BOARD THAT
007430* FINISHES ON THAT SAME DRAW IS COUNTED AS A WINNER ON IT, AND
007440* EVERY BOARD THAT FINISHES AT ALL IS COUNTED AS A FINISHER.
007450*----------------------------------------------------------------
007460  2210-CHECK-BOARD-WIN.
007470      IF WS-BOARD-HAS-WON(WS-BOARD-IDX, WS-PAT-SUB)
007480          GO TO 2210-EXIT
007490      END-IF.
007500      MOVE "N" TO WS-THIS-BOARD-WINS.
007510      EVALUATE WS-PAT-CODE(WS-PAT-SUB)
007520          WHEN "C"
007530              PERFORM 2215-CHECK-CORNERS THRU 2215-EXIT
007540          WHEN "B"
007550              PERFORM 2216-CHECK-FULL-CARD THRU 2216-EXIT
007560          WHEN OTHER
007570              PERFORM 2211-CHECK-ROW THRU 2211-EXIT
007580                  VARYING WS-ROW-NO FROM 1 BY 1
007590                  UNTIL WS-ROW-NO > 5
007600                     OR WS-THIS-ONE-WINS
007610              IF NOT WS-THIS-ONE-WINS
007620                  PERFORM 2212-CHECK-COL THRU 2212-EXIT
007630                      VARYING WS-COL-NO FROM 1 BY 1
007640                      UNTIL WS-COL-NO > 5
007650                         OR WS-THIS-ONE-WINS
007660              END-IF
007670      END-EVALUATE.
007680      IF NOT WS-THIS-ONE-WINS
007690          GO TO 2210-EXIT
007700      END-IF.
007710      SET WS-BOARD-HAS-WON(WS-BOARD-IDX, WS-PAT-SUB) TO TRUE.
007720      SUBTRACT 1 FROM WS-OPEN-WINS.
007730      ADD 1 TO WS-PT-FINISHED(WS-PAT-SUB).
007740      IF WS-PT-WIN-SEQ(WS-PAT-SUB) = ZERO
007750          MOVE WS-DRAW-SEQ TO WS-PT-WIN-SEQ(WS-PAT-SUB)
007760          MOVE WS-CURRENT-DRAW TO WS-PT-WIN-NO(WS-PAT-SUB)
007770      END-IF.
007780      IF WS-PT-WIN-SEQ(WS-PAT-SUB) = WS-DRAW-SEQ
007790          ADD 1 TO WS-PT-FIRST-COUNT(WS-PAT-SUB)
007800      END-IF.
007810  2210-EXIT.
007820      EXIT.
007830
007840*----------------------------------------------------------------
007850* 2211-CHECK-ROW
007860*----------------------------------------------------------------
007870  2211-CHECK-ROW.
007880      MOVE ZERO TO WS-LINE-MARK-COUNT.
007890      PERFORM 2213-COUNT-LINE-CELL THRU 2213-EXIT
007900          VARYING WS-COL-NO FROM 1 BY 1
007910          UNTIL WS-COL-NO > 5.
007920      IF WS-LINE-MARK-COUNT = 5
007930          SET WS-THIS-ONE-WINS TO TRUE
007940      END-IF.
007950  2211-EXIT.
007960      EXIT.
007970
007980*----------------------------------------------------------------
007990* 2212-CHECK-COL
008000*----------------------------------------------------------------
008010  2212-CHECK-COL.
008020      MOVE ZERO TO WS-LINE-MARK-COUNT.
008030      PERFORM 2213-COUNT-LINE-CELL THRU 2213-EXIT
008040          VARYING WS-ROW-NO FROM 1 BY 1
008050          UNTIL WS-ROW-NO > 5.
008060      IF WS-LINE-MARK-COUNT = 5
008070          SET WS-THIS-ONE-WINS TO TRUE
008080      END-IF.
008090  2212-EXIT.
008100      EXIT.
008110
008120*----------------------------------------------------------------
008130* 2213-COUNT-LINE-CELL
008140*----------------------------------------------------------------
008150  2213-COUNT-LINE-CELL.
008160      COMPUTE WS-CELL-SUB = (WS-ROW-NO - 1) * 5 + WS-COL-NO.
008170      SET WS-CELL-IDX TO WS-CELL-SUB.
008180      IF WS-CELL-IS-MARKED(WS-BOARD-IDX, WS-CELL-IDX)
008190          ADD 1 TO WS-LINE-MARK-COUNT
008200      END-IF.
008210  2213-EXIT.
008220      EXIT.
008230
008240*----------------------------------------------------------------
008250* 2215-CHECK-CORNERS
008260* FOUR-CORNERS GAME - CELLS 1, 5, 21 AND 25 OF THE 5X5 GRID.
008270*----------------------------------------------------------------
008280  2215-CHECK-CORNERS.
008290      IF WS-CELL-IS-MARKED(WS-BOARD-IDX, 1)
008300         AND WS-CELL-IS-MARKED(WS-BOARD-IDX, 5)
008310         AND WS-CELL-IS-MARKED(WS-BOARD-IDX, 21)
008320         AND WS-CELL-IS-MARKED(WS-BOARD-IDX, 25)
008330          SET WS-THIS-ONE-WINS TO TRUE
008340      END-IF.
008350  2215-EXIT.
008360      EXIT.
008370
008380*----------------------------------------------------------------
008390* 2216-CHECK-FULL-CARD
008400* FULL-CARD BLACKOUT GAME - EVERY ONE OF THE 25 CELLS.
008410*----------------------------------------------------------------
008420  2216-CHECK-FULL-CARD.
008430      MOVE ZERO TO WS-LINE-MARK-COUNT.
008440      PERFORM 2217-COUNT-ONE-CELL THRU 2217-EXIT
008450          VARYING WS-CELL-IDX FROM 1 BY 1
008460          UNTIL WS-CELL-IDX > 25.
008470      IF WS-LINE-MARK-COUNT = 25
008480          SET WS-THIS-ONE-WINS TO TRUE
008490      END-IF.
008500  2216-EXIT.
008510      EXIT.
008520
008530*----------------------------------------------------------------
008540* 2217-COUNT-ONE-CELL
008550*----------------------------------------------------------------
008560  2217-COUNT-ONE-CELL.
008570      IF WS-CELL-IS-MARKED(WS-BOARD-IDX, WS-CELL-IDX)
008580          ADD 1 TO WS-LINE-MARK-COUNT
008590      END-IF.
008600  2217-EXIT.
008610      EXIT.
008620
008630*----------------------------------------------------------------
008640* 3000-PRICE-ONE-PATTERN
008650* PRICES A PATTERN'S FINISHERS THE WAY THE EXTRACT STEP PRICES
008660* WINNERS - EACH FINISHING RANK AT THE AMOUNT OF THE BAND IT
008670* FALLS IN. THE FIRST-WINNER FIGURE IS RANK 1 ALONE, WHAT A
008680* MODE F RUN PAYS; THE ALL-FINISHERS FIGURE IS EVERY RANK, WHAT
008690* A MODE C RUN PAYS. A RANK IN NO BAND IS COUNTED, NOT PRICED.
008700*----------------------------------------------------------------
008710  3000-PRICE-ONE-PATTERN.
008720      IF WS-SCH-COUNT(WS-PAT-SUB) = ZERO
008730          IF RETURN-CODE = ZERO
008740              MOVE 4 TO RETURN-CODE
008750          END-IF
008760          GO TO 3000-EXIT
008770      END-IF.
008780      PERFORM 3100-PRICE-ONE-RANK THRU 3100-EXIT
008790          VARYING WS-RANK-NO FROM 1 BY 1
008800          UNTIL WS-RANK-NO > WS-PT-FINISHED(WS-PAT-SUB).
008810  3000-EXIT.
008820      EXIT.
008830
008840*----------------------------------------------------------------
008850* 3100-PRICE-ONE-RANK
008860* BANDS FOR A GAME TYPE NEVER OVERLAP, SO THE FIRST BAND FOUND
008870* IS THE ONLY ONE.
008880*----------------------------------------------------------------
008890  3100-PRICE-ONE-RANK.
008900      MOVE "N" TO WS-MATCH-SW.
008910      PERFORM 3110-MATCH-ONE-BAND THRU 3110-EXIT
008920          VARYING WS-SCH-SUB FROM 1 BY 1
008930          UNTIL WS-SCH-SUB > WS-SCH-COUNT(WS-PAT-SUB)
008940             OR WS-MATCH-FOUND.
008950      IF NOT WS-MATCH-FOUND
008960          ADD 1 TO WS-PT-NO-BAND(WS-PAT-SUB)
008970      END-IF.
008980  3100-EXIT.
008990      EXIT.
009000
009010*----------------------------------------------------------------
009020* 3110-MATCH-ONE-BAND
009030*----------------------------------------------------------------
009040  3110-MATCH-ONE-BAND.
009050      IF WS-RANK-NO NOT <
009060              WS-SCH-RANK-FROM(WS-PAT-SUB, WS-SCH-SUB)
009070         AND WS-RANK-NO NOT >
009080              WS-SCH-RANK-TO(WS-PAT-SUB, WS-SCH-SUB)
009090          SET WS-MATCH-FOUND TO TRUE
009100          ADD WS-SCH-AMOUNT(WS-PAT-SUB, WS-SCH-SUB)
009110              TO WS-PT-PAY-ALL(WS-PAT-SUB)
009120          IF WS-RANK-NO = 1
009130              MOVE WS-SCH-AMOUNT(WS-PAT-SUB, WS-SCH-SUB)
009140                  TO WS-PT-PAY-FIRST(WS-PAT-SUB)
009150          END-IF
009160      END-IF.
009170  3110-EXIT.
009180      EXIT.
009190
009200*----------------------------------------------------------------
009210* 8000-WRITE-REPORT
009220* THE DECK COUNTS, THEN ONE LINE PER FIGURE WITH THE THREE
009230* PATTERNS SIDE BY SIDE.
009240*----------------------------------------------------------------
009250  8000-WRITE-REPORT.
009260      MOVE WS-DECK-BOARDS TO WS-RD-BOARDS.
009270      MOVE WS-BOARD-COUNT TO WS-RD-PLAYED.
009280      MOVE WS-NOT-PLAYED TO WS-RD-NOT-PLAYED.
009290      MOVE WS-DRAW-COUNT TO WS-RD-DRAWS.
009300      MOVE WS-DRAW-SOURCE TO WS-RD-SOURCE.
009310      IF WS-NOT-PLAYED > ZERO
009320          WRITE RPT-LINE FROM WS-RPT-BLANK
009330          IF RETURN-CODE = ZERO
009340              MOVE 4 TO RETURN-CODE
009350          END-IF
009360      END-IF.
009370      WRITE RPT-LINE FROM WS-RPT-DECK-LINE.
009380      WRITE RPT-LINE FROM WS-RPT-BLANK.
009390      MOVE SPACES TO WS-RPT-ROW.
009400      MOVE "WIN PATTERN" TO WS-RR-LABEL.
009410      MOVE "      ROW/COLUMN" TO WS-RR-VALUE(1).
009420      MOVE "    FOUR CORNERS" TO WS-RR-VALUE(2).
009430      MOVE "        BLACKOUT" TO WS-RR-VALUE(3).
009440      WRITE RPT-LINE FROM WS-RPT-ROW.
009450      MOVE SPACES TO WS-RPT-ROW.
009460      MOVE "GAME TYPE" TO WS-RR-LABEL.
009470      MOVE "               R" TO WS-RR-VALUE(1).
009480      MOVE "               C" TO WS-RR-VALUE(2).
009490      MOVE "               B" TO WS-RR-VALUE(3).
009500      WRITE RPT-LINE FROM WS-RPT-ROW.
009510      WRITE RPT-LINE FROM WS-RPT-BLANK.
009520      MOVE SPACES TO WS-RPT-ROW.
009530      MOVE "WINNING DRAW (SEQUENCE)" TO WS-RR-LABEL.
009540      PERFORM 8100-EDIT-WIN-SEQ THRU 8100-EXIT
009550          VARYING WS-PAT-SUB FROM 1 BY 1
009560          UNTIL WS-PAT-SUB > 3.
009570      WRITE RPT-LINE FROM WS-RPT-ROW.
009580      MOVE SPACES TO WS-RPT-ROW.
009590      MOVE "NUMBER CALLED" TO WS-RR-LABEL.
009600      PERFORM 8110-EDIT-WIN-NO THRU 8110-EXIT
009610          VARYING WS-PAT-SUB FROM 1 BY 1
009620          UNTIL WS-PAT-SUB > 3.
009630      WRITE RPT-LINE FROM WS-RPT-ROW.
009640      MOVE SPACES TO WS-RPT-ROW.
009650      MOVE "WINNERS ON THAT DRAW" TO WS-RR-LABEL.
009660      PERFORM 8120-EDIT-WINNERS THRU 8120-EXIT
009670          VARYING WS-PAT-SUB FROM 1 BY 1
009680          UNTIL WS-PAT-SUB > 3.
009690      WRITE RPT-LINE FROM WS-RPT-ROW.
009700      MOVE SPACES TO WS-RPT-ROW.
009710      MOVE "BOARDS FINISHED, ALL DRAWS" TO WS-RR-LABEL.
009720      PERFORM 8130-EDIT-FINISHED THRU 8130-EXIT
009730          VARYING WS-PAT-SUB FROM 1 BY 1
009740          UNTIL WS-PAT-SUB > 3.
009750      WRITE RPT-LINE FROM WS-RPT-ROW.
009760      WRITE RPT-LINE FROM WS-RPT-BLANK.
009770      MOVE SPACES TO WS-RPT-ROW.
009780      MOVE "EXPOSURE - FIRST WINNER" TO WS-RR-LABEL.
009790      PERFORM 8140-EDIT-PAY-FIRST THRU 8140-EXIT
009800          VARYING WS-PAT-SUB FROM 1 BY 1
009810          UNTIL WS-PAT-SUB > 3.
009820      WRITE RPT-LINE FROM WS-RPT-ROW.
009830      MOVE SPACES TO WS-RPT-ROW.
009840      MOVE "EXPOSURE - ALL FINISHERS" TO WS-RR-LABEL.
009850      PERFORM 8150-EDIT-PAY-ALL THRU 8150-EXIT
009860          VARYING WS-PAT-SUB FROM 1 BY 1
009870          UNTIL WS-PAT-SUB > 3.
009880      WRITE RPT-LINE FROM WS-RPT-ROW.
009890      MOVE SPACES TO WS-RPT-ROW.
009900      MOVE "FINISHERS IN NO PRIZE BAND" TO WS-RR-LABEL.
009910      PERFORM 8160-EDIT-NO-BAND THRU 8160-EXIT
009920          VARYING WS-PAT-SUB FROM 1 BY 1
009930          UNTIL WS-PAT-SUB > 3.
009940      WRITE RPT-LINE FROM WS-RPT-ROW.
009950  8000-EXIT.
009960      EXIT.
009970
009980*----------------------------------------------------------------
009990* 8100-EDIT-WIN-SEQ
010000*----------------------------------------------------------------
010010  8100-EDIT-WIN-SEQ.
010020      IF WS-PT-WIN-SEQ(WS-PAT-SUB) = ZERO
010030          MOVE "       NO WINNER" TO WS-RR-VALUE(WS-PAT-SUB)
010040      ELSE
010050          MOVE WS-PT-WIN-SEQ(WS-PAT-SUB) TO WS-EDIT-COUNT
010060          MOVE WS-EDIT-COUNT TO WS-RR-VALUE(WS-PAT-SUB)
010070      END-IF.
010080  8100-EXIT.
010090      EXIT.
010100
010110*----------------------------------------------------------------
010120* 8110-EDIT-WIN-NO
010130*----------------------------------------------------------------
010140  8110-EDIT-WIN-NO.
010150      IF WS-PT-WIN-SEQ(WS-PAT-SUB) = ZERO
010160          MOVE "               -" TO WS-RR-VALUE(WS-PAT-SUB)
010170      ELSE
010180          MOVE WS-PT-WIN-NO(WS-PAT-SUB) TO WS-EDIT-COUNT
010190          MOVE WS-EDIT-COUNT TO WS-RR-VALUE(WS-PAT-SUB)
010200      END-IF.
010210  8110-EXIT.
010220      EXIT.
010230
010240*----------------------------------------------------------------
010250* 8120-EDIT-WINNERS
010260*----------------------------------------------------------------
010270  8120-EDIT-WINNERS.
010280      MOVE WS-PT-FIRST-COUNT(WS-PAT-SUB) TO WS-EDIT-COUNT.
010290      MOVE WS-EDIT-COUNT TO WS-RR-VALUE(WS-PAT-SUB).
010300  8120-EXIT.
010310      EXIT.
010320
010330*----------------------------------------------------------------
010340* 8130-EDIT-FINISHED
010350*----------------------------------------------------------------
010360  8130-EDIT-FINISHED.
010370      MOVE WS-PT-FINISHED(WS-PAT-SUB) TO WS-EDIT-COUNT.
010380      MOVE WS-EDIT-COUNT TO WS-RR-VALUE(WS-PAT-SUB).
010390  8130-EXIT.
010400      EXIT.
010410
010420*----------------------------------------------------------------
010430* 8140-EDIT-PAY-FIRST
010440*----------------------------------------------------------------
010450  8140-EDIT-PAY-FIRST.
010460      IF WS-SCH-COUNT(WS-PAT-SUB) = ZERO
010470          MOVE "     NO SCHEDULE" TO WS-RR-VALUE(WS-PAT-SUB)
010480      ELSE
010490          MOVE WS-PT-PAY-FIRST(WS-PAT-SUB) TO WS-EDIT-AMOUNT
010500          MOVE WS-EDIT-AMOUNT TO WS-RR-VALUE(WS-PAT-SUB)
010510      END-IF.
010520  8140-EXIT.
010530      EXIT.
010540
010550*----------------------------------------------------------------
010560* 8150-EDIT-PAY-ALL
010570*----------------------------------------------------------------
010580  8150-EDIT-PAY-ALL.
010590      IF WS-SCH-COUNT(WS-PAT-SUB) = ZERO
010600          MOVE "     NO SCHEDULE" TO WS-RR-VALUE(WS-PAT-SUB)
010610      ELSE
010620          MOVE WS-PT-PAY-ALL(WS-PAT-SUB) TO WS-EDIT-AMOUNT
010630          MOVE WS-EDIT-AMOUNT TO WS-RR-VALUE(WS-PAT-SUB)
010640      END-IF.
010650  8150-EXIT.
010660      EXIT.
010670
010680*----------------------------------------------------------------
010690* 8160-EDIT-NO-BAND
010700*----------------------------------------------------------------
010710  8160-EDIT-NO-BAND.
010720      IF WS-SCH-COUNT(WS-PAT-SUB) = ZERO
010730          MOVE "               -" TO WS-RR-VALUE(WS-PAT-SUB)
010740      ELSE
010750          MOVE WS-PT-NO-BAND(WS-PAT-SUB) TO WS-EDIT-COUNT
010760          MOVE WS-EDIT-COUNT TO WS-RR-VALUE(WS-PAT-SUB)
010770      END-IF.
010780  8160-EXIT.
010790      EXIT.
010800
010810*----------------------------------------------------------------
010820* 7000-VALIDATE-TOKEN
010830* CHECKS ONE PARSED TOKEN CHARACTER BY CHARACTER: DIGITS
010840* ONLY, AT LEAST ONE DIGIT, NO DIGIT AFTER A SPACE, AND THE
010850* VALUE IN RANGE 0-99. THE VALUE IS LEFT IN WS-TOKEN-VALUE.
010860*----------------------------------------------------------------
010870  7000-VALIDATE-TOKEN.
010880      SET WS-TOKEN-VALID TO TRUE.
010890      MOVE "N" TO WS-SPACE-SEEN-SW.
010900      MOVE ZERO TO WS-DIGIT-COUNT.
010910      MOVE ZERO TO WS-TOKEN-VALUE.
010920      PERFORM 7010-CHECK-ONE-CHAR THRU 7010-EXIT
010930          VARYING WS-CHAR-IDX FROM 1 BY 1
010940          UNTIL WS-CHAR-IDX > 4
010950             OR WS-TOKEN-INVALID.
010960      IF WS-DIGIT-COUNT = ZERO
010970          SET WS-TOKEN-INVALID TO TRUE
010980      END-IF.
010990      IF WS-TOKEN-VALID AND WS-TOKEN-VALUE > 99
011000          SET WS-TOKEN-INVALID TO TRUE
011010      END-IF.
011020  7000-EXIT.
011030      EXIT.
011040
011050*----------------------------------------------------------------
011060* 7010-CHECK-ONE-CHAR
011070*----------------------------------------------------------------
011080  7010-CHECK-ONE-CHAR.
011090      IF WS-PARSE-TOKEN(WS-CHAR-IDX:1) = SPACE
011100          SET WS-SPACE-SEEN TO TRUE
011110      ELSE
011120          IF WS-PARSE-TOKEN(WS-CHAR-IDX:1) >= "0"
011130             AND WS-PARSE-TOKEN(WS-CHAR-IDX:1) <= "9"
011140              IF WS-SPACE-SEEN
011150                  SET WS-TOKEN-INVALID TO TRUE
011160              ELSE
011170                  ADD 1 TO WS-DIGIT-COUNT
011180                  MOVE WS-PARSE-TOKEN(WS-CHAR-IDX:1)
011190                      TO WS-DIGIT-VAL
011200                  COMPUTE WS-TOKEN-VALUE =
011210                      WS-TOKEN-VALUE * 10 + WS-DIGIT-VAL
011220              END-IF
011230          ELSE
011240              SET WS-TOKEN-INVALID TO TRUE
011250          END-IF
011260      END-IF.
011270  7010-EXIT.
011280      EXIT.
011290
011300*----------------------------------------------------------------
011310* 9999-TERMINATE
011320*----------------------------------------------------------------
011330  9999-TERMINATE.
011340      IF RETURN-CODE NOT = 16
011350          CLOSE DECKFILE RPTFILE
011360          IF NOT WS-NO-SCHEDULE-FILE
011370              CLOSE SCHFILE
011380          END-IF
011390      END-IF.
011400  9999-EXIT.
011410      EXIT.
