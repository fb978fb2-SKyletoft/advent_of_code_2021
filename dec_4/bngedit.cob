000323*            JH   READ (THE MAXIMAL SHORTFALL) AND HELD THE
000324*            JH   SAME WAY A SHORT DECK IS, INSTEAD OF ONLY
000325*            JH   SURFACING AS "NO DECK SECTION" IN SCORING.
000326* 10/15/2026 JH   CARD-FINGERPRINT REGISTER - EVERY CLEAN CARD
000327*            JH   IS LOOKED UP ON CARDFPR BY ITS 25 NUMBERS. A
000328*            JH   CARD ALREADY ON FILE (EARLIER IN THE DECK, IN
000329*            JH   ANOTHER BATCH, OR ON AN EARLIER NIGHT) IS
000330*            JH   REJECTED B5 AND LISTED WITH THE BATCH, BOARD
000331*            JH   AND RUN DATE WHERE IT WAS FIRST SEEN; A NEW
000332*            JH   CARD IS ADDED. A RERUN OF THE SAME DECK FINDS
000333*            JH   ITS OWN CARDS AT THE SAME BATCH, BOARD AND
000334*            JH   DATE AND PASSES THEM.
000335* 10/15/2026 JH   EVERY CARDFPR READ, WRITE AND REWRITE IS NOW
000336*            JH   STATUS-CHECKED - A REGISTER I/O FAILURE IS
000337*            JH   LISTED ON BINGOERR AND THE CONSOLE AND ENDS THE
000338*            JH   STEP RC=16, SO A CARD THAT FAILED TO REGISTER
000339*            JH   NEVER PASSES UNSEEN. CARDS ADDED BY A RUN THAT
000340*            JH   IS HELD (RC=8) OR FAILS ON THE REGISTER ARE
000341*            JH   LOGGED TO FPRWORK AND BACKED OUT OF CARDFPR
000342*            JH   AGAIN AT THE END, SO A CORRECTED RESUBMISSION
000343*            JH   IS NOT REJECTED B5 AGAINST A DECK THAT WAS
000344*            JH   NEVER SCORED.
000345*----------------------------------------------------------------
000346* REASON CODES
000347*   D1 - DRAW LINE MISSING OR EMPTY
000348*   D2 - DRAW TOKEN NOT NUMERIC OR OUT OF RANGE (0-99)
000349*   D3 - MORE THAN 500 DRAW NUMBERS
000350*   D4 - DUPLICATE DRAW NUMBER
000351*   D5 - DRAW LINE FILLS THE RECORD (POSSIBLY TRUNCATED)
000352*   B1 - ROW DOES NOT HOLD EXACTLY FIVE CELLS
000353*   B2 - CELL NOT NUMERIC OR OUT OF RANGE (0-99)
000354*   B3 - DUPLICATE NUMBER ON THE BOARD
000355*   B4 - BOARD HOLDS FEWER THAN FIVE ROWS (SHORT OR
000356*        TRUNCATED MID-BOARD)
000357*   B5 - CARD ALREADY ON THE FINGERPRINT REGISTER (REPEAT OR
000358*        COUNTERFEIT) - FIRST SIGHTING LISTED BELOW IT
000360*----------------------------------------------------------------
000370* RETURN CODES
000380*   00 - EVERY BOARD PASSED
000395*        OR THE DECK IS OFF THE REGISTERED COUNT WITHIN TOLERANCE
000400*   08 - DRAW LINE REJECTED, NO BOARD PASSED, OR DECK SHORT OF
000405*        THE REGISTERED CARD COUNT PAST TOLERANCE - DO NOT SCORE
000410*   16 - A FILE COULD NOT BE OPENED, OR A FINGERPRINT REGISTER
000415*        READ OR UPDATE FAILED - DO NOT SCORE
000420*----------------------------------------------------------------
000430  PROGRAM-ID. BNGEDIT.
000440  AUTHOR. J HENDRICKS.
000736          ACCESS MODE IS RANDOM
000737          RECORD KEY IS BATMST-BATCH-NO
000738          FILE STATUS IS WS-BATMST-STATUS.
000739*----------------------------------------------------------------
000740* CARDFPR - INDEXED CARD-FINGERPRINT REGISTER, KEYED BY THE
000741* CARD'S 25 NUMBERS, KEPT ACROSS BATCHES AND RUN DATES.
000742*----------------------------------------------------------------
000743      SELECT CARDFPR ASSIGN TO "CARDFPR"
000744          ORGANIZATION IS INDEXED
000745          ACCESS MODE IS RANDOM
000746          RECORD KEY IS CRDFPR-KEY
000747          FILE STATUS IS WS-CRDFPR-STATUS.
000748*----------------------------------------------------------------
000749* FPRWORK - STEP WORK FILE LOGGING EACH CARD THIS RUN ADDS TO
000750* CARDFPR, READ BACK ONLY TO BACK THE CARDS OUT AGAIN WHEN THE
000751* RUN IS HELD OR FAILS ON THE REGISTER.
000752*----------------------------------------------------------------
000753      SELECT FPRWORK ASSIGN TO "FPRWORK"
000754          ORGANIZATION IS SEQUENTIAL
000755          FILE STATUS IS WS-FPRWORK-STATUS.
000756
000757  DATA DIVISION.
000758  FILE SECTION.
000760  FD  RAWFILE.
000770  01  RAW-LINE                      PIC X(1600).
000780
000850  FD  BATCHMST.
000851  COPY BATMST.
000852
000853  FD  CARDFPR.
000854  COPY CRDFPR.
000855
000856  FD  FPRWORK
000857      RECORDING MODE IS F.
000858  01  FPRWORK-RECORD                PIC X(80).
000859
000860  WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* FILE STATUS AND END-OF-FILE SWITCH
000920  77  WS-ERR-STATUS                PIC X(02).
000922  77  WS-PRMFILE-STATUS            PIC X(02).
000924  77  WS-BATMST-STATUS             PIC X(02).
000927  77  WS-CRDFPR-STATUS             PIC X(02).
000928  77  WS-FPRWORK-STATUS            PIC X(02).
000930  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000940      88  WS-AT-EOF                          VALUE "Y".
000950*----------------------------------------------------------------
001211  77  WS-DECK-SEEN-SW              PIC X(01) VALUE "N".
001212      88  WS-DECK-SEEN                       VALUE "Y".
001213*----------------------------------------------------------------
001214* CARD-FINGERPRINT WORK FIELDS. THE CURRENT BOARD'S NUMBERS
001215* ARE KEPT IN BOARD ORDER AS THE CELLS EDIT, READY TO KEY THE
001216* REGISTER. A CARD IS STAMPED WITH THE HDRPARM RUN DATE (TODAY
001217* WITHOUT ONE) AND THE DECK'S BATCH - THE MARKER BATCH ON A
001218* MULTI-DECK TRANSMISSION, ELSE THE HDRPARM BATCH (ZERO
001219* WITHOUT ONE).
001220*----------------------------------------------------------------
001221  77  WS-FPR-RUN-DATE              PIC 9(8) VALUE ZERO.
001222  77  WS-FPR-HDR-BATCH             PIC 9(4) VALUE ZERO.
001223  77  WS-FPR-BATCH-NO              PIC 9(4) VALUE ZERO.
001224  77  WS-FPR-SUB                   PIC 9(2) COMP VALUE ZERO.
001225  77  WS-REPEAT-SW                 PIC X(01) VALUE "N".
001226      88  WS-CARD-REPEATED                   VALUE "Y".
001227  01  WS-CARD-PRINT.
001228      05  WS-CP-CELL                PIC 9(2) OCCURS 25 TIMES.
001229*----------------------------------------------------------------
001230* REGISTER FAILURE SWITCH AND THE BACK-OUT COUNTS. ONCE A
001231* REGISTER READ OR UPDATE FAILS NO FURTHER CARD IS LOOKED UP,
001232* THE EDIT RUNS ON FOR THE REPORT, AND THE STEP ENDS RC=16.
001233*----------------------------------------------------------------
001234  77  WS-FPR-FAIL-SW               PIC X(01) VALUE "N".
001235      88  WS-FPR-FAILED                      VALUE "Y".
001236  77  WS-FPR-ADDED                 PIC 9(7) COMP VALUE ZERO.
001237  77  WS-FPR-BACKED-OUT            PIC 9(7) COMP VALUE ZERO.
001238  77  WS-FPR-NOT-BACKED-OUT        PIC 9(7) COMP VALUE ZERO.
001239  77  WS-FPRWORK-EOF-SW            PIC X(01) VALUE "N".
001240      88  WS-FPRWORK-AT-EOF                  VALUE "Y".
001241  77  WS-FPRWORK-OPEN-SW           PIC X(01) VALUE "N".
001242      88  WS-FPRWORK-OPEN                    VALUE "Y".
001243*----------------------------------------------------------------
001244* LINE-PARSING WORK FIELDS
001245*----------------------------------------------------------------
001246  77  WS-PARSE-LINE                PIC X(1600).
001247  77  WS-PARSE-PTR                 PIC 9(4) COMP.
001248  77  WS-PARSE-TOKEN               PIC X(04).
001250  77  WS-TOKEN-VALUE               PIC 9(4) COMP VALUE ZERO.
001260*----------------------------------------------------------------
001270* ONE BOARD'S ROWS, BUFFERED SO A REJECTED BOARD IS DROPPED
001749              "DECK FOR BATCH ".
001750      05  WS-EK-BATCH-NO            PIC 9(04).
001751      05  FILLER                    PIC X(61) VALUE SPACES.
001752  01  WS-ERR-FIRST-SEEN.
001753      05  FILLER                    PIC X(27) VALUE SPACES.
001754      05  FILLER                    PIC X(17) VALUE
001755              "FIRST SEEN BATCH ".
001756      05  WS-EF-BATCH-NO            PIC 9(04).
001757      05  FILLER                    PIC X(07) VALUE " BOARD ".
001758      05  WS-EF-BOARD-NO            PIC ZZZZ9.
001759      05  FILLER                    PIC X(10) VALUE " RUN DATE ".
001760      05  WS-EF-DATE                PIC 9(08).
001761      05  FILLER                    PIC X(02) VALUE SPACES.
001762  01  WS-ERR-FPR-FAIL.
001763      05  FILLER                    PIC X(15) VALUE
001764              "CARDFPR FAILED ".
001765      05  WS-EX-VERB                PIC X(07).
001766      05  FILLER                    PIC X(08) VALUE " STATUS ".
001767      05  WS-EX-STATUS              PIC X(02).
001768      05  FILLER                    PIC X(07) VALUE " BOARD ".
001769      05  WS-EX-BOARD-NO            PIC ZZZZ9.
001770      05  FILLER                    PIC X(36) VALUE
001771              " - REGISTER SUSPECT, DO NOT SCORE   ".
001772  01  WS-ERR-BACKOUT.
001773      05  FILLER                    PIC X(28) VALUE
001774              "CARDFPR BACK-OUT - THIS RUN ".
001775      05  FILLER                    PIC X(06) VALUE "ADDED ".
001776      05  WS-EO-ADDED               PIC ZZZZZZ9.
001777      05  FILLER                    PIC X(13) VALUE
001778              "  BACKED OUT ".
001779      05  WS-EO-BACKED-OUT          PIC ZZZZZZ9.
001780      05  FILLER                    PIC X(08) VALUE "  LEFT ".
001781      05  WS-EO-LEFT                PIC ZZZZZZ9.
001782      05  FILLER                    PIC X(04) VALUE SPACES.
001783
001784*----------------------------------------------------------------
001785* BOARD MARKER WRITTEN AHEAD OF EACH CLEAN BOARD ON BINGOCLN
001786* SO THE SCORING STEP REPORTS THE BOARD'S ORIGINAL POSITION
001787* IN THE DECK THE PROMOTIONS DESK SUBMITTED, EVEN AFTER
001788* EARLIER BOARDS WERE DROPPED HERE.
001789*----------------------------------------------------------------
001790  01  WS-CLN-MARKER.
001791      05  FILLER                    PIC X(06) VALUE "BOARD ".
001792      05  WS-CM-BOARD-NO            PIC 9(05).
001793  PROCEDURE DIVISION.
001794*----------------------------------------------------------------
001795* 0000-MAINLINE
001796*----------------------------------------------------------------
001797  0000-MAINLINE.
001800      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810      IF RETURN-CODE = 16
001820          GO TO 0000-EXIT
001904      ELSE
001905          PERFORM 8500-BALANCE-EXPECTED THRU 8500-EXIT
001907      END-IF.
001909      IF RETURN-CODE = 8 OR WS-FPR-FAILED
001911          PERFORM 8700-BACK-OUT-NEW-CARDS THRU 8700-EXIT
001913      END-IF.
001915  0000-EXIT.
001920      PERFORM 9999-TERMINATE THRU 9999-EXIT.
001930      STOP RUN.
001940
001950*----------------------------------------------------------------
001960* 1000-INITIALIZE
001967* OPENS THE FILES AND WRITES THE REPORT HEADER. ANY OPEN
001974* FAILURE ENDS THE STEP WITH RETURN CODE 16. A FINGERPRINT
001981* REGISTER NOT YET CREATED (STATUS 35) IS CREATED EMPTY.
001990*----------------------------------------------------------------
002000  1000-INITIALIZE.
002010      OPEN INPUT RAWFILE.
002180          CLOSE RAWFILE CLNFILE
002190          GO TO 1000-EXIT
002200      END-IF.
002201      OPEN I-O CARDFPR.
002202      IF WS-CRDFPR-STATUS = "35"
002203          OPEN OUTPUT CARDFPR
002204          IF WS-CRDFPR-STATUS = "00"
002205              CLOSE CARDFPR
002206              OPEN I-O CARDFPR
002207          END-IF
002208      END-IF.
002209      IF WS-CRDFPR-STATUS NOT = "00"
002210          DISPLAY "BNGEDIT: CARDFPR NOT AVAILABLE - RUN ENDED."
002211          MOVE 16 TO RETURN-CODE
002212          CLOSE RAWFILE CLNFILE ERRFILE
002213          GO TO 1000-EXIT
002214      END-IF.
002215      OPEN OUTPUT FPRWORK.
002216      IF WS-FPRWORK-STATUS NOT = "00"
002217          DISPLAY "BNGEDIT: FPRWORK NOT AVAILABLE - RUN ENDED."
002218          MOVE 16 TO RETURN-CODE
002219          CLOSE RAWFILE CLNFILE ERRFILE CARDFPR
002220          GO TO 1000-EXIT
002221      END-IF.
002222      SET WS-FPRWORK-OPEN TO TRUE.
002223      WRITE ERR-LINE FROM WS-ERR-HDR.
002224      PERFORM 1200-READ-RUN-HEADER THRU 1200-EXIT.
002225  1000-EXIT.
002230      EXIT.
002231
002232*----------------------------------------------------------------
002233* 1200-READ-RUN-HEADER
002234* TAKES THE BATCH AND RUN DATE FROM THE FIRST HDRPARM HEADER
002235* TO STAMP NEW CARDS ON THE FINGERPRINT REGISTER. EITHER ONE
002236* MISSING OR NOT NUMERIC LEAVES ITS DEFAULT - BATCH ZERO, RUN
002237* DATE TODAY. THE FIELDS ARE SAVED BEFORE THE CLOSE.
002238*----------------------------------------------------------------
002239  1200-READ-RUN-HEADER.
002240      ACCEPT WS-FPR-RUN-DATE FROM DATE YYYYMMDD.
002241      OPEN INPUT PRMFILE.
002242      IF WS-PRMFILE-STATUS NOT = "00"
002243          GO TO 1200-EXIT
002244      END-IF.
002245      READ PRMFILE
002246          AT END
002247              CLOSE PRMFILE
002248              GO TO 1200-EXIT
002249      END-READ.
002250      IF PRM-BATCH-NO NUMERIC
002251          MOVE PRM-BATCH-NO TO WS-FPR-HDR-BATCH
002252      END-IF.
002253      IF PRM-RUN-DATE NUMERIC
002254         AND PRM-RUN-DATE NOT = ZERO
002255          MOVE PRM-RUN-DATE TO WS-FPR-RUN-DATE
002256      END-IF.
002257      CLOSE PRMFILE.
002258  1200-EXIT.
002259      EXIT.
002260
002261*----------------------------------------------------------------
002262* 1100-READ-LINE
002270*----------------------------------------------------------------
002280  1100-READ-LINE.
002290      READ RAWFILE INTO WS-PARSE-LINE
002900*----------------------------------------------------------------
002910* 2000-EDIT-ONE-BOARD
002920* SKIPS THE BLANK LINE AHEAD OF A BOARD, BUFFERS ITS FIVE
002926* ROWS, VALIDATES THEM, CHECKS A CARD THAT EDITS CLEAN
002932* AGAINST THE FINGERPRINT REGISTER, AND EITHER COPIES THE
002938* BOARD WHOLE TO THE CLEAN FILE OR WRITES ONE ERROR-REPORT
002944* LINE (TWO FOR A REPEATED CARD).
002950*----------------------------------------------------------------
002960  2000-EDIT-ONE-BOARD.
002970      PERFORM 2010-SKIP-BLANK-LINE THRU 2010-EXIT.
003012      ADD 1 TO WS-TOT-BOARDS-READ.
003020      SET WS-BOARD-CLEAN TO TRUE.
003030      MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT.
003035      MOVE "N" TO WS-REPEAT-SW.
003040      MOVE WS-PARSE-LINE TO WS-ROW-TEXT(1).
003050      MOVE 1 TO WS-ROW-GOT.
003060      PERFORM 2020-READ-BOARD-ROW THRU 2020-EXIT
003150      ELSE
003160          PERFORM 2100-EDIT-BOARD-ROWS THRU 2100-EXIT
003170      END-IF.
003172      IF WS-BOARD-CLEAN
003174          PERFORM 2200-CHECK-CARD-REGISTER THRU 2200-EXIT
003176      END-IF.
003180      IF WS-BOARD-CLEAN
003190          ADD 1 TO WS-BOARDS-PASSED
003200          MOVE SPACES TO CLN-LINE
003280          MOVE WS-REASON-CODE TO WS-ED-REASON
003290          MOVE WS-REASON-TEXT TO WS-ED-TEXT
003300          WRITE ERR-LINE FROM WS-ERR-DETAIL
003302          IF WS-CARD-REPEATED
003304              WRITE ERR-LINE FROM WS-ERR-FIRST-SEEN
003306          END-IF
003310      END-IF.
003320  2000-EXIT.
003330      EXIT.
004330          SET WS-BOARD-REJECTED TO TRUE
004340      ELSE
004350          SET WS-NUMBER-SEEN(WS-SEEN-SUB) TO TRUE
004353          COMPUTE WS-FPR-SUB = (WS-ROW-NO - 1) * 5 + WS-COL-NO
004356          MOVE WS-TOKEN-VALUE TO WS-CP-CELL(WS-FPR-SUB)
004360      END-IF.
004370  2120-EXIT.
004380      EXIT.
004440      ADD 1 TO WS-PARSE-PTR.
004450  2130-EXIT.
004460      EXIT.
004461
004462*----------------------------------------------------------------
004463* 2200-CHECK-CARD-REGISTER
004464* LOOKS THE CLEAN CARD UP ON THE FINGERPRINT REGISTER. A CARD
004465* NOT ON FILE IS ADDED UNDER THIS DECK'S BATCH, BOARD AND RUN
004466* DATE. ONE ON FILE AT THAT SAME BATCH, BOARD AND DATE IS THIS
004467* DECK BEING EDITED AGAIN (A RESTART) AND PASSES; ANY OTHER
004468* HIT IS A REPEAT - THE BOARD IS REJECTED B5, THE FIRST
004469* SIGHTING IS SET UP FOR THE REPORT, AND THE LAST-SEEN DATE
004470* IS MOVED UP SO THE PURGE KEEPS A CARD STILL TURNING UP.
004471* A READ ENDING IN ANYTHING BUT FOUND (00) OR NOT FOUND (23)
004472* LEAVES THE RECORD AREA STALE, SO IT IS NOT COMPARED - THE
004473* FAILURE IS LISTED AND THE REGISTER IS LEFT ALONE FROM THEN ON.
004474*----------------------------------------------------------------
004475  2200-CHECK-CARD-REGISTER.
004476      IF WS-FPR-FAILED
004477          GO TO 2200-EXIT
004478      END-IF.
004479      IF WS-MULTI-DECK
004480          MOVE WS-DECK-BATCH-NO TO WS-FPR-BATCH-NO
004481      ELSE
004482          MOVE WS-FPR-HDR-BATCH TO WS-FPR-BATCH-NO
004483      END-IF.
004484      MOVE WS-CARD-PRINT TO CRDFPR-KEY.
004485      READ CARDFPR
004486          INVALID KEY
004487              CONTINUE
004488      END-READ.
004489      IF WS-CRDFPR-STATUS = "23"
004490          PERFORM 2210-ADD-CARD THRU 2210-EXIT
004491          GO TO 2200-EXIT
004492      END-IF.
004493      IF WS-CRDFPR-STATUS NOT = "00" AND NOT = "02"
004494          MOVE "READ   " TO WS-EX-VERB
004495          PERFORM 2290-REGISTER-FAILED THRU 2290-EXIT
004496          GO TO 2200-EXIT
004497      END-IF.
004498      IF CRDFPR-FIRST-BATCH-NO = WS-FPR-BATCH-NO
004499         AND CRDFPR-FIRST-BOARD-NO = WS-BOARD-NO
004500         AND CRDFPR-FIRST-DATE = WS-FPR-RUN-DATE
004501          GO TO 2200-EXIT
004502      END-IF.
004503      MOVE "B5" TO WS-REASON-CODE.
004504      MOVE "CARD ALREADY ON THE FINGERPRINT REGISTER"
004505          TO WS-REASON-TEXT.
004506      SET WS-BOARD-REJECTED TO TRUE.
004507      SET WS-CARD-REPEATED TO TRUE.
004508      MOVE CRDFPR-FIRST-BATCH-NO TO WS-EF-BATCH-NO.
004509      MOVE CRDFPR-FIRST-BOARD-NO TO WS-EF-BOARD-NO.
004510      MOVE CRDFPR-FIRST-DATE TO WS-EF-DATE.
004511      IF CRDFPR-LAST-DATE < WS-FPR-RUN-DATE
004512          MOVE WS-FPR-RUN-DATE TO CRDFPR-LAST-DATE
004513          REWRITE CRDFPR-RECORD
004514              INVALID KEY
004515                  CONTINUE
004516          END-REWRITE
004517          IF WS-CRDFPR-STATUS NOT = "00"
004518              MOVE "REWRITE" TO WS-EX-VERB
004519              PERFORM 2290-REGISTER-FAILED THRU 2290-EXIT
004520          END-IF
004521      END-IF.
004522  2200-EXIT.
004523      EXIT.
004524
004525*----------------------------------------------------------------
004526* 2210-ADD-CARD
004527* A CARD ADDED IS ALSO LOGGED TO FPRWORK SO IT CAN BE BACKED
004528* OUT IF THE RUN IS HELD.
004529*----------------------------------------------------------------
004530  2210-ADD-CARD.
004531      MOVE SPACES TO CRDFPR-RECORD.
004532      MOVE WS-CARD-PRINT TO CRDFPR-KEY.
004533      MOVE WS-FPR-BATCH-NO TO CRDFPR-FIRST-BATCH-NO.
004534      MOVE WS-BOARD-NO TO CRDFPR-FIRST-BOARD-NO.
004535      MOVE WS-FPR-RUN-DATE TO CRDFPR-FIRST-DATE.
004536      MOVE WS-FPR-RUN-DATE TO CRDFPR-LAST-DATE.
004537      WRITE CRDFPR-RECORD
004538          INVALID KEY
004539              CONTINUE
004540      END-WRITE.
004541      IF WS-CRDFPR-STATUS NOT = "00"
004542          MOVE "WRITE  " TO WS-EX-VERB
004543          PERFORM 2290-REGISTER-FAILED THRU 2290-EXIT
004544          GO TO 2210-EXIT
004545      END-IF.
004546      ADD 1 TO WS-FPR-ADDED.
004547      WRITE FPRWORK-RECORD FROM CRDFPR-RECORD.
004548      IF WS-FPRWORK-STATUS NOT = "00"
004549          DISPLAY "BNGEDIT: FPRWORK WRITE FAILED STATUS "
004550              WS-FPRWORK-STATUS " BOARD " WS-BOARD-NO
004551          SET WS-FPR-FAILED TO TRUE
004552      END-IF.
004553  2210-EXIT.
004554      EXIT.
004555
004556*----------------------------------------------------------------
004557* 2290-REGISTER-FAILED
004558* A CARDFPR READ OR UPDATE ENDED ON AN UNEXPECTED STATUS. THE
004559* FAILURE IS LISTED WITH THE CARD'S KEY AND THE STEP WILL END
004560* RC=16 ONCE THE EDIT REPORT IS COMPLETE.
004561*----------------------------------------------------------------
004562  2290-REGISTER-FAILED.
004563      SET WS-FPR-FAILED TO TRUE.
004564      MOVE WS-CRDFPR-STATUS TO WS-EX-STATUS.
004565      MOVE WS-BOARD-NO TO WS-EX-BOARD-NO.
004566      WRITE ERR-LINE FROM WS-ERR-FPR-FAIL.
004567      DISPLAY "BNGEDIT: CARDFPR " WS-EX-VERB " FAILED STATUS "
004568          WS-CRDFPR-STATUS " BOARD " WS-BOARD-NO.
004569      DISPLAY "BNGEDIT: CARD KEY " WS-CARD-PRINT.
004570  2290-EXIT.
004571      EXIT.
004572
004573*----------------------------------------------------------------
004574* 2300-COPY-BOARD-ROW
004575*----------------------------------------------------------------
004576  2300-COPY-BOARD-ROW.
004577      WRITE CLN-LINE FROM WS-ROW-TEXT(WS-ROW-NO).
004578  2300-EXIT.
004579      EXIT.
004580
004581*----------------------------------------------------------------
004582* 2500-EDIT-ONE-DECK
004583* ONE MARKED DECK OF A MULTI-DECK TRANSMISSION. THE CURRENT
004584* LINE IS ITS "BATCH NNNN" MARKER; THE MARKER IS COPIED TO
004585* THE CLEAN FILE AND NOTED ON THE REPORT, THE DECK'S DRAW
004586* LINE AND BOARDS ARE EDITED EXACTLY AS A SINGLE DECK WOULD
004587* BE (BOARD NUMBERS RESTART AT ONE), AND THE BOARDS READ ARE
004588* BALANCED AGAINST THE MARKER BATCH'S REGISTRATION. THE MARKER
004589* IS HELD BACK AND COPIED TO THE CLEAN FILE ONLY AFTER THE
004590* DECK'S DRAW LINE PASSES, SO A REJECTED DECK LEAVES NO
004591* EMPTY MARKER SECTION FOR THE SCORING STEP TO TRIP ON.
004592* WHEN THE LOOP ENDS THE CURRENT LINE IS THE NEXT DECK'S
004593* MARKER, OR END OF FILE.
004594*----------------------------------------------------------------
004595  2500-EDIT-ONE-DECK.
004596      MOVE ZERO TO WS-DECK-BATCH-NO.
004597      IF WS-PARSE-LINE(7:4) NUMERIC
004598          MOVE WS-PARSE-LINE(7:4) TO WS-DECK-BATCH-NO
004599      END-IF.
004600      MOVE ZERO TO WS-BOARD-NO.
004601      MOVE "N" TO WS-BOARD-END-SW.
004602      MOVE "N" TO WS-NEXT-DECK-SW.
004603      MOVE WS-DECK-BATCH-NO TO WS-EK-BATCH-NO.
004604      WRITE ERR-LINE FROM WS-ERR-DECK-LINE.
004605      IF WS-DECK-BATCH-NO NOT = ZERO
004606         AND WS-DSN-COUNT < 500
004607          ADD 1 TO WS-DSN-COUNT
004608          SET WS-DSN-IDX TO WS-DSN-COUNT
004609          MOVE WS-DECK-BATCH-NO TO WS-DSN-BATCH-NO(WS-DSN-IDX)
004610      END-IF.
004611      MOVE WS-PARSE-LINE TO WS-MARKER-LINE.
004612      PERFORM 1100-READ-LINE THRU 1100-EXIT.
004613      PERFORM 1500-EDIT-DRAW-LINE THRU 1500-EXIT.
004614      IF WS-DRAWS-VALID
004615          WRITE CLN-LINE FROM WS-MARKER-LINE
004616          WRITE CLN-LINE FROM WS-PARSE-LINE
004617          PERFORM 2000-EDIT-ONE-BOARD THRU 2000-EXIT
004618              UNTIL WS-AT-EOF
004619                 OR WS-AT-NEXT-DECK
004620      ELSE
004621          PERFORM 2550-SKIP-TO-NEXT-DECK THRU 2550-EXIT
004622      END-IF.
004623      PERFORM 2600-BALANCE-ONE-DECK THRU 2600-EXIT.
004624  2500-EXIT.
004625      EXIT.
004626
004627*----------------------------------------------------------------
004628* 2550-SKIP-TO-NEXT-DECK
004629* THE DECK'S DRAW LINE WAS REJECTED, SO ITS BOARDS CANNOT BE
004630* PASSED ON. THE REST OF THE DECK IS ROLLED PAST UNTIL THE
004631* NEXT MARKER SO THE DECKS BEHIND IT STILL EDIT.
004632*----------------------------------------------------------------
004633  2550-SKIP-TO-NEXT-DECK.
004634      PERFORM 1100-READ-LINE THRU 1100-EXIT
004635          UNTIL WS-AT-EOF
004636             OR WS-PARSE-LINE(1:6) = "BATCH ".
004637      IF NOT WS-AT-EOF
004638          SET WS-AT-NEXT-DECK TO TRUE
004639      END-IF.
004640  2550-EXIT.
004641      EXIT.
004642
004643*----------------------------------------------------------------
004644* 2600-BALANCE-ONE-DECK
004645* MULTI-DECK TWIN OF 8500 - THE BATCH COMES FROM THE DECK'S
004646* MARKER RATHER THAN FROM HDRPARM, AND THE BOARDS READ FOR
004647* THIS DECK ALONE ARE BALANCED AGAINST ITS REGISTRATION.
004648*----------------------------------------------------------------
004649  2600-BALANCE-ONE-DECK.
004650      IF WS-DECK-BATCH-NO = ZERO
004651          MOVE "DECK BATCH MARKER NOT NUMERIC" TO WS-EN-REASON
004652          WRITE ERR-LINE FROM WS-ERR-NOBAL
004653          GO TO 2600-EXIT
004654      END-IF.
004655      MOVE WS-DECK-BATCH-NO TO WS-HDR-BATCH-NO.
004656      OPEN INPUT BATCHMST.
004657      IF WS-BATMST-STATUS NOT = "00"
004658          MOVE "BATCHMST MASTER NOT AVAILABLE" TO WS-EN-REASON
004659          WRITE ERR-LINE FROM WS-ERR-NOBAL
004660          GO TO 2600-EXIT
004661      END-IF.
004662      MOVE WS-HDR-BATCH-NO TO BATMST-BATCH-NO.
004663      READ BATCHMST
004664          INVALID KEY
004665              MOVE "BATCH NOT ON THE REGISTRATION MASTER"
004666                  TO WS-EN-REASON
004667              WRITE ERR-LINE FROM WS-ERR-NOBAL
004668              CLOSE BATCHMST
004669              GO TO 2600-EXIT
004670      END-READ.
004671      MOVE BATMST-EXP-CARDS TO WS-EXP-CARDS.
004672      CLOSE BATCHMST.
004673      PERFORM 8510-WRITE-BALANCE-LINE THRU 8510-EXIT.
004674  2600-EXIT.
004675      EXIT.
004676
004677*----------------------------------------------------------------
004678* 7000-VALIDATE-TOKEN
004679* CHECKS ONE PARSED TOKEN CHARACTER BY CHARACTER: DIGITS
004680* ONLY, AT LEAST ONE DIGIT, NO DIGIT AFTER A SPACE, AND THE
004681* VALUE IN RANGE 0-99. THE VALUE IS LEFT IN WS-TOKEN-VALUE.
004682*----------------------------------------------------------------
004683  7000-VALIDATE-TOKEN.
004684      SET WS-TOKEN-VALID TO TRUE.
004685      MOVE "N" TO WS-SPACE-SEEN-SW.
004686      MOVE ZERO TO WS-DIGIT-COUNT.
004687      MOVE ZERO TO WS-TOKEN-VALUE.
004688      PERFORM 7010-CHECK-ONE-CHAR THRU 7010-EXIT
004689          VARYING WS-CHAR-IDX FROM 1 BY 1
004690          UNTIL WS-CHAR-IDX > 4
004700             OR WS-TOKEN-INVALID.
004710      IF WS-DIGIT-COUNT = ZERO
005401  8620-EXIT.
005402      EXIT.
005403
005413*----------------------------------------------------------------
005423* 8700-BACK-OUT-NEW-CARDS
005433* THE RUN IS HELD (RC=8) OR THE REGISTER FAILED, SO NOTHING
005443* FROM IT WILL BE SCORED. EVERY CARD IT ADDED TO CARDFPR IS
005453* READ BACK FROM FPRWORK AND DELETED AGAIN, SO THE CORRECTED
005463* DECK IS NOT REJECTED B5 AGAINST THIS ONE. A CARD THAT WILL
005473* NOT DELETE IS COUNTED AS LEFT AND ENDS THE STEP RC=16.
005483*----------------------------------------------------------------
005493  8700-BACK-OUT-NEW-CARDS.
005503      CLOSE FPRWORK.
005508      MOVE "N" TO WS-FPRWORK-OPEN-SW.
005513      IF WS-FPR-ADDED = ZERO
005523          GO TO 8700-EXIT
005533      END-IF.
005543      OPEN INPUT FPRWORK.
005553      IF WS-FPRWORK-STATUS NOT = "00"
005563          DISPLAY "BNGEDIT: FPRWORK NOT AVAILABLE - NEW CARDS "
005573              "NOT BACKED OUT."
005583          MOVE WS-FPR-ADDED TO WS-FPR-NOT-BACKED-OUT
005593          SET WS-FPR-FAILED TO TRUE
005603          GO TO 8700-REPORT
005613      END-IF.
005618      SET WS-FPRWORK-OPEN TO TRUE.
005623      PERFORM 8710-BACK-OUT-ONE-CARD THRU 8710-EXIT
005633          UNTIL WS-FPRWORK-AT-EOF.
005653  8700-REPORT.
005663      MOVE WS-FPR-ADDED TO WS-EO-ADDED.
005673      MOVE WS-FPR-BACKED-OUT TO WS-EO-BACKED-OUT.
005683      MOVE WS-FPR-NOT-BACKED-OUT TO WS-EO-LEFT.
005693      WRITE ERR-LINE FROM WS-ERR-BACKOUT.
005703  8700-EXIT.
005713      EXIT.
005723
005733*----------------------------------------------------------------
005743* 8710-BACK-OUT-ONE-CARD
005753*----------------------------------------------------------------
005763  8710-BACK-OUT-ONE-CARD.
005773      READ FPRWORK INTO CRDFPR-RECORD
005783          AT END
005793              SET WS-FPRWORK-AT-EOF TO TRUE
005803              GO TO 8710-EXIT
005813      END-READ.
005823      DELETE CARDFPR RECORD
005833          INVALID KEY
005843              CONTINUE
005853      END-DELETE.
005863      IF WS-CRDFPR-STATUS = "00"
005873          ADD 1 TO WS-FPR-BACKED-OUT
005883      ELSE
005893          ADD 1 TO WS-FPR-NOT-BACKED-OUT
005903          SET WS-FPR-FAILED TO TRUE
005913          DISPLAY "BNGEDIT: CARDFPR DELETE FAILED STATUS "
005923              WS-CRDFPR-STATUS " KEY " CRDFPR-KEY
005933      END-IF.
005943  8710-EXIT.
005953      EXIT.
005963
005973*----------------------------------------------------------------
005983* 9999-TERMINATE
005993* A REGISTER FAILURE TURNS THE STEP'S RETURN CODE TO 16 ONCE
006003* THE FILES ARE CLOSED.
006013*----------------------------------------------------------------
006023  9999-TERMINATE.
006033      IF RETURN-CODE NOT = 16
006037          CLOSE RAWFILE CLNFILE ERRFILE CARDFPR
006041          IF WS-FPRWORK-OPEN
006045              CLOSE FPRWORK
006049          END-IF
006053          IF WS-FPR-FAILED
006063              DISPLAY "BNGEDIT: FINGERPRINT REGISTER FAILURE - "
006073                  "DO NOT SCORE."
006083              MOVE 16 TO RETURN-CODE
006093          END-IF
006103      END-IF.
006113  9999-EXIT.
006123      EXIT.
006133
