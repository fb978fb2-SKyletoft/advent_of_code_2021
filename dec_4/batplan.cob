000300*            JH   FILE - THE REGISTRATIONS THAT FELL THROUGH
000310*            JH   BEFORE THE END-OF-DAY RECONCILIATION WOULD
000320*            JH   EVER SEE THEM.
000321* 10/15/2026 JH   TODAY IS LOOKED UP ON THE SHOPCAL SHOP CALENDAR.
000322*            JH   ON A DARK DAY THE PLAN SAYS SO, AND EVERY BATCH
000323*            JH   STILL SCHEDULED FOR TODAY IS MARKED AS NOT TO
000324*            JH   RUN AND COUNTED IN THE TRAILER FOR THE DESK TO
000325*            JH   RESCHEDULE.
000330*----------------------------------------------------------------
000340* RETURN CODES
000350*   00 - PLAN PRINTED, NOTHING OVERDUE
000356*   04 - PLAN PRINTED, OVERDUE REGISTRATIONS FLAGGED OR
000362*        BATCHES SCHEDULED ON A SHOP DARK DAY
000370*   16 - A FILE COULD NOT BE OPENED
000380*----------------------------------------------------------------
000390  PROGRAM-ID. BATPLAN.
000620          ACCESS MODE IS RANDOM
000630          RECORD KEY IS BATHST-KEY
000640          FILE STATUS IS WS-HST-STATUS.
000641*----------------------------------------------------------------
000642* SHOPCAL - THE SHOP CALENDAR OF DARK DAYS, READ BY DATE.
000643*----------------------------------------------------------------
000644      SELECT SHOPCAL ASSIGN TO "SHOPCAL"
000645          ORGANIZATION IS INDEXED
000646          ACCESS MODE IS RANDOM
000647          RECORD KEY IS SHPCAL-DATE
000648          FILE STATUS IS WS-SHPCAL-STATUS.
000650*----------------------------------------------------------------
000660* PLANRPT - PRINT-IMAGE PLAN-OF-DAY REPORT.
000670*----------------------------------------------------------------
000760
000770  FD  HSTFILE.
000780  COPY BATHIST.
000782
000784  FD  SHOPCAL.
000786  COPY SHPCAL.
000790
000800  FD  PLNFILE
000810      RECORDING MODE IS F.
000870*----------------------------------------------------------------
000880  77  WS-BATMST-STATUS             PIC X(02).
000890  77  WS-HST-STATUS                PIC X(02).
000895  77  WS-SHPCAL-STATUS             PIC X(02).
000900  77  WS-PLNFILE-STATUS            PIC X(02).
000910  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000920      88  WS-AT-EOF                          VALUE "Y".
000930  77  WS-HST-AVAIL-SW              PIC X(01) VALUE "N".
000940      88  WS-HST-AVAILABLE                   VALUE "Y".
000943  77  WS-DARK-DAY-SW               PIC X(01) VALUE "N".
000946      88  WS-TODAY-IS-DARK                   VALUE "Y".
000950*----------------------------------------------------------------
000960* TODAY'S DATE AND THE PLAN COUNTERS
000970*----------------------------------------------------------------
000980  77  WS-TODAY-DATE                PIC 9(8).
000990  77  WS-DUE-COUNT                 PIC 9(5) COMP VALUE ZERO.
001000  77  WS-OVERDUE-COUNT             PIC 9(5) COMP VALUE ZERO.
001005  77  WS-HELD-COUNT                PIC 9(5) COMP VALUE ZERO.
001010*----------------------------------------------------------------
001020* PLANRPT REPORT LINE LAYOUTS
001030*----------------------------------------------------------------
001180      05  WS-PD-CARDS               PIC ZZZZ9.
001190      05  FILLER                    PIC X(06) VALUE " GAME ".
001200      05  WS-PD-GAME                PIC X(01).
001206      05  FILLER                    PIC X(01) VALUE SPACE.
001212      05  WS-PD-NOTE                PIC X(19) VALUE SPACES.
001220  01  WS-PLN-LATE-LINE.
001230      05  FILLER                    PIC X(06) VALUE "BATCH ".
001240      05  WS-PL-BATCH-NO            PIC 9(04).
001290      05  FILLER                    PIC X(14) VALUE
001300              " NO RUN RECORD".
001310      05  FILLER                    PIC X(10) VALUE SPACES.
001311  01  WS-PLN-DARK-LINE.
001312      05  FILLER                    PIC X(27) VALUE
001313              "TODAY IS A SHOP DARK DAY - ".
001314      05  WS-PK-REASON              PIC X(30).
001315      05  FILLER                    PIC X(23) VALUE SPACES.
001320  01  WS-PLN-NONE-LINE.
001330      05  WS-PN-TEXT                PIC X(40).
001340      05  FILLER                    PIC X(40) VALUE SPACES.
001390      05  FILLER                    PIC X(09) VALUE "  OVERDUE".
001400      05  FILLER                    PIC X(01) VALUE SPACE.
001410      05  WS-PT-OVERDUE             PIC ZZZZ9.
001413      05  FILLER                    PIC X(15) VALUE
001416              "  HELD DARK DAY".
001419      05  FILLER                    PIC X(01) VALUE SPACE.
001422      05  WS-PT-HELD                PIC ZZZZ9.
001425      05  FILLER                    PIC X(29) VALUE SPACES.
001430
001440  PROCEDURE DIVISION.
001450*----------------------------------------------------------------
001820* 1000-INITIALIZE
001830* BATHIST IS WANTED BUT NOT REQUIRED - AN EMPTY OR MISSING
001840* HISTORY FILE ONLY MEANS EVERY PAST-DUE REGISTRATION IS
001846* FLAGGED, WHICH IS THE TRUTH OF THE MATTER. LIKEWISE A
001852* MISSING SHOP CALENDAR ONLY MEANS NO DAY IS DARK.
001860*----------------------------------------------------------------
001870  1000-INITIALIZE.
001880      ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002060          DISPLAY "BATPLAN: BATHIST NOT AVAILABLE - EVERY "
002070              "PAST-DUE REGISTRATION WILL FLAG."
002080      END-IF.
002081      OPEN INPUT SHOPCAL.
002082      IF WS-SHPCAL-STATUS = "00"
002083          MOVE WS-TODAY-DATE TO SHPCAL-DATE
002084          READ SHOPCAL
002085              NOT INVALID KEY
002086                  SET WS-TODAY-IS-DARK TO TRUE
002087                  MOVE SHPCAL-REASON TO WS-PK-REASON
002088          END-READ
002089          CLOSE SHOPCAL
002090      ELSE
002091          DISPLAY "BATPLAN: SHOPCAL NOT AVAILABLE - NO DAY IS "
002092              "TAKEN AS DARK."
002093      END-IF.
002094      MOVE WS-TODAY-DATE TO WS-PH-DATE.
002100      WRITE PLN-LINE FROM WS-PLN-HDR.
002102      IF WS-TODAY-IS-DARK
002104          WRITE PLN-LINE FROM WS-PLN-DARK-LINE
002106      END-IF.
002110  1000-EXIT.
002120      EXIT.
002130
002140*----------------------------------------------------------------
002150* 2000-LIST-ONE-DUE
002160* ONE MASTER RECORD ON THE FIRST PASS - OPEN REGISTRATIONS
002166* SCHEDULED FOR TODAY MAKE THE PLAN. ON A DARK DAY EACH IS
002172* MARKED AS NOT TO RUN; HELLO WILL REFUSE IT.
002180*----------------------------------------------------------------
002190  2000-LIST-ONE-DUE.
002200      READ BATCHMST NEXT RECORD
002350          MOVE BATMST-GAME-TYPE TO WS-PD-GAME
002360      ELSE
002370          MOVE "R" TO WS-PD-GAME
002372      END-IF.
002374      IF WS-TODAY-IS-DARK
002376          ADD 1 TO WS-HELD-COUNT
002378          MOVE "NOT RUN - DARK DAY" TO WS-PD-NOTE
002380      END-IF.
002390      WRITE PLN-LINE FROM WS-PLN-DUE-LINE.
002400  2000-EXIT.
003010  8000-WRITE-TRAILER.
003020      MOVE WS-DUE-COUNT TO WS-PT-DUE.
003030      MOVE WS-OVERDUE-COUNT TO WS-PT-OVERDUE.
003035      MOVE WS-HELD-COUNT TO WS-PT-HELD.
003040      WRITE PLN-LINE FROM WS-PLN-TRAILER.
003050      IF WS-OVERDUE-COUNT > ZERO
003055         OR WS-HELD-COUNT > ZERO
003060          MOVE 4 TO RETURN-CODE
003070      END-IF.
003080  8000-EXIT.
