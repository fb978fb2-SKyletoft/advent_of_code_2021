000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : PRZMAINT
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - PRIZE-TIER SCHEDULE
000230*            JH   MAINTENANCE FOR THE PRIZE DESK, ON A PANEL
000240*            JH   IN THE STYLE OF BATMAINT. ADDS, CHANGES,
000250*            JH   DELETES AND LISTS PRZSCH BANDS (GAME TYPE,
000260*            JH   FIRST AND LAST FINISHING RANK, TIER CODE,
000270*            JH   DESCRIPTION AND PAYOUT AMOUNT). A BAND THAT
000280*            JH   WOULD OVERLAP ANOTHER BAND FOR THE SAME GAME
000290*            JH   TYPE IS REFUSED, SO EVERY WINNING RANK PRICES
000300*            JH   FROM EXACTLY ONE BAND IN THE EXTRACT.
000310*----------------------------------------------------------------
000320  PROGRAM-ID. PRZMAINT.
000330  AUTHOR. J HENDRICKS.
000340  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000350  DATE-WRITTEN. 10/15/2026.
000360  DATE-COMPILED.
000370
000380  ENVIRONMENT DIVISION.
000390  INPUT-OUTPUT SECTION.
000400  FILE-CONTROL.
000410*----------------------------------------------------------------
000420* PRZSCHED - THE PRIZE-TIER SCHEDULE MASTER, KEYED BY GAME
000430* TYPE AND FIRST RANK OF THE BAND. DYNAMIC ACCESS: KEYED FOR
000440* MAINTENANCE, SEQUENTIAL FOR THE OVERLAP CHECK AND THE LIST
000450* FUNCTION.
000460*----------------------------------------------------------------
000470      SELECT PRZSCHED ASSIGN TO "PRZSCHED"
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS DYNAMIC
000500          RECORD KEY IS PRZSCH-KEY
000510          FILE STATUS IS WS-PRZSCH-STATUS.
000520
000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  PRZSCHED.
000560  COPY PRZSCH.
000570
000580  WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000600* SWITCHES AND FILE STATUS
000610*----------------------------------------------------------------
000620  77  WS-PRZSCH-STATUS          PIC X(02).
000630  77  WS-DONE-SW                PIC X(01) VALUE "N".
000640      88  WS-DESK-DONE                    VALUE "Y".
000650  77  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
000660      88  WS-LIST-AT-EOF                  VALUE "Y".
000670  77  WS-OVERLAP-SW             PIC X(01) VALUE "N".
000680      88  WS-BAND-OVERLAPS                VALUE "Y".
000690*----------------------------------------------------------------
000700* PANEL ENTRY FIELDS - MOVED TO THE RECORD ONLY ONCE THE
000710* FUNCTION AND KEY HAVE CHECKED OUT
000720*----------------------------------------------------------------
000730  77  WS-FUNCTION               PIC X(01) VALUE SPACE.
000740      88  WS-FUNC-ADD                     VALUE "A" "a".
000750      88  WS-FUNC-CHANGE                  VALUE "C" "c".
000760      88  WS-FUNC-DELETE                  VALUE "D" "d".
000770      88  WS-FUNC-LIST                    VALUE "L" "l".
000780      88  WS-FUNC-EXIT                    VALUE "X" "x".
000790  77  WS-MNT-GAME-TYPE          PIC X(01) VALUE "R".
000800      88  WS-MNT-GT-VALID                 VALUE "R" "C" "B".
000810  77  WS-MNT-RANK-FROM          PIC 9(5) VALUE ZERO.
000820  77  WS-MNT-RANK-TO            PIC 9(5) VALUE ZERO.
000830  77  WS-MNT-TIER-CODE          PIC X(02) VALUE SPACES.
000840  77  WS-MNT-TIER-DESC          PIC X(20) VALUE SPACES.
000850  77  WS-MNT-AMOUNT             PIC 9(7)V99 VALUE ZERO.
000860  77  WS-SCREEN-MSG             PIC X(60) VALUE SPACES.
000870  77  WS-LIST-COUNT             PIC 9(5) COMP VALUE ZERO.
000880  77  WS-LIST-AMOUNT            PIC Z(6)9.99.
000890
000900*----------------------------------------------------------------
000910* SCR-MAINT-PANEL - PRIZE SCHEDULE MAINTENANCE PANEL
000920*----------------------------------------------------------------
000930  SCREEN SECTION.
000940  01  SCR-MAINT-PANEL.
000950      05  BLANK SCREEN.
000960      05  LINE 01 COLUMN 18 VALUE
000970              "DEC-4 PRIZE-TIER SCHEDULE MAINTENANCE".
000980      05  LINE 03 COLUMN 05 VALUE
000990              "FUNCTION A/C/D/L/X..........:".
001000      05  SCR-FUNC-FLD LINE 03 COLUMN 36 PIC X(1)
001010              USING WS-FUNCTION AUTO.
001020      05  LINE 04 COLUMN 07 VALUE
001030              "ADD/CHANGE/DELETE/LIST/EXIT".
001040      05  LINE 06 COLUMN 05 VALUE
001050              "GAME TYPE (R/C/B)...........:".
001060      05  SCR-GAME-FLD LINE 06 COLUMN 36 PIC X(1)
001070              USING WS-MNT-GAME-TYPE AUTO.
001080      05  LINE 07 COLUMN 05 VALUE
001090              "FIRST RANK IN BAND..........:".
001100      05  SCR-FROM-FLD LINE 07 COLUMN 36 PIC 9(5)
001110              USING WS-MNT-RANK-FROM AUTO.
001120      05  LINE 09 COLUMN 05 VALUE
001130              "LAST RANK IN BAND...........:".
001140      05  SCR-TO-FLD LINE 09 COLUMN 36 PIC 9(5)
001150              USING WS-MNT-RANK-TO AUTO.
001160      05  LINE 11 COLUMN 05 VALUE
001170              "TIER CODE...................:".
001180      05  SCR-TIER-FLD LINE 11 COLUMN 36 PIC X(2)
001190              USING WS-MNT-TIER-CODE AUTO.
001200      05  LINE 12 COLUMN 05 VALUE
001210              "TIER DESCRIPTION............:".
001220      05  SCR-DESC-FLD LINE 12 COLUMN 36 PIC X(20)
001230              USING WS-MNT-TIER-DESC AUTO.
001240      05  LINE 14 COLUMN 05 VALUE
001250              "PAYOUT AMOUNT (DDDDDDDCC)...:".
001260      05  SCR-AMOUNT-FLD LINE 14 COLUMN 36 PIC 9(7)V99
001270              USING WS-MNT-AMOUNT AUTO.
001280      05  LINE 16 COLUMN 05 PIC X(60)
001290              FROM WS-SCREEN-MSG
001300              FOREGROUND-COLOR 4 HIGHLIGHT.
001310
001320  PROCEDURE DIVISION.
001330*----------------------------------------------------------------
001340* 0000-MAINLINE
001350*----------------------------------------------------------------
001360  0000-MAINLINE.
001370      PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
001380      IF RETURN-CODE = 16
001390          GO TO 0000-EXIT
001400      END-IF.
001410      PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001420          UNTIL WS-DESK-DONE.
001430      CLOSE PRZSCHED.
001440  0000-EXIT.
001450      STOP RUN.
001460
001470*----------------------------------------------------------------
001480* 1000-OPEN-MASTER
001490* OPENS THE MASTER I-O; A BRAND-NEW FILE (STATUS 35) IS
001500* CREATED EMPTY FIRST, SO THE DESK CAN BUILD THE SCHEDULE
001510* FROM NOTHING ON DAY ONE.
001520*----------------------------------------------------------------
001530  1000-OPEN-MASTER.
001540      OPEN I-O PRZSCHED.
001550      IF WS-PRZSCH-STATUS = "35"
001560          OPEN OUTPUT PRZSCHED
001570          IF WS-PRZSCH-STATUS = "00"
001580              CLOSE PRZSCHED
001590              OPEN I-O PRZSCHED
001600          END-IF
001610      END-IF.
001620      IF WS-PRZSCH-STATUS NOT = "00"
001630          DISPLAY "PRZMAINT: PRZSCHED NOT AVAILABLE - STATUS "
001640              WS-PRZSCH-STATUS
001650          MOVE 16 TO RETURN-CODE
001660      END-IF.
001670  1000-EXIT.
001680      EXIT.
001690
001700*----------------------------------------------------------------
001710* 2000-PROCESS-ONE-REQUEST
001720* ONE TRIP ROUND THE PANEL: ACCEPT THE FUNCTION, THEN THE
001730* FIELDS THE FUNCTION NEEDS, THEN APPLY IT.
001740*----------------------------------------------------------------
001750  2000-PROCESS-ONE-REQUEST.
001760      DISPLAY SCR-MAINT-PANEL.
001770      ACCEPT SCR-FUNC-FLD.
001780      MOVE SPACES TO WS-SCREEN-MSG.
001790      EVALUATE TRUE
001800          WHEN WS-FUNC-EXIT
001810              SET WS-DESK-DONE TO TRUE
001820          WHEN WS-FUNC-LIST
001830              PERFORM 6000-LIST-SCHEDULE THRU 6000-EXIT
001840          WHEN WS-FUNC-ADD
001850              PERFORM 3000-ADD-BAND THRU 3000-EXIT
001860          WHEN WS-FUNC-CHANGE
001870              PERFORM 4000-CHANGE-BAND THRU 4000-EXIT
001880          WHEN WS-FUNC-DELETE
001890              PERFORM 5000-DELETE-BAND THRU 5000-EXIT
001900          WHEN OTHER
001910              MOVE "FUNCTION MUST BE A, C, D, L OR X."
001920                  TO WS-SCREEN-MSG
001930      END-EVALUATE.
001940  2000-EXIT.
001950      EXIT.
001960
001970*----------------------------------------------------------------
001980* 2100-ACCEPT-BAND-KEY
001990* COMMON KEY ENTRY FOR ADD, CHANGE AND DELETE - THE GAME
002000* TYPE (UPPER-CASED, BLANK TAKEN AS R) AND THE FIRST RANK OF
002010* THE BAND. RANK 00000 IS REFUSED HERE ONCE FOR ALL THREE.
002020*----------------------------------------------------------------
002030  2100-ACCEPT-BAND-KEY.
002040      ACCEPT SCR-GAME-FLD.
002050      ACCEPT SCR-FROM-FLD.
002060      IF WS-MNT-GAME-TYPE = "r"
002070          MOVE "R" TO WS-MNT-GAME-TYPE
002080      END-IF.
002090      IF WS-MNT-GAME-TYPE = "c"
002100          MOVE "C" TO WS-MNT-GAME-TYPE
002110      END-IF.
002120      IF WS-MNT-GAME-TYPE = "b"
002130          MOVE "B" TO WS-MNT-GAME-TYPE
002140      END-IF.
002150      IF WS-MNT-GAME-TYPE = SPACE
002160          MOVE "R" TO WS-MNT-GAME-TYPE
002170      END-IF.
002180      IF NOT WS-MNT-GT-VALID
002190          MOVE "GAME TYPE MUST BE R, C OR B."
002200              TO WS-SCREEN-MSG
002210          GO TO 2100-EXIT
002220      END-IF.
002230      IF WS-MNT-RANK-FROM = ZERO
002240          MOVE "FIRST RANK 00000 IS NOT VALID."
002250              TO WS-SCREEN-MSG
002260      END-IF.
002270  2100-EXIT.
002280      EXIT.
002290
002300*----------------------------------------------------------------
002310* 2200-ACCEPT-DETAIL-FIELDS
002320*----------------------------------------------------------------
002330  2200-ACCEPT-DETAIL-FIELDS.
002340      ACCEPT SCR-TO-FLD.
002350      ACCEPT SCR-TIER-FLD.
002360      ACCEPT SCR-DESC-FLD.
002370      ACCEPT SCR-AMOUNT-FLD.
002380      IF WS-MNT-RANK-TO < WS-MNT-RANK-FROM
002390          MOVE "LAST RANK MUST NOT BE BELOW THE FIRST RANK."
002400              TO WS-SCREEN-MSG
002410          GO TO 2200-EXIT
002420      END-IF.
002430      IF WS-MNT-TIER-CODE = SPACES
002440          MOVE "TIER CODE MUST NOT BE BLANK."
002450              TO WS-SCREEN-MSG
002460          GO TO 2200-EXIT
002470      END-IF.
002480      IF WS-MNT-TIER-DESC = SPACES
002490          MOVE "TIER DESCRIPTION MUST NOT BE BLANK."
002500              TO WS-SCREEN-MSG
002510          GO TO 2200-EXIT
002520      END-IF.
002530      IF WS-MNT-AMOUNT = ZERO
002540          MOVE "PAYOUT AMOUNT MUST NOT BE ZERO."
002550              TO WS-SCREEN-MSG
002560          GO TO 2200-EXIT
002570      END-IF.
002580      PERFORM 2300-CHECK-OVERLAP THRU 2300-EXIT.
002590      IF WS-BAND-OVERLAPS
002600          MOVE "BAND OVERLAPS ANOTHER BAND FOR THIS GAME TYPE."
002610              TO WS-SCREEN-MSG
002620      END-IF.
002630  2200-EXIT.
002640      EXIT.
002650
002660*----------------------------------------------------------------
002670* 2300-CHECK-OVERLAP
002680* WALKS EVERY BAND ON FILE FOR THE KEYED GAME TYPE AND FLAGS
002690* ANY BAND, OTHER THAN THE ONE BEING MAINTAINED, WHOSE RANKS
002700* RUN INTO THE KEYED FIRST-TO-LAST RANGE. THE FILE POSITION
002710* IS LOST, SO THE CALLER REREADS BY KEY BEFORE A REWRITE.
002720*----------------------------------------------------------------
002730  2300-CHECK-OVERLAP.
002740      MOVE "N" TO WS-OVERLAP-SW.
002750      MOVE "N" TO WS-LIST-EOF-SW.
002760      MOVE WS-MNT-GAME-TYPE TO PRZSCH-GAME-TYPE.
002770      MOVE ZERO TO PRZSCH-RANK-FROM.
002780      START PRZSCHED KEY NOT < PRZSCH-KEY
002790          INVALID KEY
002800              SET WS-LIST-AT-EOF TO TRUE
002810      END-START.
002820      PERFORM 2310-CHECK-ONE-BAND THRU 2310-EXIT
002830          UNTIL WS-LIST-AT-EOF
002840             OR WS-BAND-OVERLAPS.
002850  2300-EXIT.
002860      EXIT.
002870
002880*----------------------------------------------------------------
002890* 2310-CHECK-ONE-BAND
002900*----------------------------------------------------------------
002910  2310-CHECK-ONE-BAND.
002920      READ PRZSCHED NEXT RECORD
002930          AT END
002940              SET WS-LIST-AT-EOF TO TRUE
002950              GO TO 2310-EXIT
002960      END-READ.
002970      IF PRZSCH-GAME-TYPE NOT = WS-MNT-GAME-TYPE
002980          SET WS-LIST-AT-EOF TO TRUE
002990          GO TO 2310-EXIT
003000      END-IF.
003010      IF PRZSCH-RANK-FROM = WS-MNT-RANK-FROM
003020          GO TO 2310-EXIT
003030      END-IF.
003040      IF PRZSCH-RANK-FROM NOT > WS-MNT-RANK-TO
003050         AND PRZSCH-RANK-TO NOT < WS-MNT-RANK-FROM
003060          SET WS-BAND-OVERLAPS TO TRUE
003070      END-IF.
003080  2310-EXIT.
003090      EXIT.
003100
003110*----------------------------------------------------------------
003120* 3000-ADD-BAND
003130*----------------------------------------------------------------
003140  3000-ADD-BAND.
003150      PERFORM 2100-ACCEPT-BAND-KEY THRU 2100-EXIT.
003160      IF WS-SCREEN-MSG NOT = SPACES
003170          GO TO 3000-EXIT
003180      END-IF.
003190      PERFORM 2200-ACCEPT-DETAIL-FIELDS THRU 2200-EXIT.
003200      IF WS-SCREEN-MSG NOT = SPACES
003210          GO TO 3000-EXIT
003220      END-IF.
003230      MOVE SPACES TO PRZSCH-RECORD.
003240      MOVE WS-MNT-GAME-TYPE TO PRZSCH-GAME-TYPE.
003250      MOVE WS-MNT-RANK-FROM TO PRZSCH-RANK-FROM.
003260      MOVE WS-MNT-RANK-TO TO PRZSCH-RANK-TO.
003270      MOVE WS-MNT-TIER-CODE TO PRZSCH-TIER-CODE.
003280      MOVE WS-MNT-TIER-DESC TO PRZSCH-TIER-DESC.
003290      MOVE WS-MNT-AMOUNT TO PRZSCH-AMOUNT.
003300      WRITE PRZSCH-RECORD
003310          INVALID KEY
003320              MOVE "BAND IS ALREADY ON FILE - USE CHANGE."
003330                  TO WS-SCREEN-MSG
003340          NOT INVALID KEY
003350              MOVE "BAND ADDED."
003360                  TO WS-SCREEN-MSG
003370      END-WRITE.
003380  3000-EXIT.
003390      EXIT.
003400
003410*----------------------------------------------------------------
003420* 4000-CHANGE-BAND
003430* READS THE BAND, SHOWS ITS CURRENT VALUES ON THE PANEL, AND
003440* REWRITES IT WITH WHAT THE DESK KEYS. THE GAME TYPE AND
003450* FIRST RANK ARE THE KEY AND ARE NOT CHANGED HERE - DELETE
003460* THE BAND AND ADD IT AGAIN TO MOVE ITS FIRST RANK.
003470*----------------------------------------------------------------
003480  4000-CHANGE-BAND.
003490      PERFORM 2100-ACCEPT-BAND-KEY THRU 2100-EXIT.
003500      IF WS-SCREEN-MSG NOT = SPACES
003510          GO TO 4000-EXIT
003520      END-IF.
003530      MOVE WS-MNT-GAME-TYPE TO PRZSCH-GAME-TYPE.
003540      MOVE WS-MNT-RANK-FROM TO PRZSCH-RANK-FROM.
003550      READ PRZSCHED
003560          INVALID KEY
003570              MOVE "BAND IS NOT ON FILE - USE ADD."
003580                  TO WS-SCREEN-MSG
003590              GO TO 4000-EXIT
003600      END-READ.
003610      MOVE PRZSCH-RANK-TO TO WS-MNT-RANK-TO.
003620      MOVE PRZSCH-TIER-CODE TO WS-MNT-TIER-CODE.
003630      MOVE PRZSCH-TIER-DESC TO WS-MNT-TIER-DESC.
003640      MOVE PRZSCH-AMOUNT TO WS-MNT-AMOUNT.
003650      DISPLAY SCR-MAINT-PANEL.
003660      PERFORM 2200-ACCEPT-DETAIL-FIELDS THRU 2200-EXIT.
003670      IF WS-SCREEN-MSG NOT = SPACES
003680          GO TO 4000-EXIT
003690      END-IF.
003700      MOVE WS-MNT-GAME-TYPE TO PRZSCH-GAME-TYPE.
003710      MOVE WS-MNT-RANK-FROM TO PRZSCH-RANK-FROM.
003720      READ PRZSCHED
003730          INVALID KEY
003740              MOVE "CHANGE FAILED - BAND NO LONGER ON FILE."
003750                  TO WS-SCREEN-MSG
003760              GO TO 4000-EXIT
003770      END-READ.
003780      MOVE WS-MNT-RANK-TO TO PRZSCH-RANK-TO.
003790      MOVE WS-MNT-TIER-CODE TO PRZSCH-TIER-CODE.
003800      MOVE WS-MNT-TIER-DESC TO PRZSCH-TIER-DESC.
003810      MOVE WS-MNT-AMOUNT TO PRZSCH-AMOUNT.
003820      REWRITE PRZSCH-RECORD
003830          INVALID KEY
003840              MOVE "CHANGE FAILED - RECORD NOT REWRITTEN."
003850                  TO WS-SCREEN-MSG
003860          NOT INVALID KEY
003870              MOVE "BAND CHANGED."
003880                  TO WS-SCREEN-MSG
003890      END-REWRITE.
003900  4000-EXIT.
003910      EXIT.
003920
003930*----------------------------------------------------------------
003940* 5000-DELETE-BAND
003950*----------------------------------------------------------------
003960  5000-DELETE-BAND.
003970      PERFORM 2100-ACCEPT-BAND-KEY THRU 2100-EXIT.
003980      IF WS-SCREEN-MSG NOT = SPACES
003990          GO TO 5000-EXIT
004000      END-IF.
004010      MOVE WS-MNT-GAME-TYPE TO PRZSCH-GAME-TYPE.
004020      MOVE WS-MNT-RANK-FROM TO PRZSCH-RANK-FROM.
004030      READ PRZSCHED
004040          INVALID KEY
004050              MOVE "BAND IS NOT ON FILE."
004060                  TO WS-SCREEN-MSG
004070              GO TO 5000-EXIT
004080      END-READ.
004090      DELETE PRZSCHED RECORD
004100          INVALID KEY
004110              MOVE "DELETE FAILED - BAND NOT REMOVED."
004120                  TO WS-SCREEN-MSG
004130          NOT INVALID KEY
004140              MOVE "BAND DELETED."
004150                  TO WS-SCREEN-MSG
004160      END-DELETE.
004170  5000-EXIT.
004180      EXIT.
004190
004200*----------------------------------------------------------------
004210* 6000-LIST-SCHEDULE
004220* ROLLS THE WHOLE SCHEDULE TO THE CONSOLE IN KEY ORDER - BY
004230* GAME TYPE, THEN BY FIRST RANK - IN THE STYLE OF BATMAINT'S
004240* LIST.
004250*----------------------------------------------------------------
004260  6000-LIST-SCHEDULE.
004270      MOVE LOW-VALUES TO PRZSCH-KEY.
004280      MOVE "N" TO WS-LIST-EOF-SW.
004290      MOVE ZERO TO WS-LIST-COUNT.
004300      START PRZSCHED KEY NOT < PRZSCH-KEY
004310          INVALID KEY
004320              SET WS-LIST-AT-EOF TO TRUE
004330      END-START.
004340      DISPLAY "GAME  FROM     TO TIER DESCRIPTION         "
004350          "      PAYOUT".
004360      PERFORM 6100-LIST-ONE-BAND THRU 6100-EXIT
004370          UNTIL WS-LIST-AT-EOF.
004380      DISPLAY "BANDS LISTED: " WS-LIST-COUNT.
004390      MOVE "LIST COMPLETE - SEE CONSOLE."
004400          TO WS-SCREEN-MSG.
004410  6000-EXIT.
004420      EXIT.
004430
004440*----------------------------------------------------------------
004450* 6100-LIST-ONE-BAND
004460*----------------------------------------------------------------
004470  6100-LIST-ONE-BAND.
004480      READ PRZSCHED NEXT RECORD
004490          AT END
004500              SET WS-LIST-AT-EOF TO TRUE
004510              GO TO 6100-EXIT
004520      END-READ.
004530      ADD 1 TO WS-LIST-COUNT.
004540      MOVE PRZSCH-AMOUNT TO WS-LIST-AMOUNT.
004550      DISPLAY "  " PRZSCH-GAME-TYPE "  " PRZSCH-RANK-FROM "  "
004560          PRZSCH-RANK-TO "  " PRZSCH-TIER-CODE "  "
004570          PRZSCH-TIER-DESC " " WS-LIST-AMOUNT.
004580  6100-EXIT.
004590      EXIT.
