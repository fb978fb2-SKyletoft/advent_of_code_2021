000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : CALMAINT
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - SHOP CALENDAR MAINTENANCE
000230*            JH   FOR THE SCHEDULING DESK, ON A PANEL IN THE
000240*            JH   STYLE OF BATMAINT. ADDS, CHANGES, DELETES AND
000250*            JH   LISTS THE SHOP'S DARK DAYS (DATE AND REASON)
000260*            JH   ON THE SHOPCAL CALENDAR. A DATE THAT IS NOT A
000270*            JH   REAL CALENDAR DATE IS REFUSED.
000280*----------------------------------------------------------------
000290* RETURN CODES
000300*   00 - PANEL ENDED NORMALLY
000310*   16 - SHOPCAL COULD NOT BE OPENED
000320*----------------------------------------------------------------
000330  PROGRAM-ID. CALMAINT.
000340  AUTHOR. J HENDRICKS.
000350  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000360  DATE-WRITTEN. 10/15/2026.
000370  DATE-COMPILED.
000380
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420*----------------------------------------------------------------
000430* SHOPCAL - THE SHOP CALENDAR OF DARK DAYS, KEYED BY DATE.
000440* DYNAMIC ACCESS: KEYED FOR MAINTENANCE, SEQUENTIAL FOR THE
000450* LIST FUNCTION.
000460*----------------------------------------------------------------
000470      SELECT SHOPCAL ASSIGN TO "SHOPCAL"
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS DYNAMIC
000500          RECORD KEY IS SHPCAL-DATE
000510          FILE STATUS IS WS-SHPCAL-STATUS.
000520
000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  SHOPCAL.
000560  COPY SHPCAL.
000570
000580  WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000600* SWITCHES AND FILE STATUS
000610*----------------------------------------------------------------
000620  77  WS-SHPCAL-STATUS          PIC X(02).
000630  77  WS-DONE-SW                PIC X(01) VALUE "N".
000640      88  WS-DESK-DONE                    VALUE "Y".
000650  77  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
000660      88  WS-LIST-AT-EOF                  VALUE "Y".
000670*----------------------------------------------------------------
000680* PANEL ENTRY FIELDS - MOVED TO THE RECORD ONLY ONCE THE
000690* FUNCTION AND KEY HAVE CHECKED OUT
000700*----------------------------------------------------------------
000710  77  WS-FUNCTION               PIC X(01) VALUE SPACE.
000720      88  WS-FUNC-ADD                     VALUE "A" "a".
000730      88  WS-FUNC-CHANGE                  VALUE "C" "c".
000740      88  WS-FUNC-DELETE                  VALUE "D" "d".
000750      88  WS-FUNC-LIST                    VALUE "L" "l".
000760      88  WS-FUNC-EXIT                    VALUE "X" "x".
000770  01  WS-MNT-DATE               PIC 9(8) VALUE ZERO.
000780  01  WS-MNT-DATE-R REDEFINES WS-MNT-DATE.
000790      05  WS-MNT-YEAR           PIC 9(4).
000800      05  WS-MNT-MONTH          PIC 9(2).
000810      05  WS-MNT-DAY            PIC 9(2).
000820  77  WS-MNT-REASON             PIC X(30) VALUE SPACES.
000830  77  WS-SCREEN-MSG             PIC X(60) VALUE SPACES.
000840  77  WS-LIST-COUNT             PIC 9(5) COMP VALUE ZERO.
000850*----------------------------------------------------------------
000860* DATE CHECK - DAYS IN EACH MONTH, FEBRUARY TAKING 29 IN A
000870* LEAP YEAR
000880*----------------------------------------------------------------
000890  77  WS-MONTH-DAYS             PIC 9(2) VALUE ZERO.
000900  77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE ZERO.
000910  77  WS-LEAP-REM-4             PIC 9(4) COMP VALUE ZERO.
000920  77  WS-LEAP-REM-100           PIC 9(4) COMP VALUE ZERO.
000930  77  WS-LEAP-REM-400           PIC 9(4) COMP VALUE ZERO.
000940  01  WS-MONTH-DAYS-DATA.
000950      05  FILLER                PIC X(24) VALUE
000960              "312831303130313130313031".
000970  01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
000980      05  WS-MD-DAYS            PIC 9(2) OCCURS 12 TIMES.
000990
001000*----------------------------------------------------------------
001010* SCR-MAINT-PANEL - SHOP CALENDAR MAINTENANCE PANEL
001020*----------------------------------------------------------------
001030  SCREEN SECTION.
001040  01  SCR-MAINT-PANEL.
001050      05  BLANK SCREEN.
001060      05  LINE 01 COLUMN 18 VALUE
001070              "DEC-4 SHOP CALENDAR MAINTENANCE".
001080      05  LINE 03 COLUMN 05 VALUE
001090              "FUNCTION A/C/D/L/X..........:".
001100      05  SCR-FUNC-FLD LINE 03 COLUMN 36 PIC X(1)
001110              USING WS-FUNCTION AUTO.
001120      05  LINE 04 COLUMN 07 VALUE
001130              "ADD/CHANGE/DELETE/LIST/EXIT".
001140      05  LINE 06 COLUMN 05 VALUE
001150              "DARK DAY (YYYYMMDD).........:".
001160      05  SCR-DATE-FLD LINE 06 COLUMN 36 PIC 9(8)
001170              USING WS-MNT-DATE AUTO.
001180      05  LINE 08 COLUMN 05 VALUE
001190              "REASON......................:".
001200      05  SCR-REASON-FLD LINE 08 COLUMN 36 PIC X(30)
001210              USING WS-MNT-REASON AUTO.
001220      05  LINE 16 COLUMN 05 PIC X(60)
001230              FROM WS-SCREEN-MSG
001240              FOREGROUND-COLOR 4 HIGHLIGHT.
001250
001260  PROCEDURE DIVISION.
001270*----------------------------------------------------------------
001280* 0000-MAINLINE
001290*----------------------------------------------------------------
001300  0000-MAINLINE.
001310      PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
001320      IF RETURN-CODE = 16
001330          GO TO 0000-EXIT
001340      END-IF.
001350      PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001360          UNTIL WS-DESK-DONE.
001370      CLOSE SHOPCAL.
001380  0000-EXIT.
001390      STOP RUN.
001400
001410*----------------------------------------------------------------
001420* 1000-OPEN-MASTER
001430* OPENS THE CALENDAR I-O; A BRAND-NEW FILE (STATUS 35) IS
001440* CREATED EMPTY FIRST, SO THE DESK CAN BUILD THE CALENDAR
001450* FROM NOTHING ON DAY ONE.
001460*----------------------------------------------------------------
001470  1000-OPEN-MASTER.
001480      OPEN I-O SHOPCAL.
001490      IF WS-SHPCAL-STATUS = "35"
001500          OPEN OUTPUT SHOPCAL
001510          IF WS-SHPCAL-STATUS = "00"
001520              CLOSE SHOPCAL
001530              OPEN I-O SHOPCAL
001540          END-IF
001550      END-IF.
001560      IF WS-SHPCAL-STATUS NOT = "00"
001570          DISPLAY "CALMAINT: SHOPCAL NOT AVAILABLE - STATUS "
001580              WS-SHPCAL-STATUS
001590          MOVE 16 TO RETURN-CODE
001600      END-IF.
001610  1000-EXIT.
001620      EXIT.
001630
001640*----------------------------------------------------------------
001650* 2000-PROCESS-ONE-REQUEST
001660* ONE TRIP ROUND THE PANEL: ACCEPT THE FUNCTION, THEN THE
001670* FIELDS THE FUNCTION NEEDS, THEN APPLY IT.
001680*----------------------------------------------------------------
001690  2000-PROCESS-ONE-REQUEST.
001700      DISPLAY SCR-MAINT-PANEL.
001710      ACCEPT SCR-FUNC-FLD.
001720      MOVE SPACES TO WS-SCREEN-MSG.
001730      EVALUATE TRUE
001740          WHEN WS-FUNC-EXIT
001750              SET WS-DESK-DONE TO TRUE
001760          WHEN WS-FUNC-LIST
001770              PERFORM 6000-LIST-CALENDAR THRU 6000-EXIT
001780          WHEN WS-FUNC-ADD
001790              PERFORM 3000-ADD-DARK-DAY THRU 3000-EXIT
001800          WHEN WS-FUNC-CHANGE
001810              PERFORM 4000-CHANGE-DARK-DAY THRU 4000-EXIT
001820          WHEN WS-FUNC-DELETE
001830              PERFORM 5000-DELETE-DARK-DAY THRU 5000-EXIT
001840          WHEN OTHER
001850              MOVE "FUNCTION MUST BE A, C, D, L OR X."
001860                  TO WS-SCREEN-MSG
001870      END-EVALUATE.
001880  2000-EXIT.
001890      EXIT.
001900
001910*----------------------------------------------------------------
001920* 2100-ACCEPT-DATE
001930* COMMON KEY ENTRY FOR ADD, CHANGE AND DELETE. THE DATE MUST BE
001940* A REAL ONE - MONTH 01-12 AND A DAY THAT MONTH HAS, FEBRUARY
001950* 29 ONLY IN A LEAP YEAR.
001960*----------------------------------------------------------------
001970  2100-ACCEPT-DATE.
001980      ACCEPT SCR-DATE-FLD.
001990      IF WS-MNT-MONTH < 1 OR WS-MNT-MONTH > 12
002000          MOVE "DATE MUST BE A REAL YYYYMMDD DATE."
002010              TO WS-SCREEN-MSG
002020          GO TO 2100-EXIT
002030      END-IF.
002040      MOVE WS-MD-DAYS(WS-MNT-MONTH) TO WS-MONTH-DAYS.
002050      IF WS-MNT-MONTH = 2
002060          DIVIDE WS-MNT-YEAR BY 4 GIVING WS-LEAP-QUOT
002070              REMAINDER WS-LEAP-REM-4
002080          DIVIDE WS-MNT-YEAR BY 100 GIVING WS-LEAP-QUOT
002090              REMAINDER WS-LEAP-REM-100
002100          DIVIDE WS-MNT-YEAR BY 400 GIVING WS-LEAP-QUOT
002110              REMAINDER WS-LEAP-REM-400
002120          IF WS-LEAP-REM-4 = ZERO
002130             AND (WS-LEAP-REM-100 NOT = ZERO
002140                  OR WS-LEAP-REM-400 = ZERO)
002150              MOVE 29 TO WS-MONTH-DAYS
002160          END-IF
002170      END-IF.
002180      IF WS-MNT-YEAR = ZERO
002190         OR WS-MNT-DAY < 1 OR WS-MNT-DAY > WS-MONTH-DAYS
002200          MOVE "DATE MUST BE A REAL YYYYMMDD DATE."
002210              TO WS-SCREEN-MSG
002220      END-IF.
002230  2100-EXIT.
002240      EXIT.
002250
002260*----------------------------------------------------------------
002270* 2200-ACCEPT-REASON
002280*----------------------------------------------------------------
002290  2200-ACCEPT-REASON.
002300      ACCEPT SCR-REASON-FLD.
002310      IF WS-MNT-REASON = SPACES
002320          MOVE "REASON MUST NOT BE BLANK."
002330              TO WS-SCREEN-MSG
002340      END-IF.
002350  2200-EXIT.
002360      EXIT.
002370
002380*----------------------------------------------------------------
002390* 3000-ADD-DARK-DAY
002400*----------------------------------------------------------------
002410  3000-ADD-DARK-DAY.
002420      PERFORM 2100-ACCEPT-DATE THRU 2100-EXIT.
002430      IF WS-SCREEN-MSG NOT = SPACES
002440          GO TO 3000-EXIT
002450      END-IF.
002460      PERFORM 2200-ACCEPT-REASON THRU 2200-EXIT.
002470      IF WS-SCREEN-MSG NOT = SPACES
002480          GO TO 3000-EXIT
002490      END-IF.
002500      MOVE SPACES TO SHPCAL-RECORD.
002510      MOVE WS-MNT-DATE TO SHPCAL-DATE.
002520      MOVE WS-MNT-REASON TO SHPCAL-REASON.
002530      WRITE SHPCAL-RECORD
002540          INVALID KEY
002550              MOVE "DATE IS ALREADY A DARK DAY - USE CHANGE."
002560                  TO WS-SCREEN-MSG
002570          NOT INVALID KEY
002580              MOVE "DARK DAY ADDED."
002590                  TO WS-SCREEN-MSG
002600      END-WRITE.
002610  3000-EXIT.
002620      EXIT.
002630
002640*----------------------------------------------------------------
002650* 4000-CHANGE-DARK-DAY
002660* READS THE DARK DAY, SHOWS ITS REASON ON THE PANEL, AND
002670* REWRITES IT WITH WHAT THE DESK KEYS. THE DATE IS THE KEY -
002680* DELETE THE DAY AND ADD ANOTHER TO MOVE IT.
002690*----------------------------------------------------------------
002700  4000-CHANGE-DARK-DAY.
002710      PERFORM 2100-ACCEPT-DATE THRU 2100-EXIT.
002720      IF WS-SCREEN-MSG NOT = SPACES
002730          GO TO 4000-EXIT
002740      END-IF.
002750      MOVE WS-MNT-DATE TO SHPCAL-DATE.
002760      READ SHOPCAL
002770          INVALID KEY
002780              MOVE "DATE IS NOT A DARK DAY - USE ADD."
002790                  TO WS-SCREEN-MSG
002800              GO TO 4000-EXIT
002810      END-READ.
002820      MOVE SHPCAL-REASON TO WS-MNT-REASON.
002830      DISPLAY SCR-MAINT-PANEL.
002840      PERFORM 2200-ACCEPT-REASON THRU 2200-EXIT.
002850      IF WS-SCREEN-MSG NOT = SPACES
002860          GO TO 4000-EXIT
002870      END-IF.
002880      MOVE WS-MNT-REASON TO SHPCAL-REASON.
002890      REWRITE SHPCAL-RECORD
002900          INVALID KEY
002910              MOVE "CHANGE FAILED - RECORD NOT REWRITTEN."
002920                  TO WS-SCREEN-MSG
002930          NOT INVALID KEY
002940              MOVE "DARK DAY CHANGED."
002950                  TO WS-SCREEN-MSG
002960      END-REWRITE.
002970  4000-EXIT.
002980      EXIT.
002990
003000*----------------------------------------------------------------
003010* 5000-DELETE-DARK-DAY
003020* THE DATE BECOMES A RUN DAY AGAIN. AN OCCURRENCE ROLLFWD HAS
003030* ALREADY MOVED OFF IT STAYS WHERE IT WAS MOVED TO.
003040*----------------------------------------------------------------
003050  5000-DELETE-DARK-DAY.
003060      PERFORM 2100-ACCEPT-DATE THRU 2100-EXIT.
003070      IF WS-SCREEN-MSG NOT = SPACES
003080          GO TO 5000-EXIT
003090      END-IF.
003100      MOVE WS-MNT-DATE TO SHPCAL-DATE.
003110      READ SHOPCAL
003120          INVALID KEY
003130              MOVE "DATE IS NOT A DARK DAY."
003140                  TO WS-SCREEN-MSG
003150              GO TO 5000-EXIT
003160      END-READ.
003170      DELETE SHOPCAL RECORD
003180          INVALID KEY
003190              MOVE "DELETE FAILED - DARK DAY NOT REMOVED."
003200                  TO WS-SCREEN-MSG
003210          NOT INVALID KEY
003220              MOVE "DARK DAY DELETED - DATE IS A RUN DAY."
003230                  TO WS-SCREEN-MSG
003240      END-DELETE.
003250  5000-EXIT.
003260      EXIT.
003270
003280*----------------------------------------------------------------
003290* 6000-LIST-CALENDAR
003300* ROLLS THE WHOLE CALENDAR TO THE CONSOLE IN DATE ORDER, IN
003310* THE STYLE OF BATMAINT'S LIST.
003320*----------------------------------------------------------------
003330  6000-LIST-CALENDAR.
003340      MOVE ZERO TO SHPCAL-DATE.
003350      MOVE "N" TO WS-LIST-EOF-SW.
003360      MOVE ZERO TO WS-LIST-COUNT.
003370      START SHOPCAL KEY NOT < SHPCAL-DATE
003380          INVALID KEY
003390              SET WS-LIST-AT-EOF TO TRUE
003400      END-START.
003410      DISPLAY "DARK DAY  REASON".
003420      PERFORM 6100-LIST-ONE-DARK-DAY THRU 6100-EXIT
003430          UNTIL WS-LIST-AT-EOF.
003440      DISPLAY "DARK DAYS LISTED: " WS-LIST-COUNT.
003450      MOVE "LIST COMPLETE - SEE CONSOLE."
003460          TO WS-SCREEN-MSG.
003470  6000-EXIT.
003480      EXIT.
003490
003500*----------------------------------------------------------------
003510* 6100-LIST-ONE-DARK-DAY
003520*----------------------------------------------------------------
003530  6100-LIST-ONE-DARK-DAY.
003540      READ SHOPCAL NEXT RECORD
003550          AT END
003560              SET WS-LIST-AT-EOF TO TRUE
003570              GO TO 6100-EXIT
003580      END-READ.
003590      ADD 1 TO WS-LIST-COUNT.
003600      DISPLAY SHPCAL-DATE "  " SHPCAL-REASON.
003610  6100-EXIT.
003620      EXIT.
