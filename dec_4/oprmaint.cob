000260*            JH   RECORDS (NAME, SHIFT, ACTIVE/INACTIVE) SO
000270*            JH   THE HEADER STEP HAS A MASTER TO VALIDATE
000280*            JH   OPERATOR IDS AGAINST.
000281* 10/15/2026 JH   THE SUPERVISOR NOW SIGNS ON WITH AN OPERATOR ID
000282*            JH   BEFORE THE FIRST FUNCTION, AND EVERY ADD,
000283*            JH   CHANGE, SUSPEND AND REACTIVATE IS APPENDED TO
000284*            JH   THE CHGJNL CHANGE JOURNAL WITH THE RECORD'S
000285*            JH   BEFORE AND AFTER IMAGES, THE SIGNED-ON ID AND
000286*            JH   THE DATE AND TIME. ADDED THE SUPERVISOR (Y/N)
000287*            JH   FLAG THAT BATMAINT'S OVERRIDE IS CHECKED
000288*            JH   AGAINST.
000289* 10/15/2026 JH   ONCE THE MASTER HOLDS AN ACTIVE SUPERVISOR ONLY
000290*            JH   A SUPERVISOR MAY SIGN ON. UNTIL THEN ANY ACTIVE
000291*            JH   OPERATOR MAY, SO THE FIRST SUPERVISOR CAN BE
000292*            JH   FLAGGED. THE SIGNED-ON SUPERVISOR MAY NOT CLEAR
000293*            JH   THEIR OWN FLAG OR SUSPEND THEMSELVES, SO THE
000294*            JH   MASTER IS NEVER LEFT WITHOUT ONE.
000295*----------------------------------------------------------------
000296* RETURN CODES
000297*   00 - PANEL ENDED NORMALLY
000298*   16 - OPERMST OR THE CHGJNL JOURNAL COULD NOT BE OPENED
000299*----------------------------------------------------------------
000300  PROGRAM-ID. OPRMAINT.
000310  AUTHOR. J HENDRICKS.
000320  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000460          ACCESS MODE IS DYNAMIC
000470          RECORD KEY IS OPRMST-OPER-ID
000480          FILE STATUS IS WS-OPRMST-STATUS.
000481*----------------------------------------------------------------
000482* CHGJNL - MASTER-FILE CHANGE JOURNAL, SHARED WITH BATMAINT.
000483* AN APPEND LOG, SO IT IS OPENED EXTEND.
000484*----------------------------------------------------------------
000485      SELECT JNLFILE ASSIGN TO "CHGJNL"
000486          ORGANIZATION IS SEQUENTIAL
000487          FILE STATUS IS WS-JNL-STATUS.
000490
000500  DATA DIVISION.
000510  FILE SECTION.
000520  FD  OPERMST.
000530  COPY OPRMST.
000532
000534  FD  JNLFILE
000536      RECORDING MODE IS F.
000538  COPY CHGJNL.
000540
000550  WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------
000570* SWITCHES AND FILE STATUS
000580*----------------------------------------------------------------
000590  77  WS-OPRMST-STATUS          PIC X(02).
000595  77  WS-JNL-STATUS             PIC X(02).
000600  77  WS-DONE-SW                PIC X(01) VALUE "N".
000610      88  WS-DESK-DONE                    VALUE "Y".
000620  77  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
000630      88  WS-LIST-AT-EOF                  VALUE "Y".
000631  77  WS-SIGNED-ON-SW           PIC X(01) VALUE "N".
000632      88  WS-SIGNED-ON                    VALUE "Y".
000633  77  WS-MASTER-EMPTY-SW        PIC X(01) VALUE "N".
000634      88  WS-MASTER-EMPTY                 VALUE "Y".
000635  77  WS-SUPV-FOUND-SW          PIC X(01) VALUE "N".
000636      88  WS-SUPV-ON-FILE                 VALUE "Y".
000637  77  WS-SCAN-EOF-SW            PIC X(01) VALUE "N".
000638      88  WS-SCAN-AT-EOF                  VALUE "Y".
000639*----------------------------------------------------------------
000640* CHANGE-JOURNAL WORK FIELDS - THE RECORD AS READ, KEPT FOR THE
000641* BEFORE IMAGE, AND THE STAMP
000642*----------------------------------------------------------------
000643  77  WS-SIGNON-ID              PIC 9(4) VALUE ZERO.
000644  77  WS-JNL-ACTION             PIC X(01) VALUE SPACE.
000645  77  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.
000646  77  WS-NOW-DATE               PIC 9(8) VALUE ZERO.
000647  77  WS-NOW-TIME               PIC 9(8) VALUE ZERO.
000648*----------------------------------------------------------------
000650* PANEL ENTRY FIELDS - MOVED TO THE RECORD ONLY ONCE THE
000660* FUNCTION AND KEY HAVE CHECKED OUT
000670*----------------------------------------------------------------
000760  77  WS-MNT-NAME               PIC X(25) VALUE SPACES.
000770  77  WS-MNT-SHIFT              PIC X(01) VALUE "D".
000780      88  WS-MNT-SHIFT-VALID              VALUE "D" "E" "N".
000783  77  WS-MNT-SUPERVISOR         PIC X(01) VALUE "N".
000786      88  WS-MNT-SUPV-VALID               VALUE "Y" "N".
000790  77  WS-SCREEN-MSG             PIC X(60) VALUE SPACES.
000800  77  WS-LIST-COUNT             PIC 9(5) COMP VALUE ZERO.
000810
000870      05  BLANK SCREEN.
000880      05  LINE 01 COLUMN 18 VALUE
000890              "DEC-4 OPERATOR/SHIFT MAINTENANCE".
000892      05  LINE 02 COLUMN 05 VALUE
000894              "SIGNED ON AS OPERATOR.......:".
000896      05  SCR-SIGNON-FLD LINE 02 COLUMN 36 PIC 9(4)
000898              USING WS-SIGNON-ID AUTO.
000900      05  LINE 03 COLUMN 05 VALUE
000910              "FUNCTION A/C/S/R/L/X........:".
000920      05  SCR-FUNC-FLD LINE 03 COLUMN 36 PIC X(1)
001050              "SHIFT (D/E/N)...............:".
001060      05  SCR-SHIFT-FLD LINE 10 COLUMN 36 PIC X(1)
001070              USING WS-MNT-SHIFT AUTO.
001073      05  LINE 12 COLUMN 05 VALUE
001076              "SUPERVISOR (Y/N)............:".
001079      05  SCR-SUPV-FLD LINE 12 COLUMN 36 PIC X(1)
001082              USING WS-MNT-SUPERVISOR AUTO.
001085      05  LINE 14 COLUMN 05 PIC X(60)
001090              FROM WS-SCREEN-MSG
001100              FOREGROUND-COLOR 4 HIGHLIGHT.
001110
001180      IF RETURN-CODE = 16
001190          GO TO 0000-EXIT
001200      END-IF.
001203      PERFORM 1100-SIGN-ON THRU 1100-EXIT
001206          UNTIL WS-SIGNED-ON OR WS-DESK-DONE.
001210      PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001220          UNTIL WS-DESK-DONE.
001230      CLOSE OPERMST.
001235      CLOSE JNLFILE.
001240  0000-EXIT.
001250      STOP RUN.
001260
001280* 1000-OPEN-MASTER
001290* OPENS THE MASTER I-O; A BRAND-NEW FILE (STATUS 35) IS
001300* CREATED EMPTY FIRST, SO THE SUPERVISOR CAN BUILD THE
001305* MASTER FROM NOTHING ON DAY ONE. THE JOURNAL IS OPENED
001310* EXTEND (A NEW ONE CREATED FIRST); WITHOUT IT NO CHANGE MAY
001315* BE MADE, SO THE PANEL DOES NOT COME UP.
001320*----------------------------------------------------------------
001330  1000-OPEN-MASTER.
001340      OPEN I-O OPERMST.
001430          DISPLAY "OPRMAINT: OPERMST NOT AVAILABLE - STATUS "
001440              WS-OPRMST-STATUS
001450          MOVE 16 TO RETURN-CODE
001451          GO TO 1000-EXIT
001452      END-IF.
001453      OPEN EXTEND JNLFILE.
001454      IF WS-JNL-STATUS = "35"
001455          OPEN OUTPUT JNLFILE
001456      END-IF.
001457      IF WS-JNL-STATUS NOT = "00"
001458          DISPLAY "OPRMAINT: CHGJNL NOT AVAILABLE - STATUS "
001459              WS-JNL-STATUS
001460          MOVE 16 TO RETURN-CODE
001461          CLOSE OPERMST
001462      END-IF.
001470  1000-EXIT.
001480      EXIT.
001481
001482*----------------------------------------------------------------
001483* 1100-SIGN-ON
001484* THE ID KEYED HERE IS JOURNALED AGAINST EVERY CHANGE. IT MUST
001485* BE AN ACTIVE SUPERVISOR ON THE MASTER. WHILE THE MASTER IS
001486* STILL EMPTY THE SUPERVISOR'S OWN ID IS TAKEN ON TRUST SO THE
001487* FIRST RECORDS CAN BE ADDED, AND WHILE NO ACTIVE OPERATOR ON
001488* IT IS YET FLAGGED A SUPERVISOR ANY ACTIVE OPERATOR MAY SIGN
001489* ON TO FLAG THE FIRST ONE. 0000 ENDS THE RUN.
001490*----------------------------------------------------------------
001491  1100-SIGN-ON.
001492      DISPLAY SCR-OPER-PANEL.
001493      ACCEPT SCR-SIGNON-FLD.
001494      MOVE SPACES TO WS-SCREEN-MSG.
001495      IF WS-SIGNON-ID = ZERO
001496          SET WS-DESK-DONE TO TRUE
001497          GO TO 1100-EXIT
001498      END-IF.
001499      PERFORM 1110-FIND-SUPERVISOR THRU 1110-EXIT.
001500      IF WS-MASTER-EMPTY
001501          SET WS-SIGNED-ON TO TRUE
001502          GO TO 1100-EXIT
001503      END-IF.
001504      MOVE WS-SIGNON-ID TO OPRMST-OPER-ID.
001505      READ OPERMST
001506          INVALID KEY
001507              MOVE "SIGN-ON ID IS NOT ON FILE - 0000 TO EXIT."
001508                  TO WS-SCREEN-MSG
001509              GO TO 1100-EXIT
001510      END-READ.
001511      IF NOT OPRMST-ACTIVE
001512          MOVE "SIGN-ON ID IS NOT ACTIVE - 0000 TO EXIT."
001513              TO WS-SCREEN-MSG
001514          GO TO 1100-EXIT
001515      END-IF.
001516      IF WS-SUPV-ON-FILE
001517         AND NOT OPRMST-IS-SUPERVISOR
001518          MOVE "SIGN-ON ID IS NOT A SUPERVISOR - 0000 TO EXIT."
001519              TO WS-SCREEN-MSG
001520          GO TO 1100-EXIT
001521      END-IF.
001522      SET WS-SIGNED-ON TO TRUE.
001523  1100-EXIT.
001524      EXIT.
001525
001526*----------------------------------------------------------------
001527* 1110-FIND-SUPERVISOR
001528* READS THE MASTER FROM THE TOP UNTIL AN ACTIVE SUPERVISOR IS
001529* FOUND, NOTING AN EMPTY MASTER ON THE WAY.
001530*----------------------------------------------------------------
001531  1110-FIND-SUPERVISOR.
001532      MOVE "N" TO WS-MASTER-EMPTY-SW.
001533      MOVE "N" TO WS-SUPV-FOUND-SW.
001534      MOVE "N" TO WS-SCAN-EOF-SW.
001535      MOVE ZERO TO OPRMST-OPER-ID.
001536      START OPERMST KEY NOT < OPRMST-OPER-ID
001537          INVALID KEY
001538              SET WS-MASTER-EMPTY TO TRUE
001539              GO TO 1110-EXIT
001540      END-START.
001541      PERFORM 1120-CHECK-ONE-OPERATOR THRU 1120-EXIT
001542          UNTIL WS-SUPV-ON-FILE OR WS-SCAN-AT-EOF.
001543  1110-EXIT.
001544      EXIT.
001545
001546*----------------------------------------------------------------
001547* 1120-CHECK-ONE-OPERATOR
001548*----------------------------------------------------------------
001549  1120-CHECK-ONE-OPERATOR.
001550      READ OPERMST NEXT RECORD
001551          AT END
001552              SET WS-SCAN-AT-EOF TO TRUE
001553              GO TO 1120-EXIT
001554      END-READ.
001555      IF OPRMST-IS-SUPERVISOR AND OPRMST-ACTIVE
001556          SET WS-SUPV-ON-FILE TO TRUE
001557      END-IF.
001558  1120-EXIT.
001559      EXIT.
001560
001561*----------------------------------------------------------------
001562* 2000-PROCESS-ONE-REQUEST
001563* ONE TRIP ROUND THE PANEL: ACCEPT THE FUNCTION, THEN THE
001564* FIELDS THE FUNCTION NEEDS, THEN APPLY IT.
001565*----------------------------------------------------------------
001566  2000-PROCESS-ONE-REQUEST.
001567      DISPLAY SCR-OPER-PANEL.
001570      ACCEPT SCR-FUNC-FLD.
001580      MOVE SPACES TO WS-SCREEN-MSG.
001590      EVALUATE TRUE
001960  2200-ACCEPT-DETAIL-FIELDS.
001970      ACCEPT SCR-NAME-FLD.
001980      ACCEPT SCR-SHIFT-FLD.
001985      ACCEPT SCR-SUPV-FLD.
001990      IF WS-MNT-NAME = SPACES
002000          MOVE "NAME MUST NOT BE BLANK."
002010              TO WS-SCREEN-MSG
002120      END-IF.
002130      IF NOT WS-MNT-SHIFT-VALID
002140          MOVE "SHIFT MUST BE D, E OR N."
002141              TO WS-SCREEN-MSG
002142          GO TO 2200-EXIT
002143      END-IF.
002144      IF WS-MNT-SUPERVISOR = "y"
002145          MOVE "Y" TO WS-MNT-SUPERVISOR
002146      END-IF.
002147      IF WS-MNT-SUPERVISOR = "n" OR SPACE
002148          MOVE "N" TO WS-MNT-SUPERVISOR
002149      END-IF.
002150      IF NOT WS-MNT-SUPV-VALID
002151          MOVE "SUPERVISOR MUST BE Y OR N."
002152              TO WS-SCREEN-MSG
002160      END-IF.
002170  2200-EXIT.
002180      EXIT.
002330      MOVE WS-MNT-OPER-ID TO OPRMST-OPER-ID.
002340      MOVE WS-MNT-NAME TO OPRMST-NAME.
002350      MOVE WS-MNT-SHIFT TO OPRMST-SHIFT.
002355      MOVE WS-MNT-SUPERVISOR TO OPRMST-SUPERVISOR.
002360      SET OPRMST-ACTIVE TO TRUE.
002370      WRITE OPRMST-RECORD
002380          INVALID KEY
002390              MOVE "OPERATOR IS ALREADY ON FILE - USE CHANGE."
002400                  TO WS-SCREEN-MSG
002420              GO TO 3000-EXIT
002440      END-WRITE.
002442      MOVE "OPERATOR ADDED." TO WS-SCREEN-MSG.
002444      MOVE "A" TO WS-JNL-ACTION.
002446      MOVE SPACES TO WS-BEFORE-IMAGE.
002448      PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002450  3000-EXIT.
002460      EXIT.
002470
002500* READS THE OPERATOR, SHOWS THE CURRENT NAME AND SHIFT ON
002510* THE PANEL, AND REWRITES WITH WHAT THE SUPERVISOR KEYS.
002520* STATUS IS NOT CHANGED HERE - SUSPEND AND REACTIVATE ARE
002526* THEIR OWN FUNCTIONS. THE SIGNED-ON SUPERVISOR MAY NOT CLEAR
002532* THEIR OWN SUPERVISOR FLAG.
002540*----------------------------------------------------------------
002550  4000-CHANGE-OPERATOR.
002560      PERFORM 2100-ACCEPT-OPER-ID THRU 2100-EXIT.
002640                  TO WS-SCREEN-MSG
002650              GO TO 4000-EXIT
002660      END-READ.
002665      MOVE OPRMST-RECORD TO WS-BEFORE-IMAGE.
002670      MOVE OPRMST-NAME TO WS-MNT-NAME.
002680      MOVE OPRMST-SHIFT TO WS-MNT-SHIFT.
002681      IF OPRMST-IS-SUPERVISOR
002682          MOVE "Y" TO WS-MNT-SUPERVISOR
002683      ELSE
002684          MOVE "N" TO WS-MNT-SUPERVISOR
002685      END-IF.
002690      DISPLAY SCR-OPER-PANEL.
002700      PERFORM 2200-ACCEPT-DETAIL-FIELDS THRU 2200-EXIT.
002710      IF WS-SCREEN-MSG NOT = SPACES
002720          GO TO 4000-EXIT
002730      END-IF.
002731      IF WS-MNT-OPER-ID = WS-SIGNON-ID
002732         AND OPRMST-IS-SUPERVISOR
002733         AND WS-MNT-SUPERVISOR = "N"
002734          MOVE "YOU MAY NOT CLEAR YOUR OWN SUPERVISOR FLAG."
002735              TO WS-SCREEN-MSG
002736          GO TO 4000-EXIT
002737      END-IF.
002740      MOVE WS-MNT-NAME TO OPRMST-NAME.
002750      MOVE WS-MNT-SHIFT TO OPRMST-SHIFT.
002755      MOVE WS-MNT-SUPERVISOR TO OPRMST-SUPERVISOR.
002760      REWRITE OPRMST-RECORD
002770          INVALID KEY
002780              MOVE "CHANGE FAILED - RECORD NOT REWRITTEN."
002790                  TO WS-SCREEN-MSG
002810              GO TO 4000-EXIT
002830      END-REWRITE.
002832      MOVE "OPERATOR CHANGED." TO WS-SCREEN-MSG.
002834      MOVE "C" TO WS-JNL-ACTION.
002836      PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002840  4000-EXIT.
002850      EXIT.
002860
002870*----------------------------------------------------------------
002880* 5000-SET-STATUS
002890* SUSPEND (S) AND REACTIVATE (R) SHARE THE SAME READ AND
002896* REWRITE - ONLY THE STATUS BYTE KEYED IN DIFFERS. THE
002902* SIGNED-ON SUPERVISOR MAY NOT SUSPEND THEMSELVES.
002910*----------------------------------------------------------------
002920  5000-SET-STATUS.
002930      PERFORM 2100-ACCEPT-OPER-ID THRU 2100-EXIT.
003010                  TO WS-SCREEN-MSG
003020              GO TO 5000-EXIT
003030      END-READ.
003035      MOVE OPRMST-RECORD TO WS-BEFORE-IMAGE.
003040      IF WS-FUNC-SUSPEND
003050          IF OPRMST-INACTIVE
003060              MOVE "OPERATOR IS ALREADY INACTIVE."
003070                  TO WS-SCREEN-MSG
003080              GO TO 5000-EXIT
003090          END-IF
003091          IF WS-MNT-OPER-ID = WS-SIGNON-ID
003092              MOVE "YOU MAY NOT SUSPEND YOURSELF."
003093                  TO WS-SCREEN-MSG
003094              GO TO 5000-EXIT
003095          END-IF
003100          SET OPRMST-INACTIVE TO TRUE
003105          MOVE "S" TO WS-JNL-ACTION
003110      ELSE
003120          IF OPRMST-ACTIVE
003130              MOVE "OPERATOR IS ALREADY ACTIVE."
003150              GO TO 5000-EXIT
003160          END-IF
003170          SET OPRMST-ACTIVE TO TRUE
003175          MOVE "R" TO WS-JNL-ACTION
003180      END-IF.
003190      REWRITE OPRMST-RECORD
003200          INVALID KEY
003210              MOVE "STATUS CHANGE FAILED - NOT REWRITTEN."
003220                  TO WS-SCREEN-MSG
003240              GO TO 5000-EXIT
003260      END-REWRITE.
003263      MOVE "OPERATOR STATUS CHANGED." TO WS-SCREEN-MSG.
003266      PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
003270  5000-EXIT.
003280      EXIT.
003290
003410              SET WS-LIST-AT-EOF TO TRUE
003420      END-START.
003430      DISPLAY "OPER NAME                       "
003440          "SHIFT STATUS SUPV".
003450      PERFORM 6100-LIST-ONE-OPERATOR THRU 6100-EXIT
003460          UNTIL WS-LIST-AT-EOF.
003470      DISPLAY "OPERATORS LISTED: " WS-LIST-COUNT.
003610      END-READ.
003620      ADD 1 TO WS-LIST-COUNT.
003630      DISPLAY OPRMST-OPER-ID "  " OPRMST-NAME "  "
003636          OPRMST-SHIFT "     " OPRMST-STATUS "      "
003642          OPRMST-SUPERVISOR.
003650  6100-EXIT.
003660      EXIT.
003670
003680*----------------------------------------------------------------
003690* 7000-WRITE-JOURNAL
003700* APPENDS ONE CHANGE-JOURNAL RECORD FOR THE MASTER RECORD JUST
003710* WRITTEN: WS-JNL-ACTION AND WS-BEFORE-IMAGE ARE SET BY THE
003720* CALLER, THE AFTER IMAGE IS THE RECORD AREA. THE MASTER IS
003730* ALREADY UPDATED, SO A FAILED WRITE IS REPORTED ON THE PANEL
003740* AND THE CONSOLE FOR THE SUPERVISOR TO NOTE BY HAND.
003750*----------------------------------------------------------------
003760  7000-WRITE-JOURNAL.
003770      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
003780      ACCEPT WS-NOW-TIME FROM TIME.
003790      MOVE SPACES TO CHGJNL-RECORD.
003800      MOVE WS-NOW-DATE TO CHGJNL-DATE.
003810      MOVE WS-NOW-TIME(1:6) TO CHGJNL-TIME.
003820      SET CHGJNL-OPERMST TO TRUE.
003830      MOVE WS-JNL-ACTION TO CHGJNL-ACTION.
003840      MOVE OPRMST-OPER-ID TO CHGJNL-KEY.
003850      MOVE WS-SIGNON-ID TO CHGJNL-OPERATOR-ID.
003860      MOVE ZERO TO CHGJNL-OVERRIDE-ID.
003870      MOVE WS-BEFORE-IMAGE TO CHGJNL-BEFORE.
003880      MOVE OPRMST-RECORD TO CHGJNL-AFTER.
003890      WRITE CHGJNL-RECORD.
003900      IF WS-JNL-STATUS NOT = "00"
003910          DISPLAY "OPRMAINT: CHGJNL WRITE FAILED - STATUS "
003920              WS-JNL-STATUS " - OPERATOR " OPRMST-OPER-ID
003930          MOVE "SAVED, BUT NOT JOURNALED - NOTE IT BY HAND."
003940              TO WS-SCREEN-MSG
003950      END-IF.
003960  7000-EXIT.
003970      EXIT.
