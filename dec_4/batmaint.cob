000288* 09/03/2026 JH   SCHEDULED RUN DATE KEYED AND HELD AS THE
000289*            JH   FULL YYYYMMDD, IN STEP WITH THE SHARED
000290*            JH   BATMST COPYBOOK.
000291* 10/15/2026 JH   THE DESK NOW SIGNS ON WITH AN OPERATOR ID
000292*            JH   (CHECKED ACTIVE ON OPERMST) BEFORE THE FIRST
000293*            JH   FUNCTION, AND EVERY ADD, CHANGE AND CLOSE IS
000294*            JH   APPENDED TO THE CHGJNL CHANGE JOURNAL WITH THE
000295*            JH   RECORD'S BEFORE AND AFTER IMAGES, THE SIGNED-ON
000296*            JH   ID AND THE DATE AND TIME. ONCE HELLO HAS
000297*            JH   ACCEPTED A HEADER FOR A BATCH (A RUNSTAT RECORD
000298*            JH   EXISTS) ITS GAME TYPE, EXPECTED CARDS AND
000299*            JH   SCHEDULED DATE ARE LOCKED: A CHANGE TO ANY OF
000300*            JH   THEM NEEDS AN ACTIVE SUPERVISOR'S ID KEYED AS
000301*            JH   AN OVERRIDE, WHICH IS JOURNALED WITH IT.
000302* 10/15/2026 JH   A REGISTRATION MAY NOW BE KEYED TO RECUR -
000303*            JH   WEEKLY ON A GIVEN DAY OR EVERY N DAYS - UP TO AN
000304*            JH   END DATE, FOR THE NIGHTLY ROLLFWD JOB TO
000305*            JH   REGISTER EACH NEXT OCCURRENCE. THE RECURRENCE
000306*            JH   IS NOT LOCKED ONCE THE BATCH HAS RUN; CHANGING
000307*            JH   IT ON AN ENDED SERIES STARTS THE SERIES AGAIN.
000308* 10/15/2026 JH   THE RECUR-UNTIL DATE MUST NOW BE A REAL DATE -
000309*            JH   MONTH 01-12 AND A DAY THAT MONTH HAS, FEBRUARY
000310*            JH   29 ONLY IN A LEAP YEAR - AS ON CALMAINT.
000311*----------------------------------------------------------------
000312* RETURN CODES
000313*   00 - PANEL ENDED NORMALLY
000314*   16 - BATCHMST, OPERMST, RUNSTAT OR THE CHGJNL JOURNAL COULD
000315*        NOT BE OPENED
000316*----------------------------------------------------------------
000317  PROGRAM-ID. BATMAINT.
000318  AUTHOR. J HENDRICKS.
000320  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000330  DATE-WRITTEN. 08/22/2026.
000340  DATE-COMPILED.
000460          ACCESS MODE IS DYNAMIC
000470          RECORD KEY IS BATMST-BATCH-NO
000480          FILE STATUS IS WS-BATMST-STATUS.
000481*----------------------------------------------------------------
000482* OPERMST - OPERATOR/SHIFT MASTER, READ BY KEY TO CHECK THE
000483* SIGN-ON ID AND A SUPERVISOR OVERRIDE ID.
000484*----------------------------------------------------------------
000485      SELECT OPERMST ASSIGN TO "OPERMST"
000486          ORGANIZATION IS INDEXED
000487          ACCESS MODE IS RANDOM
000488          RECORD KEY IS OPRMST-OPER-ID
000489          FILE STATUS IS WS-OPRMST-STATUS.
000490*----------------------------------------------------------------
000491* RUNSTAT - RUN-STATUS FILE. ANY RECORD FOR A BATCH MEANS HELLO
000492* HAS ACCEPTED A HEADER FOR IT; READ BY BATCH-NUMBER PREFIX.
000493*----------------------------------------------------------------
000494      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000495          ORGANIZATION IS INDEXED
000496          ACCESS MODE IS DYNAMIC
000497          RECORD KEY IS RUNSTS-KEY
000498          FILE STATUS IS WS-RUNSTS-STATUS.
000499*----------------------------------------------------------------
000500* CHGJNL - MASTER-FILE CHANGE JOURNAL, SHARED WITH OPRMAINT.
000501* AN APPEND LOG, SO IT IS OPENED EXTEND.
000502*----------------------------------------------------------------
000503      SELECT JNLFILE ASSIGN TO "CHGJNL"
000504          ORGANIZATION IS SEQUENTIAL
000505          FILE STATUS IS WS-JNL-STATUS.
000506
000507  DATA DIVISION.
000510  FILE SECTION.
000520  FD  BATCHMST.
000530  COPY BATMST.
000531
000532  FD  OPERMST.
000533  COPY OPRMST.
000534
000535  FD  RUNSTAT.
000536  COPY RUNSTS.
000537
000538  FD  JNLFILE
000539      RECORDING MODE IS F.
000540  COPY CHGJNL.
000541
000550  WORKING-STORAGE SECTION.
000560*----------------------------------------------------------------
000570* SWITCHES AND FILE STATUS
000580*----------------------------------------------------------------
000590  77  WS-BATMST-STATUS          PIC X(02).
000592  77  WS-OPRMST-STATUS          PIC X(02).
000594  77  WS-RUNSTS-STATUS          PIC X(02).
000596  77  WS-JNL-STATUS             PIC X(02).
000600  77  WS-DONE-SW                PIC X(01) VALUE "N".
000610      88  WS-DESK-DONE                    VALUE "Y".
000620  77  WS-LIST-EOF-SW            PIC X(01) VALUE "N".
000630      88  WS-LIST-AT-EOF                  VALUE "Y".
000631  77  WS-SIGNED-ON-SW           PIC X(01) VALUE "N".
000632      88  WS-SIGNED-ON                    VALUE "Y".
000633  77  WS-NO-RUNSTAT-SW          PIC X(01) VALUE "N".
000634      88  WS-NO-RUNSTAT                   VALUE "Y".
000635  77  WS-HAS-RUN-SW             PIC X(01) VALUE "N".
000636      88  WS-BATCH-HAS-RUN                VALUE "Y".
000637*----------------------------------------------------------------
000638* CHANGE-JOURNAL AND LOCK WORK FIELDS - THE RECORD AS READ,
000639* KEPT FOR THE BEFORE IMAGE, ITS GAME TYPE AS SCORED, THE
000640* OVERRIDE ID ONCE A SUPERVISOR HAS RELEASED THE LOCK, AND
000641* THE STAMP
000642*----------------------------------------------------------------
000643  77  WS-SIGNON-ID              PIC 9(4) VALUE ZERO.
000644  77  WS-SUPV-ID                PIC 9(4) VALUE ZERO.
000645  77  WS-OVERRIDE-ID            PIC 9(4) VALUE ZERO.
000646  77  WS-JNL-ACTION             PIC X(01) VALUE SPACE.
000647  77  WS-BEFORE-IMAGE           PIC X(80) VALUE SPACES.
000648  77  WS-OLD-GAME-TYPE          PIC X(01) VALUE SPACE.
000650  77  WS-OLD-RECUR              PIC X(13) VALUE SPACES.
000652  77  WS-NOW-DATE               PIC 9(8) VALUE ZERO.
000654  77  WS-NOW-TIME               PIC 9(8) VALUE ZERO.
000656*----------------------------------------------------------------
000658* PANEL ENTRY FIELDS - MOVED TO THE RECORD ONLY ONCE THE
000660* FUNCTION AND KEY HAVE CHECKED OUT
000670*----------------------------------------------------------------
000680  77  WS-FUNCTION               PIC X(01) VALUE SPACE.
000774      88  WS-MNT-GT-VALID                 VALUE "R" "C" "B".
000780  77  WS-SCREEN-MSG             PIC X(60) VALUE SPACES.
000790  77  WS-LIST-COUNT             PIC 9(5) COMP VALUE ZERO.
000791*----------------------------------------------------------------
000792* RECURRENCE AS KEYED - A BLANK TYPE DOES NOT RECUR. KEPT AS ONE
000793* GROUP SO A CHANGE CAN BE SEEN AGAINST WS-OLD-RECUR.
000794*----------------------------------------------------------------
000795  01  WS-MNT-RECUR.
000796      05  WS-MNT-RECUR-TYPE     PIC X(01) VALUE SPACE.
000797          88  WS-MNT-RT-VALID             VALUE " " "W" "D".
000798      05  WS-MNT-RECUR-WEEKDAY  PIC 9(1) VALUE ZERO.
000799      05  WS-MNT-RECUR-INTERVAL PIC 9(3) VALUE ZERO.
000800      05  WS-MNT-RECUR-END-DATE PIC 9(8) VALUE ZERO.
000801      05  WS-MNT-RECUR-END-R REDEFINES WS-MNT-RECUR-END-DATE.
000802          10  WS-MNT-END-YEAR   PIC 9(4).
000803          10  WS-MNT-END-MONTH  PIC 9(2).
000804          10  WS-MNT-END-DAY    PIC 9(2).
000805*----------------------------------------------------------------
000806* DATE CHECK - DAYS IN EACH MONTH, FEBRUARY TAKING 29 IN A
000807* LEAP YEAR
000808*----------------------------------------------------------------
000809  77  WS-MONTH-DAYS             PIC 9(2) VALUE ZERO.
000810  77  WS-LEAP-QUOT              PIC 9(4) COMP VALUE ZERO.
000811  77  WS-LEAP-REM-4             PIC 9(4) COMP VALUE ZERO.
000812  77  WS-LEAP-REM-100           PIC 9(4) COMP VALUE ZERO.
000813  77  WS-LEAP-REM-400           PIC 9(4) COMP VALUE ZERO.
000814  01  WS-MONTH-DAYS-DATA.
000815      05  FILLER                PIC X(24) VALUE
000816              "312831303130313130313031".
000817  01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
000818      05  WS-MD-DAYS            PIC 9(2) OCCURS 12 TIMES.
000819
000820*----------------------------------------------------------------
000821* SCR-MAINT-PANEL - REGISTRATION MAINTENANCE PANEL
000830*----------------------------------------------------------------
000840  SCREEN SECTION.
000850  01  SCR-MAINT-PANEL.
000860      05  BLANK SCREEN.
000870      05  LINE 01 COLUMN 18 VALUE
000880              "DEC-4 BATCH REGISTRATION MAINTENANCE".
000882      05  LINE 02 COLUMN 05 VALUE
000884              "SIGNED ON AS OPERATOR.......:".
000886      05  SCR-SIGNON-FLD LINE 02 COLUMN 36 PIC 9(4)
000888              USING WS-SIGNON-ID AUTO.
000890      05  LINE 03 COLUMN 05 VALUE
000900              "FUNCTION A/C/S/L/X..........:".
000910      05  SCR-FUNC-FLD LINE 03 COLUMN 36 PIC X(1)
001104              "GAME TYPE (R/C/B)...........:".
001106      05  SCR-GAME-FLD LINE 14 COLUMN 36 PIC X(1)
001108              USING WS-MNT-GAME-TYPE AUTO.
001109      05  LINE 16 COLUMN 05 VALUE
001110              "RECURRENCE (W/D/BLANK)......:".
001111      05  SCR-RECUR-FLD LINE 16 COLUMN 36 PIC X(1)
001112              USING WS-MNT-RECUR-TYPE AUTO.
001113      05  LINE 16 COLUMN 40 VALUE
001114              "W=WEEKLY D=EVERY N DAYS".
001115      05  LINE 17 COLUMN 05 VALUE
001116              "WEEKDAY (1=MON...7=SUN).....:".
001117      05  SCR-WEEKDAY-FLD LINE 17 COLUMN 36 PIC 9(1)
001118              USING WS-MNT-RECUR-WEEKDAY AUTO.
001119      05  LINE 18 COLUMN 05 VALUE
001120              "EVERY N DAYS (001-365)......:".
001121      05  SCR-INTERVAL-FLD LINE 18 COLUMN 36 PIC 9(3)
001122              USING WS-MNT-RECUR-INTERVAL AUTO.
001123      05  LINE 19 COLUMN 05 VALUE
001124              "RECUR UNTIL YYYYMMDD........:".
001125      05  SCR-UNTIL-FLD LINE 19 COLUMN 36 PIC 9(8)
001126              USING WS-MNT-RECUR-END-DATE AUTO.
001127      05  LINE 21 COLUMN 05 PIC X(60)
001128              FROM WS-SCREEN-MSG
001130              FOREGROUND-COLOR 4 HIGHLIGHT.
001132      05  LINE 23 COLUMN 05 VALUE
001134              "SUPERVISOR OVERRIDE ID......:".
001136      05  SCR-SUPV-FLD LINE 23 COLUMN 36 PIC 9(4)
001138              USING WS-SUPV-ID AUTO.
001140
001150  PROCEDURE DIVISION.
001160*----------------------------------------------------------------
001210      IF RETURN-CODE = 16
001220          GO TO 0000-EXIT
001230      END-IF.
001233      PERFORM 1100-SIGN-ON THRU 1100-EXIT
001236          UNTIL WS-SIGNED-ON OR WS-DESK-DONE.
001240      PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
001250          UNTIL WS-DESK-DONE.
001260      CLOSE BATCHMST.
001261      CLOSE OPERMST.
001262      IF NOT WS-NO-RUNSTAT
001263          CLOSE RUNSTAT
001264      END-IF.
001265      CLOSE JNLFILE.
001270  0000-EXIT.
001280      STOP RUN.
001290
001310* 1000-OPEN-MASTER
001320* OPENS THE MASTER I-O; A BRAND-NEW FILE (STATUS 35) IS
001330* CREATED EMPTY FIRST, SO THE DESK CAN BUILD THE MASTER
001333* FROM NOTHING ON DAY ONE. OPERMST AND RUNSTAT ARE ONLY READ;
001336* A RUNSTAT NOT YET CREATED (STATUS 35) MEANS NO BATCH HAS
001339* RUN. THE JOURNAL IS OPENED EXTEND (A NEW ONE CREATED FIRST);
001342* WITHOUT IT NO CHANGE MAY BE MADE, SO THE PANEL DOES NOT
001345* COME UP.
001350*----------------------------------------------------------------
001360  1000-OPEN-MASTER.
001370      OPEN I-O BATCHMST.
001460          DISPLAY "BATMAINT: BATCHMST NOT AVAILABLE - STATUS "
001470              WS-BATMST-STATUS
001480          MOVE 16 TO RETURN-CODE
001481          GO TO 1000-EXIT
001482      END-IF.
001483      OPEN INPUT OPERMST.
001484      IF WS-OPRMST-STATUS NOT = "00"
001485          DISPLAY "BATMAINT: OPERMST NOT AVAILABLE - STATUS "
001486              WS-OPRMST-STATUS
001487          MOVE 16 TO RETURN-CODE
001488          CLOSE BATCHMST
001489          GO TO 1000-EXIT
001490      END-IF.
001491      OPEN INPUT RUNSTAT.
001492      IF WS-RUNSTS-STATUS = "35"
001493          SET WS-NO-RUNSTAT TO TRUE
001494      ELSE
001495          IF WS-RUNSTS-STATUS NOT = "00"
001496              DISPLAY "BATMAINT: RUNSTAT NOT AVAILABLE - STATUS "
001497                  WS-RUNSTS-STATUS
001498              MOVE 16 TO RETURN-CODE
001499              CLOSE BATCHMST
001500              CLOSE OPERMST
001501              GO TO 1000-EXIT
001502          END-IF
001503      END-IF.
001504      OPEN EXTEND JNLFILE.
001505      IF WS-JNL-STATUS = "35"
001506          OPEN OUTPUT JNLFILE
001507      END-IF.
001508      IF WS-JNL-STATUS NOT = "00"
001509          DISPLAY "BATMAINT: CHGJNL NOT AVAILABLE - STATUS "
001510              WS-JNL-STATUS
001511          MOVE 16 TO RETURN-CODE
001512          CLOSE BATCHMST
001513          CLOSE OPERMST
001514          IF NOT WS-NO-RUNSTAT
001515              CLOSE RUNSTAT
001516          END-IF
001517      END-IF.
001518  1000-EXIT.
001519      EXIT.
001520
001521*----------------------------------------------------------------
001522* 1100-SIGN-ON
001523* THE ID KEYED HERE IS JOURNALED AGAINST EVERY CHANGE AND MUST
001524* BE AN ACTIVE OPERATOR ON OPERMST. 0000 ENDS THE RUN.
001525*----------------------------------------------------------------
001526  1100-SIGN-ON.
001527      DISPLAY SCR-MAINT-PANEL.
001528      ACCEPT SCR-SIGNON-FLD.
001529      MOVE SPACES TO WS-SCREEN-MSG.
001530      IF WS-SIGNON-ID = ZERO
001531          SET WS-DESK-DONE TO TRUE
001532          GO TO 1100-EXIT
001533      END-IF.
001534      MOVE WS-SIGNON-ID TO OPRMST-OPER-ID.
001535      READ OPERMST
001536          INVALID KEY
001537              MOVE "SIGN-ON ID IS NOT ON OPERMST - 0000 TO EXIT."
001538                  TO WS-SCREEN-MSG
001539              GO TO 1100-EXIT
001540      END-READ.
001541      IF NOT OPRMST-ACTIVE
001542          MOVE "SIGN-ON ID IS NOT ACTIVE - 0000 TO EXIT."
001543              TO WS-SCREEN-MSG
001544          GO TO 1100-EXIT
001545      END-IF.
001546      SET WS-SIGNED-ON TO TRUE.
001547  1100-EXIT.
001548      EXIT.
001549
001550*----------------------------------------------------------------
001551* 2000-PROCESS-ONE-REQUEST
001552* ONE TRIP ROUND THE PANEL: ACCEPT THE FUNCTION, THEN THE
001560* FIELDS THE FUNCTION NEEDS, THEN APPLY IT.
001570*----------------------------------------------------------------
001580  2000-PROCESS-ONE-REQUEST.
002054      IF NOT WS-MNT-GT-VALID
002055          MOVE "GAME TYPE MUST BE R, C OR B."
002056              TO WS-SCREEN-MSG
002057          GO TO 2200-EXIT
002058      END-IF.
002059      PERFORM 2300-ACCEPT-RECURRENCE THRU 2300-EXIT.
002060  2200-EXIT.
002061      EXIT.
002062
002063*----------------------------------------------------------------
002064* 2300-ACCEPT-RECURRENCE
002065* A WEEKLY SERIES NEEDS A DAY OF THE WEEK, AN EVERY-N-DAYS
002066* SERIES AN INTERVAL; THE FIELD THE TYPE DOES NOT USE IS
002067* CLEARED. EITHER NEEDS AN END DATE NO EARLIER THAN THE
002068* SCHEDULED DATE, AND A REAL ONE - MONTH 01-12 AND A DAY THAT
002069* MONTH HAS, FEBRUARY 29 ONLY IN A LEAP YEAR. A BLANK TYPE
002070* CLEARS THE LOT.
002071*----------------------------------------------------------------
002072  2300-ACCEPT-RECURRENCE.
002073      ACCEPT SCR-RECUR-FLD.
002074      ACCEPT SCR-WEEKDAY-FLD.
002075      ACCEPT SCR-INTERVAL-FLD.
002076      ACCEPT SCR-UNTIL-FLD.
002077      IF WS-MNT-RECUR-TYPE = "w"
002078          MOVE "W" TO WS-MNT-RECUR-TYPE
002079      END-IF.
002080      IF WS-MNT-RECUR-TYPE = "d"
002081          MOVE "D" TO WS-MNT-RECUR-TYPE
002082      END-IF.
002083      IF NOT WS-MNT-RT-VALID
002084          MOVE "RECURRENCE MUST BE W, D OR BLANK."
002085              TO WS-SCREEN-MSG
002086          GO TO 2300-EXIT
002087      END-IF.
002088      IF WS-MNT-RECUR-TYPE = SPACE
002089          MOVE ZERO TO WS-MNT-RECUR-WEEKDAY
002090          MOVE ZERO TO WS-MNT-RECUR-INTERVAL
002091          MOVE ZERO TO WS-MNT-RECUR-END-DATE
002092          GO TO 2300-EXIT
002093      END-IF.
002094      IF WS-MNT-RECUR-TYPE = "W"
002095          MOVE ZERO TO WS-MNT-RECUR-INTERVAL
002096          IF WS-MNT-RECUR-WEEKDAY < 1
002097             OR WS-MNT-RECUR-WEEKDAY > 7
002098              MOVE "WEEKDAY MUST BE 1 (MONDAY) TO 7 (SUNDAY)."
002099                  TO WS-SCREEN-MSG
002100              GO TO 2300-EXIT
002101          END-IF
002102      ELSE
002103          MOVE ZERO TO WS-MNT-RECUR-WEEKDAY
002104          IF WS-MNT-RECUR-INTERVAL < 1
002105             OR WS-MNT-RECUR-INTERVAL > 365
002106              MOVE "EVERY N DAYS MUST BE 001 TO 365."
002107                  TO WS-SCREEN-MSG
002108              GO TO 2300-EXIT
002109          END-IF
002110      END-IF.
002111      IF WS-MNT-END-MONTH < 1 OR WS-MNT-END-MONTH > 12
002112          MOVE "RECUR UNTIL MUST BE A REAL YYYYMMDD DATE."
002113              TO WS-SCREEN-MSG
002114          GO TO 2300-EXIT
002115      END-IF.
002116      MOVE WS-MD-DAYS(WS-MNT-END-MONTH) TO WS-MONTH-DAYS.
002117      IF WS-MNT-END-MONTH = 2
002118          DIVIDE WS-MNT-END-YEAR BY 4 GIVING WS-LEAP-QUOT
002119              REMAINDER WS-LEAP-REM-4
002120          DIVIDE WS-MNT-END-YEAR BY 100 GIVING WS-LEAP-QUOT
002121              REMAINDER WS-LEAP-REM-100
002122          DIVIDE WS-MNT-END-YEAR BY 400 GIVING WS-LEAP-QUOT
002123              REMAINDER WS-LEAP-REM-400
002124          IF WS-LEAP-REM-4 = ZERO
002125             AND (WS-LEAP-REM-100 NOT = ZERO
002126                  OR WS-LEAP-REM-400 = ZERO)
002127              MOVE 29 TO WS-MONTH-DAYS
002128          END-IF
002129      END-IF.
002130      IF WS-MNT-END-YEAR = ZERO
002131         OR WS-MNT-END-DAY < 1 OR WS-MNT-END-DAY > WS-MONTH-DAYS
002132          MOVE "RECUR UNTIL MUST BE A REAL YYYYMMDD DATE."
002133              TO WS-SCREEN-MSG
002134          GO TO 2300-EXIT
002135      END-IF.
002136      IF WS-MNT-RECUR-END-DATE < WS-MNT-SCHED-DATE
002137          MOVE "RECUR UNTIL MUST NOT BE BEFORE THE RUN DATE."
002138              TO WS-SCREEN-MSG
002139      END-IF.
002140  2300-EXIT.
002141      EXIT.
002142
002143*----------------------------------------------------------------
002144* 2400-MOVE-RECURRENCE
002145* PUTS THE KEYED RECURRENCE ON THE RECORD. A NEW OR CHANGED
002146* RECURRENCE IS NOT ENDED, WHATEVER THE SERIES WAS BEFORE.
002147*----------------------------------------------------------------
002148  2400-MOVE-RECURRENCE.
002149      MOVE WS-MNT-RECUR-TYPE TO BATMST-RECUR-TYPE.
002150      MOVE WS-MNT-RECUR-WEEKDAY TO BATMST-RECUR-WEEKDAY.
002151      MOVE WS-MNT-RECUR-INTERVAL TO BATMST-RECUR-INTERVAL.
002152      MOVE WS-MNT-RECUR-END-DATE TO BATMST-RECUR-END-DATE.
002153      MOVE SPACE TO BATMST-RECUR-ENDED-SW.
002154  2400-EXIT.
002155      EXIT.
002156
002157*----------------------------------------------------------------
002158* 3000-ADD-REGISTRATION
002159*----------------------------------------------------------------
002160  3000-ADD-REGISTRATION.
002161      PERFORM 2100-ACCEPT-BATCH-NO THRU 2100-EXIT.
002162      IF WS-SCREEN-MSG NOT = SPACES
002163          GO TO 3000-EXIT
002164      END-IF.
002165      PERFORM 2200-ACCEPT-DETAIL-FIELDS THRU 2200-EXIT.
002170      IF WS-SCREEN-MSG NOT = SPACES
002180          GO TO 3000-EXIT
002190      END-IF.
002230      MOVE WS-MNT-SCHED-DATE TO BATMST-SCHED-DATE.
002240      MOVE WS-MNT-EXP-CARDS TO BATMST-EXP-CARDS.
002242      MOVE WS-MNT-GAME-TYPE TO BATMST-GAME-TYPE.
002244      PERFORM 2400-MOVE-RECURRENCE THRU 2400-EXIT.
002246      MOVE WS-MNT-SCHED-DATE TO BATMST-RECUR-BASE-DATE.
002248      MOVE ZERO TO BATMST-RECUR-FROM-BATCH.
002250      SET BATMST-OPEN TO TRUE.
002260      WRITE BATMST-RECORD
002270          INVALID KEY
002280              MOVE "BATCH IS ALREADY REGISTERED - USE CHANGE."
002290                  TO WS-SCREEN-MSG
002310              GO TO 3000-EXIT
002330      END-WRITE.
002331      MOVE "BATCH REGISTERED." TO WS-SCREEN-MSG.
002332      MOVE "A" TO WS-JNL-ACTION.
002333      MOVE SPACES TO WS-BEFORE-IMAGE.
002334      MOVE ZERO TO WS-OVERRIDE-ID.
002335      PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002340  3000-EXIT.
002350      EXIT.
002360
002380* 4000-CHANGE-REGISTRATION
002390* READS THE REGISTRATION, SHOWS ITS CURRENT VALUES ON THE
002400* PANEL, AND REWRITES IT WITH WHAT THE DESK KEYS. STATUS IS
002406* NOT CHANGED HERE - CLOSING IS ITS OWN FUNCTION. A CHANGE TO
002412* A LOCKED FIELD OF A BATCH THAT HAS RUN GOES THROUGH 4100.
002420*----------------------------------------------------------------
002430  4000-CHANGE-REGISTRATION.
002440      PERFORM 2100-ACCEPT-BATCH-NO THRU 2100-EXIT.
002520                  TO WS-SCREEN-MSG
002530              GO TO 4000-EXIT
002540      END-READ.
002542      MOVE BATMST-RECORD TO WS-BEFORE-IMAGE.
002544      MOVE ZERO TO WS-OVERRIDE-ID.
002546      MOVE ZERO TO WS-SUPV-ID.
002550      MOVE BATMST-DESC TO WS-MNT-DESC.
002560      MOVE BATMST-SCHED-DATE TO WS-MNT-SCHED-DATE.
002570      MOVE BATMST-EXP-CARDS TO WS-MNT-EXP-CARDS.
002575      ELSE
002576          MOVE "R" TO WS-MNT-GAME-TYPE
002577      END-IF.
002578      MOVE WS-MNT-GAME-TYPE TO WS-OLD-GAME-TYPE.
002579      IF BATMST-RECUR-WEEKLY OR BATMST-RECUR-DAYS
002580          MOVE BATMST-RECUR-TYPE TO WS-MNT-RECUR-TYPE
002581          MOVE BATMST-RECUR-WEEKDAY TO WS-MNT-RECUR-WEEKDAY
002582          MOVE BATMST-RECUR-INTERVAL TO WS-MNT-RECUR-INTERVAL
002583          MOVE BATMST-RECUR-END-DATE TO WS-MNT-RECUR-END-DATE
002584      ELSE
002585          MOVE SPACE TO WS-MNT-RECUR-TYPE
002586          MOVE ZERO TO WS-MNT-RECUR-WEEKDAY
002587          MOVE ZERO TO WS-MNT-RECUR-INTERVAL
002588          MOVE ZERO TO WS-MNT-RECUR-END-DATE
002589      END-IF.
002590      MOVE WS-MNT-RECUR TO WS-OLD-RECUR.
002591      DISPLAY SCR-MAINT-PANEL.
002592      PERFORM 2200-ACCEPT-DETAIL-FIELDS THRU 2200-EXIT.
002600      IF WS-SCREEN-MSG NOT = SPACES
002610          GO TO 4000-EXIT
002620      END-IF.
002621      IF WS-MNT-GAME-TYPE NOT = WS-OLD-GAME-TYPE
002622         OR WS-MNT-EXP-CARDS NOT = BATMST-EXP-CARDS
002623         OR WS-MNT-SCHED-DATE NOT = BATMST-SCHED-DATE
002624          PERFORM 4100-CHECK-RUN-LOCK THRU 4100-EXIT
002625          IF WS-SCREEN-MSG NOT = SPACES
002626              GO TO 4000-EXIT
002627          END-IF
002628      END-IF.
002629      IF WS-MNT-SCHED-DATE NOT = BATMST-SCHED-DATE
002630         OR WS-MNT-RECUR NOT = WS-OLD-RECUR
002631         OR BATMST-RECUR-BASE-DATE NOT NUMERIC
002632          MOVE WS-MNT-SCHED-DATE TO BATMST-RECUR-BASE-DATE
002633      END-IF.
002634      IF BATMST-RECUR-FROM-BATCH NOT NUMERIC
002635          MOVE ZERO TO BATMST-RECUR-FROM-BATCH
002636      END-IF.
002637      MOVE WS-MNT-DESC TO BATMST-DESC.
002640      MOVE WS-MNT-SCHED-DATE TO BATMST-SCHED-DATE.
002650      MOVE WS-MNT-EXP-CARDS TO BATMST-EXP-CARDS.
002652      MOVE WS-MNT-GAME-TYPE TO BATMST-GAME-TYPE.
002654      IF WS-MNT-RECUR NOT = WS-OLD-RECUR
002656          PERFORM 2400-MOVE-RECURRENCE THRU 2400-EXIT
002658      END-IF.
002660      REWRITE BATMST-RECORD
002670          INVALID KEY
002680              MOVE "CHANGE FAILED - RECORD NOT REWRITTEN."
002690                  TO WS-SCREEN-MSG
002710              GO TO 4000-EXIT
002730      END-REWRITE.
002731      IF WS-OVERRIDE-ID = ZERO
002732          MOVE "BATCH CHANGED." TO WS-SCREEN-MSG
002733      ELSE
002734          MOVE "BATCH CHANGED UNDER SUPERVISOR OVERRIDE."
002735              TO WS-SCREEN-MSG
002736      END-IF.
002737      MOVE "C" TO WS-JNL-ACTION.
002738      PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
002740  4000-EXIT.
002750      EXIT.
002751
002752*----------------------------------------------------------------
002753* 4100-CHECK-RUN-LOCK
002754* THE GAME TYPE, EXPECTED CARDS OR SCHEDULED DATE HAS BEEN
002755* KEYED DIFFERENT. IF HELLO HAS NEVER ACCEPTED A HEADER FOR
002756* THE BATCH THE CHANGE STANDS; OTHERWISE A SUPERVISOR MUST KEY
002757* AN ACTIVE SUPERVISOR ID ON THE OVERRIDE LINE OR THE WHOLE
002758* CHANGE IS REFUSED (THE MESSAGE LINE IS LEFT SET).
002759*----------------------------------------------------------------
002760  4100-CHECK-RUN-LOCK.
002761      PERFORM 4200-FIND-ACCEPTED-RUN THRU 4200-EXIT.
002762      IF NOT WS-BATCH-HAS-RUN
002763          GO TO 4100-EXIT
002764      END-IF.
002765      MOVE "BATCH HAS RUN - GAME/CARDS/DATE NEED SUPERVISOR ID."
002766          TO WS-SCREEN-MSG.
002767      DISPLAY SCR-MAINT-PANEL.
002768      ACCEPT SCR-SUPV-FLD.
002769      IF WS-SUPV-ID = ZERO
002770          MOVE "NO OVERRIDE KEYED - BATCH NOT CHANGED."
002771              TO WS-SCREEN-MSG
002772          GO TO 4100-EXIT
002773      END-IF.
002774      MOVE WS-SUPV-ID TO OPRMST-OPER-ID.
002775      READ OPERMST
002776          INVALID KEY
002777              MOVE "OVERRIDE ID IS NOT ON OPERMST - NOT CHANGED."
002778                  TO WS-SCREEN-MSG
002779              GO TO 4100-EXIT
002780      END-READ.
002781      IF NOT OPRMST-ACTIVE
002782         OR NOT OPRMST-IS-SUPERVISOR
002783          MOVE "OVERRIDE NOT AN ACTIVE SUPERVISOR - NOT CHANGED."
002784              TO WS-SCREEN-MSG
002785          GO TO 4100-EXIT
002786      END-IF.
002787      MOVE WS-SUPV-ID TO WS-OVERRIDE-ID.
002788      MOVE SPACES TO WS-SCREEN-MSG.
002789  4100-EXIT.
002790      EXIT.
002791
002792*----------------------------------------------------------------
002793* 4200-FIND-ACCEPTED-RUN
002794* POSITIONS RUNSTAT AT THE BATCH'S FIRST POSSIBLE KEY; THE
002795* NEXT RECORD BELONGS TO THE BATCH ONLY IF HELLO HAS ACCEPTED
002796* A HEADER FOR IT ON SOME DATE.
002797*----------------------------------------------------------------
002798  4200-FIND-ACCEPTED-RUN.
002799      MOVE "N" TO WS-HAS-RUN-SW.
002800      IF WS-NO-RUNSTAT
002801          GO TO 4200-EXIT
002802      END-IF.
002803      MOVE WS-MNT-BATCH-NO TO RUNSTS-BATCH-NO.
002804      MOVE ZERO TO RUNSTS-RUN-DATE.
002805      START RUNSTAT KEY NOT < RUNSTS-KEY
002806          INVALID KEY
002807              GO TO 4200-EXIT
002808      END-START.
002809      READ RUNSTAT NEXT RECORD
002810          AT END
002811              GO TO 4200-EXIT
002812      END-READ.
002813      IF RUNSTS-BATCH-NO = WS-MNT-BATCH-NO
002814          SET WS-BATCH-HAS-RUN TO TRUE
002815      END-IF.
002816  4200-EXIT.
002817      EXIT.
002818
002819*----------------------------------------------------------------
002820* 5000-CLOSE-REGISTRATION
002821*----------------------------------------------------------------
002822  5000-CLOSE-REGISTRATION.
002823      PERFORM 2100-ACCEPT-BATCH-NO THRU 2100-EXIT.
002824      IF WS-SCREEN-MSG NOT = SPACES
002830          GO TO 5000-EXIT
002840      END-IF.
002850      MOVE WS-MNT-BATCH-NO TO BATMST-BATCH-NO.
002940              TO WS-SCREEN-MSG
002950          GO TO 5000-EXIT
002960      END-IF.
002965      MOVE BATMST-RECORD TO WS-BEFORE-IMAGE.
002970      SET BATMST-CLOSED TO TRUE.
002980      REWRITE BATMST-RECORD
002990          INVALID KEY
003000              MOVE "CLOSE FAILED - RECORD NOT REWRITTEN."
003010                  TO WS-SCREEN-MSG
003030              GO TO 5000-EXIT
003050      END-REWRITE.
003052      MOVE "BATCH CLOSED." TO WS-SCREEN-MSG.
003054      MOVE "S" TO WS-JNL-ACTION.
003056      MOVE ZERO TO WS-OVERRIDE-ID.
003058      PERFORM 7000-WRITE-JOURNAL THRU 7000-EXIT.
003060  5000-EXIT.
003070      EXIT.
003080
003200              SET WS-LIST-AT-EOF TO TRUE
003210      END-START.
003220      DISPLAY "BATCH DESCRIPTION                    "
003230          "SCHED CARDS STATUS GAME RECUR".
003240      PERFORM 6100-LIST-ONE-REGISTRATION THRU 6100-EXIT
003250          UNTIL WS-LIST-AT-EOF.
003260      DISPLAY "REGISTRATIONS LISTED: " WS-LIST-COUNT.
003410      ADD 1 TO WS-LIST-COUNT.
003420      DISPLAY BATMST-BATCH-NO "  " BATMST-DESC "  "
003430          BATMST-SCHED-DATE "  " BATMST-EXP-CARDS "  "
003436          BATMST-STATUS "  " BATMST-GAME-TYPE "  "
003442          BATMST-RECUR-TYPE.
003450  6100-EXIT.
003460      EXIT.
003470
003480*----------------------------------------------------------------
003490* 7000-WRITE-JOURNAL
003500* APPENDS ONE CHANGE-JOURNAL RECORD FOR THE REGISTRATION JUST
003510* WRITTEN: WS-JNL-ACTION, WS-BEFORE-IMAGE AND WS-OVERRIDE-ID
003520* ARE SET BY THE CALLER, THE AFTER IMAGE IS THE RECORD AREA.
003530* THE MASTER IS ALREADY UPDATED, SO A FAILED WRITE IS REPORTED
003540* ON THE PANEL AND THE CONSOLE FOR THE DESK TO NOTE BY HAND.
003550*----------------------------------------------------------------
003560  7000-WRITE-JOURNAL.
003570      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
003580      ACCEPT WS-NOW-TIME FROM TIME.
003590      MOVE SPACES TO CHGJNL-RECORD.
003600      MOVE WS-NOW-DATE TO CHGJNL-DATE.
003610      MOVE WS-NOW-TIME(1:6) TO CHGJNL-TIME.
003620      SET CHGJNL-BATCHMST TO TRUE.
003630      MOVE WS-JNL-ACTION TO CHGJNL-ACTION.
003640      MOVE BATMST-BATCH-NO TO CHGJNL-KEY.
003650      MOVE WS-SIGNON-ID TO CHGJNL-OPERATOR-ID.
003660      MOVE WS-OVERRIDE-ID TO CHGJNL-OVERRIDE-ID.
003670      MOVE WS-BEFORE-IMAGE TO CHGJNL-BEFORE.
003680      MOVE BATMST-RECORD TO CHGJNL-AFTER.
003690      WRITE CHGJNL-RECORD.
003700      IF WS-JNL-STATUS NOT = "00"
003710          DISPLAY "BATMAINT: CHGJNL WRITE FAILED - STATUS "
003720              WS-JNL-STATUS " - BATCH " BATMST-BATCH-NO
003730          MOVE "SAVED, BUT NOT JOURNALED - NOTE IT BY HAND."
003740              TO WS-SCREEN-MSG
003750      END-IF.
003760  7000-EXIT.
003770      EXIT.
