000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : ROLLFWD
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - NIGHTLY ROLL-FORWARD OF
000230*            JH   RECURRING REGISTRATIONS. FOR EVERY SERIES
000240*            JH   WHOSE LATEST OCCURRENCE HAS COME DUE BY THE
000250*            JH   ROLL DATE, REGISTERS THE NEXT OCCURRENCE ON
000260*            JH   BATCHMST UNDER THE NEXT FREE BATCH NUMBER,
000270*            JH   MOVING IT OFF ANY SHOP DARK DAY ON SHOPCAL TO
000280*            JH   THE NEXT RUN DAY, AND MARKS A SERIES ENDED
000290*            JH   ONCE ITS NEXT OCCURRENCE WOULD FALL PAST THE
000300*            JH   END DATE. EVERY REGISTRATION WRITTEN IS
000310*            JH   JOURNALED ON CHGJNL AND PRINTED ON ROLLRPT FOR
000320*            JH   THE DESK TO REVIEW BEFORE THE MORNING PLAN.
000330*----------------------------------------------------------------
000340* RETURN CODES
000350*   00 - ROLL-FORWARD COMPLETE
000360*   04 - ONE OR MORE SERIES COULD NOT BE ROLLED (LISTED)
000370*   16 - A FILE COULD NOT BE OPENED
000380*----------------------------------------------------------------
000390  PROGRAM-ID. ROLLFWD.
000400  AUTHOR. J HENDRICKS.
000410  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000420  DATE-WRITTEN. 10/15/2026.
000430  DATE-COMPILED.
000440
000450  ENVIRONMENT DIVISION.
000460  INPUT-OUTPUT SECTION.
000470  FILE-CONTROL.
000480*----------------------------------------------------------------
000490* BATCHMST - THE REGISTRATION MASTER. READ FRONT TO BACK TO
000500* FIND THE SERIES, THEN BY KEY TO ROLL THEM.
000510*----------------------------------------------------------------
000520      SELECT BATCHMST ASSIGN TO "BATCHMST"
000530          ORGANIZATION IS INDEXED
000540          ACCESS MODE IS DYNAMIC
000550          RECORD KEY IS BATMST-BATCH-NO
000560          FILE STATUS IS WS-BATMST-STATUS.
000570*----------------------------------------------------------------
000580* SHOPCAL - THE SHOP CALENDAR OF DARK DAYS, READ BY DATE.
000590*----------------------------------------------------------------
000600      SELECT SHOPCAL ASSIGN TO "SHOPCAL"
000610          ORGANIZATION IS INDEXED
000620          ACCESS MODE IS RANDOM
000630          RECORD KEY IS SHPCAL-DATE
000640          FILE STATUS IS WS-SHPCAL-STATUS.
000650*----------------------------------------------------------------
000660* CHGJNL - MASTER-FILE CHANGE JOURNAL, SHARED WITH BATMAINT
000670* AND OPRMAINT. AN APPEND LOG, SO IT IS OPENED EXTEND.
000680*----------------------------------------------------------------
000690      SELECT JNLFILE ASSIGN TO "CHGJNL"
000700          ORGANIZATION IS SEQUENTIAL
000710          FILE STATUS IS WS-JNL-STATUS.
000720*----------------------------------------------------------------
000730* ROLLPARM - ROLL DATE, YYYYMMDD IN COLUMNS 1-8. EMPTY (DD
000740* DUMMY) OR NON-NUMERIC ROLLS AS OF TODAY.
000750*----------------------------------------------------------------
000760      SELECT PRMFILE ASSIGN TO "ROLLPARM"
000770          ORGANIZATION IS LINE SEQUENTIAL
000780          FILE STATUS IS WS-PRMFILE-STATUS.
000790*----------------------------------------------------------------
000800* ROLLRPT - PRINT-IMAGE ROLL-FORWARD REPORT.
000810*----------------------------------------------------------------
000820      SELECT RPTFILE ASSIGN TO "ROLLRPT"
000830          ORGANIZATION IS SEQUENTIAL
000840          FILE STATUS IS WS-RPTFILE-STATUS.
000850
000860  DATA DIVISION.
000870  FILE SECTION.
000880  FD  BATCHMST.
000890  COPY BATMST.
000900
000910  FD  SHOPCAL.
000920  COPY SHPCAL.
000930
000940  FD  JNLFILE
000950      RECORDING MODE IS F.
000960  COPY CHGJNL.
000970
000980  FD  PRMFILE.
000990  01  PRM-RECORD.
001000      05  PRM-DATE                  PIC X(08).
001010      05  FILLER                    PIC X(72).
001020
001030  FD  RPTFILE
001040      RECORDING MODE IS F.
001050  01  RPT-LINE                      PIC X(80).
001060
001070  WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------
001090* FILE STATUS AND SWITCHES
001100*----------------------------------------------------------------
001110  77  WS-BATMST-STATUS             PIC X(02).
001120  77  WS-SHPCAL-STATUS             PIC X(02).
001130  77  WS-JNL-STATUS                PIC X(02).
001140  77  WS-PRMFILE-STATUS            PIC X(02).
001150  77  WS-RPTFILE-STATUS            PIC X(02).
001160  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001170      88  WS-AT-EOF                          VALUE "Y".
001180  77  WS-NO-CALENDAR-SW            PIC X(01) VALUE "N".
001190      88  WS-NO-CALENDAR                     VALUE "Y".
001200  77  WS-DARK-DAY-SW               PIC X(01) VALUE "N".
001210      88  WS-ON-DARK-DAY                     VALUE "Y".
001220*----------------------------------------------------------------
001230* ROLL DATE, RUN TOTALS AND THE JOURNAL STAMP
001240*----------------------------------------------------------------
001250  77  WS-ROLL-DATE                 PIC 9(8) VALUE ZERO.
001260  77  WS-NOW-DATE                  PIC 9(8) VALUE ZERO.
001270  77  WS-NOW-TIME                  PIC 9(8) VALUE ZERO.
001280  77  WS-CREATED-COUNT             PIC 9(5) COMP VALUE ZERO.
001290  77  WS-MOVED-COUNT               PIC 9(5) COMP VALUE ZERO.
001300  77  WS-ENDED-COUNT               PIC 9(5) COMP VALUE ZERO.
001310  77  WS-FAILED-COUNT              PIC 9(5) COMP VALUE ZERO.
001320*----------------------------------------------------------------
001330* SERIES TABLES. A REGISTRATION NAMED AS THE FROM-BATCH OF
001340* ANOTHER HAS ALREADY BEEN ROLLED AND IS FLAGGED HERE; THE
001350* CANDIDATES ARE THE RECURRING REGISTRATIONS DUE BY THE ROLL
001360* DATE, AND ONLY THE UNFLAGGED ONES - THE LATEST OF THEIR
001370* SERIES - ARE ROLLED. THE HIGHEST BATCH NUMBER ON FILE GIVES
001380* THE NEXT FREE ONE.
001390*----------------------------------------------------------------
001400  77  WS-HIGH-BATCH                PIC 9(4) VALUE ZERO.
001410  77  WS-CAND-MAX                  PIC 9(3) COMP VALUE 500.
001420  77  WS-CAND-COUNT                PIC 9(3) COMP VALUE ZERO.
001430  77  WS-CAND-SUB                  PIC 9(3) COMP VALUE ZERO.
001440  77  WS-CAND-OVERFLOW             PIC 9(5) COMP VALUE ZERO.
001450  01  WS-NEXT-FLAG-TABLE           VALUE SPACES.
001460      05  WS-HAS-NEXT              PIC X(01) OCCURS 9999 TIMES.
001470  01  WS-CAND-TABLE.
001480      05  WS-CAND-BATCH-NO         PIC 9(4) OCCURS 500 TIMES.
001490*----------------------------------------------------------------
001500* OCCURRENCE WORK FIELDS - THE LATEST OCCURRENCE AS READ (THE
001510* BEFORE IMAGE WHEN IT IS MARKED ENDED), THE DATE THE PATTERN
001520* FALLS ON, AND THE DAYS STEPPED OFF DARK DAYS
001530*----------------------------------------------------------------
001540  77  WS-TIP-SAVE                  PIC X(80) VALUE SPACES.
001550  77  WS-TIP-BATCH-NO              PIC 9(4) VALUE ZERO.
001560  77  WS-PATTERN-DATE              PIC 9(8) VALUE ZERO.
001570  77  WS-MISSED-COUNT              PIC 9(3) COMP VALUE ZERO.
001580  77  WS-SHIFT-DAYS                PIC 9(3) COMP VALUE ZERO.
001590  77  WS-DARK-REASON               PIC X(30) VALUE SPACES.
001600  77  WS-FAIL-TEXT                 PIC X(60) VALUE SPACES.
001610  77  WS-JNL-ACTION                PIC X(01) VALUE SPACE.
001620  77  WS-BEFORE-IMAGE              PIC X(80) VALUE SPACES.
001630*----------------------------------------------------------------
001640* CALENDAR ARITHMETIC. WS-WORK-DATE IS STEPPED A DAY AT A TIME
001650* WITH ITS DAY OF THE WEEK (1 = MONDAY ... 7 = SUNDAY) KEPT
001660* ALONGSIDE; THE DAY OF THE WEEK IS FIRST SET BY ZELLER'S RULE.
001670*----------------------------------------------------------------
001680  01  WS-WORK-DATE                 PIC 9(8) VALUE ZERO.
001690  01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
001700      05  WS-WK-YEAR               PIC 9(4).
001710      05  WS-WK-MONTH              PIC 9(2).
001720      05  WS-WK-DAY                PIC 9(2).
001730  77  WS-WORK-WEEKDAY              PIC 9(1) VALUE ZERO.
001740  77  WS-MONTH-DAYS                PIC 9(2) VALUE ZERO.
001750  77  WS-LEAP-QUOT                 PIC 9(4) COMP VALUE ZERO.
001760  77  WS-LEAP-REM-4                PIC 9(4) COMP VALUE ZERO.
001770  77  WS-LEAP-REM-100              PIC 9(4) COMP VALUE ZERO.
001780  77  WS-LEAP-REM-400              PIC 9(4) COMP VALUE ZERO.
001790  77  WS-Z-YEAR                    PIC 9(4) COMP VALUE ZERO.
001800  77  WS-Z-MONTH                   PIC 9(2) COMP VALUE ZERO.
001810  77  WS-Z-CENT                    PIC 9(2) COMP VALUE ZERO.
001820  77  WS-Z-YOC                     PIC 9(2) COMP VALUE ZERO.
001830  77  WS-Z-TERM                    PIC 9(3) COMP VALUE ZERO.
001840  77  WS-Z-SUM                     PIC 9(5) COMP VALUE ZERO.
001850  77  WS-Z-QUOT                    PIC 9(5) COMP VALUE ZERO.
001860  77  WS-Z-REM                     PIC 9(1) COMP VALUE ZERO.
001870  01  WS-MONTH-DAYS-DATA.
001880      05  FILLER                   PIC X(24) VALUE
001890              "312831303130313130313031".
001900  01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-DATA.
001910      05  WS-MD-DAYS               PIC 9(2) OCCURS 12 TIMES.
001920*----------------------------------------------------------------
001930* ROLLRPT REPORT LINE LAYOUTS
001940*----------------------------------------------------------------
001950  01  WS-RPT-HDR.
001960      05  FILLER                    PIC X(40) VALUE
001970              "DEC-4 RECURRING REGISTRATION ROLL-FORWAR".
001980      05  FILLER                    PIC X(13) VALUE
001990              "D  ROLL DATE ".
002000      05  WS-RH-DATE                PIC 9(08).
002010      05  FILLER                    PIC X(19) VALUE SPACES.
002020  01  WS-RPT-COL-HDR.
002030      05  FILLER                    PIC X(10) VALUE "  ACTION  ".
002040      05  FILLER                    PIC X(05) VALUE "BTCH ".
002050      05  FILLER                    PIC X(31) VALUE "DESCRIPTION".
002060      05  FILLER                    PIC X(09) VALUE "DATE".
002070      05  FILLER                    PIC X(06) VALUE "CARDS".
002080      05  FILLER                    PIC X(01) VALUE "G".
002090      05  FILLER                    PIC X(18) VALUE " FROM".
002100  01  WS-RPT-BLANK                  PIC X(80) VALUE SPACES.
002110  01  WS-RPT-DETAIL.
002120      05  FILLER                    PIC X(02) VALUE SPACES.
002130      05  WS-RD-ACTION              PIC X(08).
002140      05  WS-RD-BATCH-NO            PIC 9(04).
002150      05  FILLER                    PIC X(01) VALUE SPACES.
002160      05  WS-RD-DESC                PIC X(30).
002170      05  FILLER                    PIC X(01) VALUE SPACES.
002180      05  WS-RD-DATE                PIC 9(08).
002190      05  FILLER                    PIC X(01) VALUE SPACES.
002200      05  WS-RD-CARDS               PIC ZZZZ9.
002210      05  FILLER                    PIC X(01) VALUE SPACES.
002220      05  WS-RD-GAME                PIC X(01).
002230      05  FILLER                    PIC X(06) VALUE " FROM ".
002240      05  WS-RD-FROM                PIC 9(04).
002250      05  FILLER                    PIC X(08) VALUE SPACES.
002260  01  WS-RPT-MOVED-LINE.
002270      05  FILLER                    PIC X(10) VALUE SPACES.
002280      05  FILLER                    PIC X(19) VALUE
002290              "MOVED OFF DARK DAY ".
002300      05  WS-RM-DATE                PIC 9(08).
002310      05  FILLER                    PIC X(03) VALUE " - ".
002320      05  WS-RM-REASON              PIC X(30).
002330      05  FILLER                    PIC X(10) VALUE SPACES.
002340  01  WS-RPT-MISSED-LINE.
002350      05  FILLER                    PIC X(10) VALUE SPACES.
002360      05  WS-RS-COUNT               PIC ZZ9.
002370      05  FILLER                    PIC X(40) VALUE
002380              " EARLIER OCCURRENCE(S) ALREADY PAST THE ".
002390      05  FILLER                    PIC X(27) VALUE
002400              "ROLL DATE - NOT REGISTERED".
002410  01  WS-RPT-NOTE-LINE.
002420      05  FILLER                    PIC X(10) VALUE SPACES.
002430      05  WS-RN-TEXT                PIC X(60).
002440      05  FILLER                    PIC X(10) VALUE SPACES.
002450  01  WS-RPT-NONE-LINE.
002460      05  FILLER                    PIC X(30) VALUE
002470              "NO SERIES DUE TO ROLL TONIGHT.".
002480      05  FILLER                    PIC X(50) VALUE SPACES.
002490  01  WS-RPT-TRAILER.
002500      05  FILLER                    PIC X(08) VALUE "CREATED ".
002510      05  WS-RX-CREATED             PIC ZZZZ9.
002520      05  FILLER                    PIC X(21) VALUE
002530              "  MOVED OFF DARK DAY ".
002540      05  WS-RX-MOVED               PIC ZZZZ9.
002550      05  FILLER                    PIC X(15) VALUE
002560              "  SERIES ENDED ".
002570      05  WS-RX-ENDED               PIC ZZZZ9.
002580      05  FILLER                    PIC X(13) VALUE
002590              "  NOT ROLLED ".
002600      05  WS-RX-FAILED              PIC ZZZZ9.
002610      05  FILLER                    PIC X(03) VALUE SPACES.
002620
002630  PROCEDURE DIVISION.
002640*----------------------------------------------------------------
002650* 0000-MAINLINE
002660* ONE PASS OVER THE MASTER TO FIND THE SERIES DUE, THEN EACH
002670* ONE ROLLED BY KEY.
002680*----------------------------------------------------------------
002690  0000-MAINLINE.
002700      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002710      IF RETURN-CODE = 16
002720          GO TO 0000-EXIT
002730      END-IF.
002740      PERFORM 2000-SCAN-ONE-REGISTRATION THRU 2000-EXIT
002750          UNTIL WS-AT-EOF.
002760      PERFORM 3000-ROLL-ONE-SERIES THRU 3000-EXIT
002770          VARYING WS-CAND-SUB FROM 1 BY 1
002780          UNTIL WS-CAND-SUB > WS-CAND-COUNT.
002790      PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
002800  0000-EXIT.
002810      PERFORM 9999-TERMINATE THRU 9999-EXIT.
002820      STOP RUN.
002830
002840*----------------------------------------------------------------
002850* 1000-INITIALIZE
002860* TAKES THE ROLL DATE FROM ROLLPARM AND OPENS THE FILES. A
002870* CALENDAR NOT YET CREATED (STATUS 35) MEANS NO DARK DAYS.
002880* WITHOUT THE JOURNAL NO REGISTRATION MAY BE WRITTEN, SO THE
002890* RUN ENDS.
002900*----------------------------------------------------------------
002910  1000-INITIALIZE.
002920      PERFORM 1100-READ-DATE THRU 1100-EXIT.
002930      OPEN I-O BATCHMST.
002940      IF WS-BATMST-STATUS NOT = "00"
002950          DISPLAY "ROLLFWD: BATCHMST NOT AVAILABLE - RUN ENDED."
002960          MOVE 16 TO RETURN-CODE
002970          GO TO 1000-EXIT
002980      END-IF.
002990      OPEN INPUT SHOPCAL.
003000      IF WS-SHPCAL-STATUS = "35"
003010          DISPLAY "ROLLFWD: NO SHOPCAL CALENDAR - NO DARK DAYS."
003020          SET WS-NO-CALENDAR TO TRUE
003030      ELSE
003040          IF WS-SHPCAL-STATUS NOT = "00"
003050              DISPLAY "ROLLFWD: SHOPCAL NOT AVAILABLE - "
003060                  "RUN ENDED."
003070              MOVE 16 TO RETURN-CODE
003080              CLOSE BATCHMST
003090              GO TO 1000-EXIT
003100          END-IF
003110      END-IF.
003120      OPEN EXTEND JNLFILE.
003130      IF WS-JNL-STATUS = "35"
003140          OPEN OUTPUT JNLFILE
003150      END-IF.
003160      IF WS-JNL-STATUS NOT = "00"
003170          DISPLAY "ROLLFWD: CHGJNL NOT AVAILABLE - RUN ENDED."
003180          MOVE 16 TO RETURN-CODE
003190          PERFORM 1200-CLOSE-MASTERS THRU 1200-EXIT
003200          GO TO 1000-EXIT
003210      END-IF.
003220      OPEN OUTPUT RPTFILE.
003230      IF WS-RPTFILE-STATUS NOT = "00"
003240          DISPLAY "ROLLFWD: ROLLRPT NOT AVAILABLE - RUN ENDED."
003250          MOVE 16 TO RETURN-CODE
003260          PERFORM 1200-CLOSE-MASTERS THRU 1200-EXIT
003270          CLOSE JNLFILE
003280          GO TO 1000-EXIT
003290      END-IF.
003300      MOVE WS-ROLL-DATE TO WS-RH-DATE.
003310      WRITE RPT-LINE FROM WS-RPT-HDR.
003320      WRITE RPT-LINE FROM WS-RPT-BLANK.
003330      WRITE RPT-LINE FROM WS-RPT-COL-HDR.
003340  1000-EXIT.
003350      EXIT.
003360
003370*----------------------------------------------------------------
003380* 1100-READ-DATE
003390* A MISSING, EMPTY OR NON-NUMERIC PARAMETER ROLLS AS OF TODAY.
003400*----------------------------------------------------------------
003410  1100-READ-DATE.
003420      ACCEPT WS-ROLL-DATE FROM DATE YYYYMMDD.
003430      OPEN INPUT PRMFILE.
003440      IF WS-PRMFILE-STATUS NOT = "00"
003450          DISPLAY "ROLLFWD: NO ROLLPARM DATE - ROLLING AS OF "
003460              "TODAY."
003470          GO TO 1100-EXIT
003480      END-IF.
003490      READ PRMFILE
003500          AT END
003510              DISPLAY "ROLLFWD: NO ROLLPARM DATE - ROLLING AS OF "
003520                  "TODAY."
003530              CLOSE PRMFILE
003540              GO TO 1100-EXIT
003550      END-READ.
003560      IF PRM-DATE NUMERIC
003570          MOVE PRM-DATE TO WS-ROLL-DATE
003580      ELSE
003590          DISPLAY "ROLLFWD: ROLLPARM DATE NOT NUMERIC - ROLLING "
003600              "AS OF TODAY."
003610      END-IF.
003620      CLOSE PRMFILE.
003630  1100-EXIT.
003640      EXIT.
003650
003660*----------------------------------------------------------------
003670* 1200-CLOSE-MASTERS
003680*----------------------------------------------------------------
003690  1200-CLOSE-MASTERS.
003700      CLOSE BATCHMST.
003710      IF NOT WS-NO-CALENDAR
003720          CLOSE SHOPCAL
003730      END-IF.
003740  1200-EXIT.
003750      EXIT.
003760
003770*----------------------------------------------------------------
003780* 2000-SCAN-ONE-REGISTRATION
003790* THE MASTER COMES IN KEY ORDER, SO THE LAST BATCH NUMBER READ
003800* IS THE HIGHEST. A RECURRING REGISTRATION FLAGS THE ONE IT WAS
003810* ROLLED FROM, AND IS A CANDIDATE ITSELF ONCE ITS SCHEDULED
003820* DATE HAS COME BY THE ROLL DATE AND ITS SERIES IS NOT ENDED.
003830*----------------------------------------------------------------
003840  2000-SCAN-ONE-REGISTRATION.
003850      READ BATCHMST NEXT RECORD
003860          AT END
003870              SET WS-AT-EOF TO TRUE
003880              GO TO 2000-EXIT
003890      END-READ.
003900      MOVE BATMST-BATCH-NO TO WS-HIGH-BATCH.
003910      IF NOT BATMST-RECUR-WEEKLY
003920         AND NOT BATMST-RECUR-DAYS
003930          GO TO 2000-EXIT
003940      END-IF.
003950      IF BATMST-RECUR-FROM-BATCH NUMERIC
003960         AND BATMST-RECUR-FROM-BATCH > ZERO
003970          MOVE "Y" TO WS-HAS-NEXT(BATMST-RECUR-FROM-BATCH)
003980      END-IF.
003990      IF BATMST-SERIES-ENDED
004000         OR BATMST-SCHED-DATE > WS-ROLL-DATE
004010          GO TO 2000-EXIT
004020      END-IF.
004030      IF WS-CAND-COUNT NOT < WS-CAND-MAX
004040          ADD 1 TO WS-CAND-OVERFLOW
004050          GO TO 2000-EXIT
004060      END-IF.
004070      ADD 1 TO WS-CAND-COUNT.
004080      MOVE BATMST-BATCH-NO TO WS-CAND-BATCH-NO(WS-CAND-COUNT).
004090  2000-EXIT.
004100      EXIT.
004110
004120*----------------------------------------------------------------
004130* 3000-ROLL-ONE-SERIES
004140* A CANDIDATE ALREADY ROLLED FROM IS PASSED OVER. OTHERWISE
004150* THE NEXT OCCURRENCE IS WORKED FROM THE BASE DATE; ONES THAT
004160* WOULD ALREADY BE PAST BY THE ROLL DATE (NIGHTS THE JOB DID
004170* NOT RUN) ARE STEPPED OVER AND COUNTED, NOT REGISTERED. PAST
004180* THE END DATE THE SERIES IS MARKED ENDED; OTHERWISE THE
004190* OCCURRENCE IS MOVED OFF ANY DARK DAY AND REGISTERED.
004200*----------------------------------------------------------------
004210  3000-ROLL-ONE-SERIES.
004220      MOVE WS-CAND-BATCH-NO(WS-CAND-SUB) TO WS-TIP-BATCH-NO.
004230      IF WS-HAS-NEXT(WS-TIP-BATCH-NO) = "Y"
004240          GO TO 3000-EXIT
004250      END-IF.
004260      MOVE WS-TIP-BATCH-NO TO BATMST-BATCH-NO.
004270      READ BATCHMST
004280          INVALID KEY
004290              GO TO 3000-EXIT
004300      END-READ.
004310      MOVE BATMST-RECORD TO WS-TIP-SAVE.
004320      PERFORM 3100-CHECK-RECURRENCE THRU 3100-EXIT.
004330      IF WS-FAIL-TEXT NOT = SPACES
004340          PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
004350          GO TO 3000-EXIT
004360      END-IF.
004370      IF BATMST-RECUR-BASE-DATE = ZERO
004380          MOVE BATMST-SCHED-DATE TO WS-WORK-DATE
004390      ELSE
004400          MOVE BATMST-RECUR-BASE-DATE TO WS-WORK-DATE
004410      END-IF.
004420      PERFORM 7000-SET-WEEKDAY THRU 7000-EXIT.
004430      MOVE ZERO TO WS-MISSED-COUNT.
004440      PERFORM 3200-STEP-OCCURRENCE THRU 3200-EXIT.
004450      PERFORM 3300-STEP-PAST-OCCURRENCE THRU 3300-EXIT
004460          UNTIL WS-WORK-DATE NOT < WS-ROLL-DATE
004470             OR WS-WORK-DATE > BATMST-RECUR-END-DATE.
004480      IF WS-WORK-DATE > BATMST-RECUR-END-DATE
004490          PERFORM 3700-END-SERIES THRU 3700-EXIT
004500          GO TO 3000-EXIT
004510      END-IF.
004520      MOVE WS-WORK-DATE TO WS-PATTERN-DATE.
004530      PERFORM 3400-FIND-RUN-DAY THRU 3400-EXIT.
004540      IF WS-FAIL-TEXT NOT = SPACES
004550          PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
004560          GO TO 3000-EXIT
004570      END-IF.
004580      PERFORM 3600-REGISTER-OCCURRENCE THRU 3600-EXIT.
004590  3000-EXIT.
004600      EXIT.
004610
004620*----------------------------------------------------------------
004630* 3100-CHECK-RECURRENCE
004640* THE DESK'S PANEL KEEPS THESE RIGHT; THIS GUARDS THE ROLL
004650* AGAINST A RECORD THAT SOMEHOW IS NOT.
004660*----------------------------------------------------------------
004670  3100-CHECK-RECURRENCE.
004680      MOVE SPACES TO WS-FAIL-TEXT.
004690      IF BATMST-RECUR-WEEKDAY NOT NUMERIC
004700         OR BATMST-RECUR-INTERVAL NOT NUMERIC
004710         OR BATMST-RECUR-END-DATE NOT NUMERIC
004720         OR BATMST-RECUR-BASE-DATE NOT NUMERIC
004730          MOVE "RECURRENCE FIELDS NOT NUMERIC - FIX BATMAINT."
004740              TO WS-FAIL-TEXT
004750          GO TO 3100-EXIT
004760      END-IF.
004770      IF BATMST-RECUR-WEEKLY
004780         AND (BATMST-RECUR-WEEKDAY < 1
004790              OR BATMST-RECUR-WEEKDAY > 7)
004800          MOVE "WEEKLY RECURRENCE HAS NO DAY 1-7 - FIX BATMAINT."
004810              TO WS-FAIL-TEXT
004820          GO TO 3100-EXIT
004830      END-IF.
004840      IF BATMST-RECUR-DAYS
004850         AND BATMST-RECUR-INTERVAL = ZERO
004860          MOVE "EVERY-N-DAYS RECURRENCE HAS N = 0 - FIX BATMAINT."
004870              TO WS-FAIL-TEXT
004880          GO TO 3100-EXIT
004890      END-IF.
004900      IF BATMST-RECUR-END-DATE = ZERO
004910          MOVE "RECURRENCE HAS NO END DATE - FIX ON BATMAINT."
004920              TO WS-FAIL-TEXT
004930      END-IF.
004940  3100-EXIT.
004950      EXIT.
004960
004970*----------------------------------------------------------------
004980* 3200-STEP-OCCURRENCE
004990* MOVES WS-WORK-DATE ON TO THE NEXT DATE THE PATTERN FALLS ON:
005000* N DAYS ON, OR THE NEXT OF THE GIVEN DAY OF THE WEEK.
005010*----------------------------------------------------------------
005020  3200-STEP-OCCURRENCE.
005030      IF BATMST-RECUR-DAYS
005040          PERFORM 7100-NEXT-DAY THRU 7100-EXIT
005050              BATMST-RECUR-INTERVAL TIMES
005060      ELSE
005070          PERFORM 7100-NEXT-DAY THRU 7100-EXIT
005080          PERFORM 7100-NEXT-DAY THRU 7100-EXIT
005090              UNTIL WS-WORK-WEEKDAY = BATMST-RECUR-WEEKDAY
005100      END-IF.
005110  3200-EXIT.
005120      EXIT.
005130
005140*----------------------------------------------------------------
005150* 3300-STEP-PAST-OCCURRENCE
005160*----------------------------------------------------------------
005170  3300-STEP-PAST-OCCURRENCE.
005180      ADD 1 TO WS-MISSED-COUNT.
005190      PERFORM 3200-STEP-OCCURRENCE THRU 3200-EXIT.
005200  3300-EXIT.
005210      EXIT.
005220
005230*----------------------------------------------------------------
005240* 3400-FIND-RUN-DAY
005250* STEPS THE OCCURRENCE A DAY AT A TIME UNTIL IT IS OFF THE
005260* DARK DAYS. A YEAR OF DARK DAYS MEANS THE CALENDAR IS WRONG.
005270*----------------------------------------------------------------
005280  3400-FIND-RUN-DAY.
005290      MOVE ZERO TO WS-SHIFT-DAYS.
005300      MOVE SPACES TO WS-DARK-REASON.
005310      PERFORM 3500-CHECK-DARK-DAY THRU 3500-EXIT.
005320      IF WS-ON-DARK-DAY
005330          MOVE SHPCAL-REASON TO WS-DARK-REASON
005340      END-IF.
005350      PERFORM 3410-MOVE-ONE-DAY THRU 3410-EXIT
005360          UNTIL NOT WS-ON-DARK-DAY
005370             OR WS-SHIFT-DAYS > 366.
005380      IF WS-ON-DARK-DAY
005390          MOVE "NO RUN DAY WITHIN A YEAR - CHECK SHOP CALENDAR."
005400              TO WS-FAIL-TEXT
005410      END-IF.
005420  3400-EXIT.
005430      EXIT.
005440
005450*----------------------------------------------------------------
005460* 3410-MOVE-ONE-DAY
005470*----------------------------------------------------------------
005480  3410-MOVE-ONE-DAY.
005490      ADD 1 TO WS-SHIFT-DAYS.
005500      PERFORM 7100-NEXT-DAY THRU 7100-EXIT.
005510      PERFORM 3500-CHECK-DARK-DAY THRU 3500-EXIT.
005520  3410-EXIT.
005530      EXIT.
005540
005550*----------------------------------------------------------------
005560* 3500-CHECK-DARK-DAY
005570*----------------------------------------------------------------
005580  3500-CHECK-DARK-DAY.
005590      MOVE "N" TO WS-DARK-DAY-SW.
005600      IF WS-NO-CALENDAR
005610          GO TO 3500-EXIT
005620      END-IF.
005630      MOVE WS-WORK-DATE TO SHPCAL-DATE.
005640      READ SHOPCAL
005650          INVALID KEY
005660              GO TO 3500-EXIT
005670      END-READ.
005680      SET WS-ON-DARK-DAY TO TRUE.
005690  3500-EXIT.
005700      EXIT.
005710
005720*----------------------------------------------------------------
005730* 3600-REGISTER-OCCURRENCE
005740* THE NEW REGISTRATION IS THE LATEST ONE WITH THE BATCH NUMBER,
005750* DATES AND FROM-BATCH CHANGED: DESCRIPTION, CARD COUNT, GAME
005760* TYPE AND RECURRENCE CARRY FORWARD, AND IT IS OPEN.
005770*----------------------------------------------------------------
005780  3600-REGISTER-OCCURRENCE.
005790      IF WS-HIGH-BATCH NOT < 9999
005800          MOVE "NO FREE BATCH NUMBER ABOVE 9999 - KEY BY HAND."
005810              TO WS-FAIL-TEXT
005820          PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
005830          GO TO 3600-EXIT
005840      END-IF.
005850      ADD 1 TO WS-HIGH-BATCH.
005860      MOVE WS-HIGH-BATCH TO BATMST-BATCH-NO.
005870      MOVE WS-WORK-DATE TO BATMST-SCHED-DATE.
005880      MOVE WS-PATTERN-DATE TO BATMST-RECUR-BASE-DATE.
005890      MOVE WS-TIP-BATCH-NO TO BATMST-RECUR-FROM-BATCH.
005900      MOVE SPACE TO BATMST-RECUR-ENDED-SW.
005910      SET BATMST-OPEN TO TRUE.
005920      WRITE BATMST-RECORD
005930          INVALID KEY
005940              MOVE WS-TIP-SAVE TO BATMST-RECORD
005950              MOVE "NEXT BATCH NUMBER IN USE - NOT WRITTEN."
005960                  TO WS-FAIL-TEXT
005970              PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
005980              GO TO 3600-EXIT
005990      END-WRITE.
006000      ADD 1 TO WS-CREATED-COUNT.
006010      MOVE "A" TO WS-JNL-ACTION.
006020      MOVE SPACES TO WS-BEFORE-IMAGE.
006030      PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
006040      MOVE "CREATED " TO WS-RD-ACTION.
006050      MOVE BATMST-SCHED-DATE TO WS-RD-DATE.
006060      PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
006070      IF WS-SHIFT-DAYS > ZERO
006080          ADD 1 TO WS-MOVED-COUNT
006090          MOVE WS-PATTERN-DATE TO WS-RM-DATE
006100          MOVE WS-DARK-REASON TO WS-RM-REASON
006110          WRITE RPT-LINE FROM WS-RPT-MOVED-LINE
006120      END-IF.
006130      IF WS-MISSED-COUNT > ZERO
006140          MOVE WS-MISSED-COUNT TO WS-RS-COUNT
006150          WRITE RPT-LINE FROM WS-RPT-MISSED-LINE
006160      END-IF.
006170  3600-EXIT.
006180      EXIT.
006190
006200*----------------------------------------------------------------
006210* 3700-END-SERIES
006220* THE NEXT OCCURRENCE FALLS PAST THE END DATE. THE LATEST
006230* REGISTRATION IS MARKED SO THE SERIES IS NOT LOOKED AT AGAIN;
006240* THE DESK REOPENS IT BY KEYING A LATER END DATE ON BATMAINT.
006250*----------------------------------------------------------------
006260  3700-END-SERIES.
006270      MOVE WS-TIP-SAVE TO WS-BEFORE-IMAGE.
006280      SET BATMST-SERIES-ENDED TO TRUE.
006290      REWRITE BATMST-RECORD
006300          INVALID KEY
006310              MOVE "SERIES ENDED BUT THE MARK WAS NOT REWRITTEN."
006320                  TO WS-FAIL-TEXT
006330              PERFORM 3900-REPORT-FAILURE THRU 3900-EXIT
006340              GO TO 3700-EXIT
006350      END-REWRITE.
006360      ADD 1 TO WS-ENDED-COUNT.
006370      MOVE "C" TO WS-JNL-ACTION.
006380      PERFORM 4000-WRITE-JOURNAL THRU 4000-EXIT.
006390      MOVE "ENDED   " TO WS-RD-ACTION.
006400      MOVE BATMST-RECUR-END-DATE TO WS-RD-DATE.
006410      PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
006420  3700-EXIT.
006430      EXIT.
006440
006450*----------------------------------------------------------------
006460* 3800-WRITE-DETAIL
006470* ONE REPORT LINE FOR THE REGISTRATION IN THE RECORD AREA;
006480* THE CALLER SETS THE ACTION AND THE DATE SHOWN.
006490*----------------------------------------------------------------
006500  3800-WRITE-DETAIL.
006510      MOVE BATMST-BATCH-NO TO WS-RD-BATCH-NO.
006520      MOVE BATMST-DESC TO WS-RD-DESC.
006530      MOVE BATMST-EXP-CARDS TO WS-RD-CARDS.
006540      MOVE BATMST-GAME-TYPE TO WS-RD-GAME.
006550      IF BATMST-RECUR-FROM-BATCH NUMERIC
006560          MOVE BATMST-RECUR-FROM-BATCH TO WS-RD-FROM
006570      ELSE
006580          MOVE ZERO TO WS-RD-FROM
006590      END-IF.
006600      WRITE RPT-LINE FROM WS-RPT-DETAIL.
006610  3800-EXIT.
006620      EXIT.
006630
006640*----------------------------------------------------------------
006650* 3900-REPORT-FAILURE
006660* THE SERIES IS LEFT AS IT WAS AND LISTED FOR THE DESK WITH
006670* THE REASON; IT IS TRIED AGAIN ON THE NEXT RUN.
006680*----------------------------------------------------------------
006690  3900-REPORT-FAILURE.
006700      ADD 1 TO WS-FAILED-COUNT.
006710      MOVE "FAILED  " TO WS-RD-ACTION.
006720      MOVE BATMST-SCHED-DATE TO WS-RD-DATE.
006730      PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT.
006740      MOVE WS-FAIL-TEXT TO WS-RN-TEXT.
006750      WRITE RPT-LINE FROM WS-RPT-NOTE-LINE.
006760      DISPLAY "ROLLFWD: BATCH " BATMST-BATCH-NO " NOT ROLLED - "
006770          WS-FAIL-TEXT.
006780  3900-EXIT.
006790      EXIT.
006800
006810*----------------------------------------------------------------
006820* 4000-WRITE-JOURNAL
006830* APPENDS ONE CHANGE-JOURNAL RECORD FOR THE REGISTRATION JUST
006840* WRITTEN, AS BATMAINT DOES. THE OPERATOR ID IS ZERO - NO ONE
006850* WAS SIGNED ON; THE ROLL-FORWARD MADE THE CHANGE.
006860*----------------------------------------------------------------
006870  4000-WRITE-JOURNAL.
006880      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
006890      ACCEPT WS-NOW-TIME FROM TIME.
006900      MOVE SPACES TO CHGJNL-RECORD.
006910      MOVE WS-NOW-DATE TO CHGJNL-DATE.
006920      MOVE WS-NOW-TIME(1:6) TO CHGJNL-TIME.
006930      SET CHGJNL-BATCHMST TO TRUE.
006940      MOVE WS-JNL-ACTION TO CHGJNL-ACTION.
006950      MOVE BATMST-BATCH-NO TO CHGJNL-KEY.
006960      MOVE ZERO TO CHGJNL-OPERATOR-ID.
006970      MOVE ZERO TO CHGJNL-OVERRIDE-ID.
006980      MOVE WS-BEFORE-IMAGE TO CHGJNL-BEFORE.
006990      MOVE BATMST-RECORD TO CHGJNL-AFTER.
007000      WRITE CHGJNL-RECORD.
007010      IF WS-JNL-STATUS NOT = "00"
007020          DISPLAY "ROLLFWD: CHGJNL WRITE FAILED - STATUS "
007030              WS-JNL-STATUS " - BATCH " BATMST-BATCH-NO
007040      END-IF.
007050  4000-EXIT.
007060      EXIT.
007070
007080*----------------------------------------------------------------
007090* 7000-SET-WEEKDAY
007100* ZELLER'S RULE FOR WS-WORK-DATE. JANUARY AND FEBRUARY COUNT
007110* AS MONTHS 13 AND 14 OF THE YEAR BEFORE. THE RULE GIVES
007120* 0 = SATURDAY THROUGH 6 = FRIDAY, TURNED HERE INTO 1 = MONDAY
007130* THROUGH 7 = SUNDAY.
007140*----------------------------------------------------------------
007150  7000-SET-WEEKDAY.
007160      MOVE WS-WK-YEAR TO WS-Z-YEAR.
007170      MOVE WS-WK-MONTH TO WS-Z-MONTH.
007180      IF WS-Z-MONTH < 3
007190          ADD 12 TO WS-Z-MONTH
007200          SUBTRACT 1 FROM WS-Z-YEAR
007210      END-IF.
007220      DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENT
007230          REMAINDER WS-Z-YOC.
007240      COMPUTE WS-Z-TERM = (13 * (WS-Z-MONTH + 1)) / 5.
007250      MOVE WS-WK-DAY TO WS-Z-SUM.
007260      ADD WS-Z-TERM WS-Z-YOC TO WS-Z-SUM.
007270      COMPUTE WS-Z-TERM = WS-Z-YOC / 4.
007280      ADD WS-Z-TERM TO WS-Z-SUM.
007290      COMPUTE WS-Z-TERM = WS-Z-CENT / 4.
007300      ADD WS-Z-TERM TO WS-Z-SUM.
007310      COMPUTE WS-Z-SUM = WS-Z-SUM + (5 * WS-Z-CENT) + 5.
007320      DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOT
007330          REMAINDER WS-Z-REM.
007340      COMPUTE WS-WORK-WEEKDAY = WS-Z-REM + 1.
007350  7000-EXIT.
007360      EXIT.
007370
007380*----------------------------------------------------------------
007390* 7100-NEXT-DAY
007400* MOVES WS-WORK-DATE AND ITS DAY OF THE WEEK ON ONE DAY.
007410*----------------------------------------------------------------
007420  7100-NEXT-DAY.
007430      PERFORM 7200-SET-MONTH-DAYS THRU 7200-EXIT.
007440      ADD 1 TO WS-WK-DAY.
007450      IF WS-WK-DAY > WS-MONTH-DAYS
007460          MOVE 1 TO WS-WK-DAY
007470          ADD 1 TO WS-WK-MONTH
007480          IF WS-WK-MONTH > 12
007490              MOVE 1 TO WS-WK-MONTH
007500              ADD 1 TO WS-WK-YEAR
007510          END-IF
007520      END-IF.
007530      ADD 1 TO WS-WORK-WEEKDAY.
007540      IF WS-WORK-WEEKDAY > 7
007550          MOVE 1 TO WS-WORK-WEEKDAY
007560      END-IF.
007570  7100-EXIT.
007580      EXIT.
007590
007600*----------------------------------------------------------------
007610* 7200-SET-MONTH-DAYS
007620* FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
007630* CENTURY YEAR NOT DIVISIBLE BY 400.
007640*----------------------------------------------------------------
007650  7200-SET-MONTH-DAYS.
007660      MOVE WS-MD-DAYS(WS-WK-MONTH) TO WS-MONTH-DAYS.
007670      IF WS-WK-MONTH NOT = 2
007680          GO TO 7200-EXIT
007690      END-IF.
007700      DIVIDE WS-WK-YEAR BY 4 GIVING WS-LEAP-QUOT
007710          REMAINDER WS-LEAP-REM-4.
007720      DIVIDE WS-WK-YEAR BY 100 GIVING WS-LEAP-QUOT
007730          REMAINDER WS-LEAP-REM-100.
007740      DIVIDE WS-WK-YEAR BY 400 GIVING WS-LEAP-QUOT
007750          REMAINDER WS-LEAP-REM-400.
007760      IF WS-LEAP-REM-4 = ZERO
007770         AND (WS-LEAP-REM-100 NOT = ZERO
007780              OR WS-LEAP-REM-400 = ZERO)
007790          MOVE 29 TO WS-MONTH-DAYS
007800      END-IF.
007810  7200-EXIT.
007820      EXIT.
007830
007840*----------------------------------------------------------------
007850* 8000-WRITE-TRAILER
007860*----------------------------------------------------------------
007870  8000-WRITE-TRAILER.
007880      IF WS-CREATED-COUNT = ZERO
007890         AND WS-ENDED-COUNT = ZERO
007900         AND WS-FAILED-COUNT = ZERO
007910          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
007920      END-IF.
007930      WRITE RPT-LINE FROM WS-RPT-BLANK.
007940      MOVE WS-CREATED-COUNT TO WS-RX-CREATED.
007950      MOVE WS-MOVED-COUNT TO WS-RX-MOVED.
007960      MOVE WS-ENDED-COUNT TO WS-RX-ENDED.
007970      MOVE WS-FAILED-COUNT TO WS-RX-FAILED.
007980      WRITE RPT-LINE FROM WS-RPT-TRAILER.
007990      IF WS-CAND-OVERFLOW > ZERO
008000          DISPLAY "ROLLFWD: " WS-CAND-OVERFLOW " SERIES OVER THE "
008010              "TABLE LIMIT - LEFT FOR THE NEXT RUN."
008020          MOVE 4 TO RETURN-CODE
008030      END-IF.
008040      IF WS-FAILED-COUNT > ZERO
008050          DISPLAY "ROLLFWD: " WS-FAILED-COUNT
008060              " SERIES NOT ROLLED - SEE ROLLRPT."
008070          MOVE 4 TO RETURN-CODE
008080      END-IF.
008090  8000-EXIT.
008100      EXIT.
008110
008120*----------------------------------------------------------------
008130* 9999-TERMINATE
008140*----------------------------------------------------------------
008150  9999-TERMINATE.
008160      IF RETURN-CODE = 16
008170          GO TO 9999-EXIT
008180      END-IF.
008190      PERFORM 1200-CLOSE-MASTERS THRU 1200-EXIT.
008200      CLOSE JNLFILE.
008210      CLOSE RPTFILE.
008220  9999-EXIT.
008230      EXIT.
