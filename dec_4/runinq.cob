000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : RUNINQ
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - BATCH RUN-STATUS INQUIRY.
000230*            JH   THE DESK KEYS A BATCH NUMBER ON A PANEL IN
000240*            JH   THE STYLE OF BATHINQ AND EVERY RUNSTAT
000250*            JH   RECORD FOR THAT BATCH (ONE PER RUN DATE)
000260*            JH   ROLLS TO THE CONSOLE AS A LIFECYCLE - WHEN
000270*            JH   THE HEADER WAS ACCEPTED, SCORED, VERIFIED,
000280*            JH   EXTRACTED AND ACKNOWLEDGED, AND ANY BOARDS
000290*            JH   DISQUALIFIED - SO HOW FAR A BATCH GOT NO
000300*            JH   LONGER HAS TO BE PIECED TOGETHER FROM THE
000310*            JH   JOB LOGS.
000320*----------------------------------------------------------------
000330  PROGRAM-ID. RUNINQ.
000340  AUTHOR. J HENDRICKS.
000350  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000360  DATE-WRITTEN. 10/15/2026.
000370  DATE-COMPILED.
000380
000390  ENVIRONMENT DIVISION.
000400  INPUT-OUTPUT SECTION.
000410  FILE-CONTROL.
000420*----------------------------------------------------------------
000430* RUNSTAT - THE RUN-STATUS FILE, KEYED BY BATCH NUMBER AND RUN
000440* DATE. DYNAMIC ACCESS: START ON THE BATCH, READ NEXT THROUGH
000450* ITS RUN DATES.
000460*----------------------------------------------------------------
000470      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS DYNAMIC
000500          RECORD KEY IS RUNSTS-KEY
000510          FILE STATUS IS WS-RUNSTS-STATUS.
000520
000530  DATA DIVISION.
000540  FILE SECTION.
000550  FD  RUNSTAT.
000560  COPY RUNSTS.
000570
000580  WORKING-STORAGE SECTION.
000590*----------------------------------------------------------------
000600* SWITCHES AND FILE STATUS
000610*----------------------------------------------------------------
000620  77  WS-RUNSTS-STATUS          PIC X(02).
000630  77  WS-DONE-SW                PIC X(01) VALUE "N".
000640      88  WS-DESK-DONE                    VALUE "Y".
000650  77  WS-STS-EOF-SW             PIC X(01) VALUE "N".
000660      88  WS-STS-AT-EOF                   VALUE "Y".
000670*----------------------------------------------------------------
000680* PANEL ENTRY AND DISPLAY FIELDS
000690*----------------------------------------------------------------
000700  77  WS-INQ-BATCH-NO           PIC 9(4) VALUE ZERO.
000710  77  WS-RUN-COUNT              PIC 9(5) COMP VALUE ZERO.
000720  77  WS-SCREEN-MSG             PIC X(60) VALUE SPACES.
000730*----------------------------------------------------------------
000740* ONE LIFECYCLE LINE - STEP NAME, DATE AND TIME IT WAS
000750* STAMPED (OR "NOT YET"), AND A NOTE. THE STAMP HAS A TEXT
000760* VIEW SO A STAGE NOT REACHED CAN SAY SO IN THE SAME PLACE.
000770*----------------------------------------------------------------
000780  77  WS-STG-DATE               PIC 9(8) VALUE ZERO.
000790  77  WS-STG-TIME               PIC 9(6) VALUE ZERO.
000800  01  WS-STEP-LINE.
000810      05  FILLER                    PIC X(02) VALUE SPACES.
000820      05  WS-SL-STEP                PIC X(16).
000830      05  WS-SL-STAMP.
000840          10  WS-SL-DATE            PIC 9(08).
000850          10  FILLER                PIC X(01) VALUE SPACE.
000860          10  WS-SL-TIME            PIC 9(06).
000870      05  WS-SL-STAMP-TEXT REDEFINES WS-SL-STAMP
000880                                    PIC X(15).
000890      05  FILLER                    PIC X(02) VALUE SPACES.
000900      05  WS-SL-NOTE                PIC X(25).
000910
000920*----------------------------------------------------------------
000930* SCR-INQUIRY-PANEL - RUN-STATUS LOOKUP PANEL
000940*----------------------------------------------------------------
000950  SCREEN SECTION.
000960  01  SCR-INQUIRY-PANEL.
000970      05  BLANK SCREEN.
000980      05  LINE 01 COLUMN 20 VALUE "DEC-4 RUN STATUS INQUIRY".
000990      05  LINE 03 COLUMN 05 VALUE
001000              "BATCH NUMBER (0000 = EXIT)..:".
001010      05  SCR-BATCH-NO-FLD LINE 03 COLUMN 36 PIC 9(4)
001020              USING WS-INQ-BATCH-NO AUTO.
001030      05  LINE 05 COLUMN 05 VALUE
001040              "LIFECYCLE ROLLS TO THE CONSOLE LOG.".
001050      05  LINE 07 COLUMN 05 PIC X(60)
001060              FROM WS-SCREEN-MSG
001070              FOREGROUND-COLOR 4 HIGHLIGHT.
001080
001090  PROCEDURE DIVISION.
001100*----------------------------------------------------------------
001110* 0000-MAINLINE
001120*----------------------------------------------------------------
001130  0000-MAINLINE.
001140      OPEN INPUT RUNSTAT.
001150      IF WS-RUNSTS-STATUS NOT = "00"
001160          DISPLAY "RUNINQ: RUNSTAT NOT AVAILABLE - STATUS "
001170              WS-RUNSTS-STATUS
001180          MOVE 16 TO RETURN-CODE
001190          GO TO 0000-EXIT
001200      END-IF.
001210      PERFORM 2000-PROCESS-ONE-INQUIRY THRU 2000-EXIT
001220          UNTIL WS-DESK-DONE.
001230      CLOSE RUNSTAT.
001240  0000-EXIT.
001250      STOP RUN.
001260
001270*----------------------------------------------------------------
001280* 2000-PROCESS-ONE-INQUIRY
001290* ONE TRIP ROUND THE PANEL - BATCH 0000 ENDS THE SESSION.
001300*----------------------------------------------------------------
001310  2000-PROCESS-ONE-INQUIRY.
001320      DISPLAY SCR-INQUIRY-PANEL.
001330      ACCEPT SCR-BATCH-NO-FLD.
001340      MOVE SPACES TO WS-SCREEN-MSG.
001350      IF WS-INQ-BATCH-NO = ZERO
001360          SET WS-DESK-DONE TO TRUE
001370          GO TO 2000-EXIT
001380      END-IF.
001390      PERFORM 3000-LIST-BATCH-RUNS THRU 3000-EXIT.
001400  2000-EXIT.
001410      EXIT.
001420
001430*----------------------------------------------------------------
001440* 3000-LIST-BATCH-RUNS
001450* POSITIONS ON THE FIRST RUN-STATUS RECORD FOR THE KEYED
001460* BATCH AND ROLLS EVERY RUN DATE FOR THAT BATCH TO THE
001470* CONSOLE.
001480*----------------------------------------------------------------
001490  3000-LIST-BATCH-RUNS.
001500      MOVE ZERO TO WS-RUN-COUNT.
001510      MOVE "N" TO WS-STS-EOF-SW.
001520      MOVE WS-INQ-BATCH-NO TO RUNSTS-BATCH-NO.
001530      MOVE ZERO TO RUNSTS-RUN-DATE.
001540      START RUNSTAT KEY NOT < RUNSTS-KEY
001550          INVALID KEY
001560              SET WS-STS-AT-EOF TO TRUE
001570      END-START.
001580      IF NOT WS-STS-AT-EOF
001590          DISPLAY "RUN STATUS FOR BATCH " WS-INQ-BATCH-NO ":"
001600      END-IF.
001610      PERFORM 3100-LIST-ONE-RUN THRU 3100-EXIT
001620          UNTIL WS-STS-AT-EOF.
001630      IF WS-RUN-COUNT = ZERO
001640          MOVE "NO RUN STATUS ON FILE FOR THAT BATCH."
001650              TO WS-SCREEN-MSG
001660      ELSE
001670          DISPLAY "RUNS LISTED: " WS-RUN-COUNT
001680          MOVE "RUN STATUS LISTED - SEE CONSOLE."
001690              TO WS-SCREEN-MSG
001700      END-IF.
001710  3000-EXIT.
001720      EXIT.
001730
001740*----------------------------------------------------------------
001750* 3100-LIST-ONE-RUN
001760* READS THE NEXT RUN-STATUS RECORD; A RECORD FOR A DIFFERENT
001770* BATCH MEANS THE KEYED BATCH'S RUNS ARE DONE. EACH RUN
001780* SHOWS ITS HEADER FIELDS, THEN ONE LINE PER STEP.
001790*----------------------------------------------------------------
001800  3100-LIST-ONE-RUN.
001810      READ RUNSTAT NEXT RECORD
001820          AT END
001830              SET WS-STS-AT-EOF TO TRUE
001840              GO TO 3100-EXIT
001850      END-READ.
001860      IF RUNSTS-BATCH-NO NOT = WS-INQ-BATCH-NO
001870          SET WS-STS-AT-EOF TO TRUE
001880          GO TO 3100-EXIT
001890      END-IF.
001900      ADD 1 TO WS-RUN-COUNT.
001910      DISPLAY " ".
001920      DISPLAY "RUN DATE " RUNSTS-RUN-DATE "  OPER "
001930          RUNSTS-OPERATOR-ID "  MODE " RUNSTS-PROC-MODE
001940          "  GAME " RUNSTS-GAME-TYPE.
001950      DISPLAY "  STEP             DATE     TIME    NOTE".
001960      MOVE "ACCEPTED" TO WS-SL-STEP.
001970      MOVE RUNSTS-ACC-DATE TO WS-STG-DATE.
001980      MOVE RUNSTS-ACC-TIME TO WS-STG-TIME.
001990      MOVE SPACES TO WS-SL-NOTE.
002000      PERFORM 3200-SHOW-STEP THRU 3200-EXIT.
002010      MOVE "SCORED" TO WS-SL-STEP.
002020      MOVE RUNSTS-SCR-DATE TO WS-STG-DATE.
002030      MOVE RUNSTS-SCR-TIME TO WS-STG-TIME.
002040      MOVE SPACES TO WS-SL-NOTE.
002050      IF RUNSTS-SCORED
002060          STRING "BOARDS " RUNSTS-BOARDS-SCORED
002070              DELIMITED BY SIZE INTO WS-SL-NOTE
002080      END-IF.
002090      PERFORM 3200-SHOW-STEP THRU 3200-EXIT.
002100      MOVE "VERIFIED" TO WS-SL-STEP.
002110      MOVE RUNSTS-VRF-DATE TO WS-STG-DATE.
002120      MOVE RUNSTS-VRF-TIME TO WS-STG-TIME.
002130      MOVE SPACES TO WS-SL-NOTE.
002140      IF RUNSTS-VERIFY-FAILED
002150          MOVE "FAILED - SEE VRFYRPT" TO WS-SL-NOTE
002160      END-IF.
002170      PERFORM 3200-SHOW-STEP THRU 3200-EXIT.
002180      MOVE "EXTRACTED" TO WS-SL-STEP.
002190      MOVE RUNSTS-EXT-DATE TO WS-STG-DATE.
002200      MOVE RUNSTS-EXT-TIME TO WS-STG-TIME.
002210      MOVE SPACES TO WS-SL-NOTE.
002220      EVALUATE TRUE
002230          WHEN RUNSTS-EXTRACTED
002240              STRING "WINNERS SENT " RUNSTS-WINNERS-SENT
002250                  DELIMITED BY SIZE INTO WS-SL-NOTE
002260          WHEN RUNSTS-EXTRACT-HELD
002270              MOVE "HELD - NO PRIZE SCHEDULE" TO WS-SL-NOTE
002280      END-EVALUATE.
002290      PERFORM 3200-SHOW-STEP THRU 3200-EXIT.
002300      MOVE "ACKNOWLEDGED" TO WS-SL-STEP.
002310      MOVE RUNSTS-ACK-DATE TO WS-STG-DATE.
002320      MOVE RUNSTS-ACK-TIME TO WS-STG-TIME.
002330      MOVE SPACES TO WS-SL-NOTE.
002340      IF RUNSTS-CHASING
002350          MOVE "CHASING - SEE PRZACKRP" TO WS-SL-NOTE
002360      END-IF.
002370      PERFORM 3200-SHOW-STEP THRU 3200-EXIT.
002380      MOVE "DISQUALIFIED" TO WS-SL-STEP.
002390      MOVE RUNSTS-DSQ-DATE TO WS-STG-DATE.
002400      MOVE RUNSTS-DSQ-TIME TO WS-STG-TIME.
002410      MOVE SPACES TO WS-SL-NOTE.
002420      IF RUNSTS-DISQ-COUNT > ZERO
002430          STRING "BOARDS " RUNSTS-DISQ-COUNT " (LATEST)"
002440              DELIMITED BY SIZE INTO WS-SL-NOTE
002450      END-IF.
002460      PERFORM 3200-SHOW-STEP THRU 3200-EXIT.
002470  3100-EXIT.
002480      EXIT.
002490
002500*----------------------------------------------------------------
002510* 3200-SHOW-STEP
002520* STEP NAME AND NOTE ARE ALREADY IN THE LINE; THE STAMP IS
002530* FILLED FROM WS-STG-DATE/TIME, OR "NOT YET" WHEN THE STEP
002540* HAS NOT STAMPED THE RECORD.
002550*----------------------------------------------------------------
002560  3200-SHOW-STEP.
002570      IF WS-STG-DATE = ZERO
002580          MOVE "NOT YET" TO WS-SL-STAMP-TEXT
002590      ELSE
002600          MOVE SPACES TO WS-SL-STAMP-TEXT
002610          MOVE WS-STG-DATE TO WS-SL-DATE
002620          MOVE WS-STG-TIME TO WS-SL-TIME
002630      END-IF.
002640      DISPLAY WS-STEP-LINE.
002650  3200-EXIT.
002660      EXIT.
