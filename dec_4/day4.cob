000558*            JH   ENTRY) AND ON THE HDRPARM PATH, SO PHANTOM
000559*            JH   OPERATORS NO LONGER REACH THE MONTH-END
000560*            JH   SUMMARY.
000561* 10/15/2026 JH   EACH ACCEPTED HEADER NOW ALSO OPENS THE BATCH'S
000562*            JH   RECORD ON THE KEYED RUNSTAT RUN-STATUS FILE
000563*            JH   (STAMPED ACCEPTED, LATER STAGES CLEARED) AND
000564*            JH   MOVES THE RUNSTAT CONTROL RECORD ON TO IT, SO
000565*            JH   THE DOWNSTREAM STEPS LOOK TONIGHT'S BATCHES UP
000566*            JH   BY KEY INSTEAD OF SCANNING BATCHCTL.
000567* 10/15/2026 JH   TODAY IS LOOKED UP ON THE SHOPCAL SHOP CALENDAR
000568*            JH   AT START-UP; ON A SHOP DARK DAY NO BATCH IS
000569*            JH   ACCEPTED, ON THE PANEL OR ON THE HDRPARM PATH,
000570*            JH   EVEN ONE SCHEDULED FOR TODAY.
000571*----------------------------------------------------------------
000572  PROGRAM-ID. HELLO.
000573  AUTHOR. J HENDRICKS.
000574  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000575  DATE-WRITTEN. 12/04/2021.
000576  DATE-COMPILED.
000577
000580  ENVIRONMENT DIVISION.
000590  INPUT-OUTPUT SECTION.
000600  FILE-CONTROL.
000855          ACCESS MODE IS RANDOM
000856          RECORD KEY IS OPRMST-OPER-ID
000857          FILE STATUS IS WS-OPRMST-STATUS.
000858*----------------------------------------------------------------
000859* RUNSTAT - INDEXED RUN-STATUS FILE, ONE RECORD PER ACCEPTED
000860* RUN KEYED BY BATCH NUMBER AND RUN DATE, PLUS THE CONTROL
000861* RECORD NAMING THE LAST HEADER ACCEPTED.
000862*----------------------------------------------------------------
000863      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000864          ORGANIZATION IS INDEXED
000865          ACCESS MODE IS RANDOM
000866          RECORD KEY IS RUNSTS-KEY
000867          FILE STATUS IS WS-RUNSTS-STATUS.
000868*----------------------------------------------------------------
000869* SHOPCAL - INDEXED SHOP CALENDAR OF DARK DAYS, KEYED BY DATE,
000870* MAINTAINED BY CALMAINT.
000871*----------------------------------------------------------------
000872      SELECT SHOPCAL ASSIGN TO "SHOPCAL"
000873          ORGANIZATION IS INDEXED
000874          ACCESS MODE IS RANDOM
000875          RECORD KEY IS SHPCAL-DATE
000876          FILE STATUS IS WS-SHPCAL-STATUS.
000877
000878  DATA DIVISION.
000879  FILE SECTION.
000880  FD  CTLFILE
000890      RECORDING MODE IS F.
000900  COPY CTLHDR.
001067      05  PRM-PROC-MODE             PIC X(01).
001068      05  FILLER                    PIC X(63).
001070
001072  FD  RUNSTAT.
001074  COPY RUNSTS.
001075
001076  FD  SHOPCAL.
001077  COPY SHPCAL.
001078
001080  WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100* SWITCHES AND COUNTERS
001222  77  WS-CTLFILE-EOF-SW         PIC X(01) VALUE "N".
001224      88  WS-CTLFILE-AT-EOF               VALUE "Y".
001230  77  WS-TODAY-DATE             PIC 9(8).
001235  77  WS-SHPCAL-STATUS          PIC X(02).
001240  77  WS-DARK-DAY-SW            PIC X(01) VALUE "N".
001245      88  WS-TODAY-IS-DARK                VALUE "Y".
001250  77  WS-CONFIRM-REPLY          PIC X(01).
001260      88  WS-REPLY-YES                    VALUE "Y" "y".
001270*----------------------------------------------------------------
001383*----------------------------------------------------------------
001384  77  WS-RPTFILE-STATUS         PIC X(02).
001385*----------------------------------------------------------------
001386* RUN-STATUS FILE WORK FIELDS
001387*----------------------------------------------------------------
001388  77  WS-RUNSTS-STATUS          PIC X(02).
001389  77  WS-NOW-TIME               PIC 9(8).
001390*----------------------------------------------------------------
001391* BINGO SUBPROGRAM LINKAGE WORK FIELDS. THE FIRST-BATCH
001392* SWITCH TELLS BINGO TO REWRITE THE RESULTS AND WINNERS
001393* FILES FOR THE RUN'S FIRST BATCH AND EXTEND THEM FOR THE
001394* BATCHES BEHIND IT.
001395*----------------------------------------------------------------
001396  77  WS-BINGO-SCORE            PIC 9(9) COMP.
001397  77  WS-FIRST-BATCH-SW         PIC X(01) VALUE "Y".
001400
001410*----------------------------------------------------------------
001420* SCR-HEADER-PANEL - FULL-SCREEN BATCH HEADER ENTRY PANEL
001966      PERFORM 3000-DISPLAY-CONTROL-HEADER THRU 3000-EXIT.
001968      IF NOT WS-REUSE-CONFIRMED
001970          PERFORM 4000-WRITE-CONTROL-FILE THRU 4000-EXIT
001971          PERFORM 4100-POST-RUN-STATUS THRU 4100-EXIT
001972      END-IF.
001974      PERFORM 6000-RUN-BINGO THRU 6000-EXIT.
001976  0100-REPORT.
001984
001985*----------------------------------------------------------------
001986* 1000-INITIALIZE
001987* TODAY IS A DARK DAY IF IT IS ON THE SHOP CALENDAR. A CALENDAR
001988* NOT YET CREATED, OR NOT THERE, MEANS NO DAY IS DARK.
001989*----------------------------------------------------------------
001990  1000-INITIALIZE.
001991      ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
001992      OPEN INPUT SHOPCAL.
001993      IF WS-SHPCAL-STATUS NOT = "00"
001994          DISPLAY "SHOPCAL CALENDAR NOT AVAILABLE - NO DAY TAKEN "
001995              "AS DARK"
001996          GO TO 1000-EXIT
001997      END-IF.
001998      MOVE WS-TODAY-DATE TO SHPCAL-DATE.
001999      READ SHOPCAL
002000          NOT INVALID KEY
002001              SET WS-TODAY-IS-DARK TO TRUE
002002              DISPLAY "TODAY IS A SHOP DARK DAY - " SHPCAL-REASON
002003      END-READ.
002004      CLOSE SHOPCAL.
002005  1000-EXIT.
002010      EXIT.
002012
002013*----------------------------------------------------------------
003080*----------------------------------------------------------------
003090* 2150-CHECK-REGISTRATION
003100* THE BATCH NUMBER EXISTS ON THE MASTER - NOW THE REGISTRATION
003106* ITSELF HAS TO BE USABLE: OPEN, AND SCHEDULED TO RUN TODAY,
003112* AND TODAY NOT A SHOP DARK DAY.
003120* THE DESCRIPTION GOES UP ON THE PANEL EITHER WAY SO THE
003130* OPERATOR CAN SEE WHAT THEY KEYED.
003140*----------------------------------------------------------------
003240          MOVE 4 TO WS-BATCH-FLD-COLOR
003250          MOVE "BATCH IS NOT SCHEDULED FOR TODAY."
003255              TO WS-SCREEN-MSG
003256          SET WS-BATCH-INVALID TO TRUE
003257          GO TO 2150-EXIT
003258      END-IF.
003259      IF WS-TODAY-IS-DARK
003260          MOVE 4 TO WS-BATCH-FLD-COLOR
003261          MOVE "TODAY IS A SHOP DARK DAY - NOT ACCEPTED."
003262              TO WS-SCREEN-MSG
003263          SET WS-BATCH-INVALID TO TRUE
003270          GO TO 2150-EXIT
003280      END-IF.
003290      MOVE 2 TO WS-BATCH-FLD-COLOR.
003568      IF WS-BATCH-VALID
003569          PERFORM 3000-DISPLAY-CONTROL-HEADER THRU 3000-EXIT
003570          PERFORM 4000-WRITE-CONTROL-FILE THRU 4000-EXIT
003571          PERFORM 4100-POST-RUN-STATUS THRU 4100-EXIT
003572          PERFORM 6000-RUN-BINGO THRU 6000-EXIT
003573      END-IF.
003574      PERFORM 5000-WRITE-RUN-REPORT THRU 5000-EXIT.
003575      PERFORM 3400-POST-BATCH-SUMMARY THRU 3400-EXIT.
003576      IF RETURN-CODE > WS-MAX-RC
003577          MOVE RETURN-CODE TO WS-MAX-RC
003578      END-IF.
003579      READ PRMFILE
003580          AT END
003581              SET WS-PRM-AT-EOF TO TRUE
003582      END-READ.
003583  2410-EXIT.
003584      EXIT.
003585
003586*----------------------------------------------------------------
003587* 2500-ACCEPT-PARM-HEADER
003588* UNATTENDED (SCHEDULER) HEADER ENTRY. TAKES THE BATCH NUMBER,
003589* RUN DATE, OPERATOR/SHIFT ID AND PROCESSING MODE FROM THE
003590* HDRPARM RECORD ALREADY READ, VALIDATES THE BATCH NUMBER
003591* AGAINST BATCHMST EXACTLY AS THE PANEL DOES, AND ON ANY
003592* REJECTION ENDS THE STEP WITH A NON-ZERO RETURN CODE - THERE
003593* IS NOBODY AT A CONSOLE TO RE-PROMPT. THE ATTEMPTED HEADER
003600* FIELDS ARE LEFT IN PLACE SO THE AUDIT REPORT SHOWS WHICH
003610* BATCH THE SCHEDULER ASKED FOR.
003620*----------------------------------------------------------------
004110*----------------------------------------------------------------
004120* 2550-CHECK-PARM-REGISTRATION
004130* UNATTENDED TWIN OF 2150 - THE REGISTRATION MUST BE OPEN AND
004136* SCHEDULED FOR TODAY, TODAY MUST NOT BE A SHOP DARK DAY, AND
004142* ANY REFUSAL ENDS THE STEP RATHER THAN RE-PROMPTING. THE
004150* DESCRIPTION GOES TO THE CONSOLE LOG SO THE NIGHT SUPERVISOR
004160* SEES WHAT RAN.
004170*----------------------------------------------------------------
004180  2550-CHECK-PARM-REGISTRATION.
004182      IF BATMST-GT-ROWCOL OR BATMST-GT-CORNERS
004240      IF BATMST-SCHED-DATE NOT = WS-TODAY-DATE
004250          DISPLAY "HDRPARM BATCH IS NOT SCHEDULED FOR TODAY - "
004260              "BATCH SKIPPED."
004261          MOVE 16 TO RETURN-CODE
004262          GO TO 2550-EXIT
004263      END-IF.
004264      IF WS-TODAY-IS-DARK
004265          DISPLAY "HDRPARM BATCH FALLS ON A SHOP DARK DAY - "
004266              "BATCH SKIPPED."
004270          MOVE 16 TO RETURN-CODE
004280          GO TO 2550-EXIT
004290      END-IF.
004528      CLOSE CTLFILE.
004529  4000-EXIT.
004530      EXIT.
004531
004532*----------------------------------------------------------------
004533* 4100-POST-RUN-STATUS
004534* OPENS THE ACCEPTED BATCH'S RECORD ON THE RUN-STATUS FILE,
004535* STAMPED ACCEPTED WITH EVERY LATER STAGE CLEARED (A RERUN
004536* OF THE SAME BATCH AND DATE STARTS ITS RECORD AFRESH), THEN
004537* POINTS THE CONTROL RECORD AT IT. A BRAND-NEW FILE (STATUS
004538* 35) IS CREATED EMPTY FIRST. A FAILURE HERE IS REPORTED BUT
004539* DOES NOT STOP THE BATCH - BATCHCTL STILL HOLDS THE HEADER.
004540*----------------------------------------------------------------
004541  4100-POST-RUN-STATUS.
004542      OPEN I-O RUNSTAT.
004543      IF WS-RUNSTS-STATUS = "35"
004544          OPEN OUTPUT RUNSTAT
004545          IF WS-RUNSTS-STATUS = "00"
004546              CLOSE RUNSTAT
004547              OPEN I-O RUNSTAT
004548          END-IF
004549      END-IF.
004550      IF WS-RUNSTS-STATUS NOT = "00"
004551          DISPLAY "RUNSTAT NOT AVAILABLE - RUN STATUS NOT POSTED."
004552          GO TO 4100-EXIT
004553      END-IF.
004554      ACCEPT WS-NOW-TIME FROM TIME.
004555      MOVE SPACES TO RUNSTS-RECORD.
004556      MOVE CTLHDR-BATCH-NO TO RUNSTS-BATCH-NO.
004557      MOVE CTLHDR-RUN-DATE TO RUNSTS-RUN-DATE.
004558      MOVE CTLHDR-OPERATOR-ID TO RUNSTS-OPERATOR-ID.
004559      MOVE CTLHDR-PROC-MODE TO RUNSTS-PROC-MODE.
004560      MOVE CTLHDR-GAME-TYPE TO RUNSTS-GAME-TYPE.
004561      MOVE WS-TODAY-DATE TO RUNSTS-ACC-DATE.
004562      MOVE WS-NOW-TIME(1:6) TO RUNSTS-ACC-TIME.
004563      MOVE ZERO TO RUNSTS-SCR-DATE RUNSTS-SCR-TIME
004564          RUNSTS-BOARDS-SCORED RUNSTS-VRF-DATE RUNSTS-VRF-TIME
004565          RUNSTS-EXT-DATE RUNSTS-EXT-TIME RUNSTS-WINNERS-SENT
004566          RUNSTS-ACK-DATE RUNSTS-ACK-TIME RUNSTS-DISQ-COUNT
004567          RUNSTS-DSQ-DATE RUNSTS-DSQ-TIME.
004568      WRITE RUNSTS-RECORD
004569          INVALID KEY
004570              REWRITE RUNSTS-RECORD
004571      END-WRITE.
004572      IF WS-RUNSTS-STATUS NOT = "00"
004573          DISPLAY "RUNSTAT WRITE FAILED - STATUS "
004574              WS-RUNSTS-STATUS
004575      END-IF.
004576      MOVE SPACES TO RUNSTS-CONTROL-RECORD.
004577      MOVE ZEROS TO RUNSTS-CTL-KEY.
004578      MOVE CTLHDR-BATCH-NO TO RUNSTS-LAST-BATCH-NO.
004579      MOVE CTLHDR-RUN-DATE TO RUNSTS-LAST-RUN-DATE.
004580      WRITE RUNSTS-CONTROL-RECORD
004581          INVALID KEY
004582              REWRITE RUNSTS-CONTROL-RECORD
004583      END-WRITE.
004584      IF WS-RUNSTS-STATUS NOT = "00"
004585          DISPLAY "RUNSTAT CONTROL RECORD NOT UPDATED - STATUS "
004586              WS-RUNSTS-STATUS
004587      END-IF.
004588      CLOSE RUNSTAT.
004589  4100-EXIT.
004590      EXIT.
004591
004600*----------------------------------------------------------------
004610* 5000-WRITE-RUN-REPORT
004620* APPENDS ONE PRINT-IMAGE LINE TO THE AUDIT REPORT FOR
