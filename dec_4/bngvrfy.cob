000330*            JH   AND THE MONEY LEAVING THE DOOR. THE LOGIC
000340*            JH   HERE IS DELIBERATELY WRITTEN ON ITS OWN AND
000350*            JH   SHARES NO CODE WITH THE SCORING STEP.
000351* 10/15/2026 JH   EACH BATCH'S PROCESS MODE AND GAME TYPE ARE NOW
000352*            JH   READ BY KEY FROM THE RUNSTAT RUN-STATUS FILE
000353*            JH   (RUN DATE AND UNMARKED-DECK BATCH FROM ITS
000354*            JH   CONTROL RECORD) INSTEAD OF LOADING BATCHCTL
000355*            JH   INTO A TABLE, AND EACH BATCH IS STAMPED
000356*            JH   VERIFIED OR FAILED ON RUNSTAT AS ITS DECK
000357*            JH   FINISHES. A BATCH WITH RESULTS BEYOND THE
000358*            JH   CLEAN DECK IS STAMPED FAILED.
000359* 10/15/2026 JH   A PRIOR NIGHT CAN NOW BE VERIFIED - A RUN DATE
000360*            JH   ON THE NEW RUNPARM CARD REPLACES THE RUNSTAT
000361*            JH   CONTROL RECORD'S, THE JOB NAMES THAT NIGHT'S
000362*            JH   DECK AND RESULTS GENERATIONS, AND THE RUN IS
000363*            JH   REFUSED IF THE RESULTS ARE NOT THAT DATE'S.
000364*----------------------------------------------------------------
000370* RETURN CODES
000380*   00 - EVERY RESULT RECORD CONFIRMED
000390*   08 - DISCREPANCIES PRINTED - HOLD THE EXTRACT
000396*   16 - A FILE COULD NOT BE OPENED, OR THE RESULTS ARE NOT
000402*        FOR THE RUN DATE NAMED ON RUNPARM
000410*----------------------------------------------------------------
000420  PROGRAM-ID. BNGVRFY.
000430  AUTHOR. J HENDRICKS.
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS WS-CLN-STATUS.
000600*----------------------------------------------------------------
000607* RUNSTAT - INDEXED RUN-STATUS FILE, KEYED BY BATCH NUMBER AND
000614* RUN DATE; SUPPLIES EACH BATCH'S PROCESS MODE AND GAME TYPE
000621* FOR THE REPLAY AND TAKES BACK THE VERIFICATION OUTCOME.
000630*----------------------------------------------------------------
000636      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000642          ORGANIZATION IS INDEXED
000648          ACCESS MODE IS RANDOM
000654          RECORD KEY IS RUNSTS-KEY
000660          FILE STATUS IS WS-RUNSTS-STATUS.
000670*----------------------------------------------------------------
000671* RUNPARM - OPTIONAL PARAMETER CARD NAMING A PRIOR NIGHT'S RUN
000672* DATE (YYYYMMDD, COLUMNS 1-8). DD DUMMY VERIFIES TONIGHT'S RUN.
000673*----------------------------------------------------------------
000674      SELECT PRMFILE ASSIGN TO "RUNPARM"
000675          ORGANIZATION IS LINE SEQUENTIAL
000676          FILE STATUS IS WS-PRMFILE-STATUS.
000677*----------------------------------------------------------------
000680* BINGORES - THE SCORING STEP'S RESULTS, READ IN STEP WITH
000690* THE REPLAY AND CONFIRMED RECORD BY RECORD.
000700*----------------------------------------------------------------
000830  FD  CLNFILE.
000840  01  CLN-LINE                      PIC X(1600).
000850
000863  FD  RUNSTAT.
000876  COPY RUNSTS.
000878
000880  FD  PRMFILE.
000882  01  PRM-RECORD.
000884      05  PRM-RUN-DATE              PIC X(08).
000886      05  FILLER                    PIC X(72).
000890
000900  FD  RESFILE
000910      RECORDING MODE IS F.
001000* FILE STATUS AND END-OF-FILE SWITCHES
001010*----------------------------------------------------------------
001020  77  WS-CLN-STATUS                PIC X(02).
001030  77  WS-RUNSTS-STATUS             PIC X(02).
001040  77  WS-RES-STATUS                PIC X(02).
001050  77  WS-RPTFILE-STATUS            PIC X(02).
001055  77  WS-PRMFILE-STATUS            PIC X(02).
001060  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001070      88  WS-AT-EOF                          VALUE "Y".
001080  77  WS-RES-EOF-SW                PIC X(01) VALUE "N".
001210      88  WS-CUR-GT-CORNERS                  VALUE "C".
001220      88  WS-CUR-GT-BLACKOUT                 VALUE "B".
001230*----------------------------------------------------------------
001236* RUN-STATUS WORK FIELDS - THE RUNSTAT CONTROL RECORD GIVES
001242* THE RUN DATE AND THE LAST BATCH ACCEPTED, WHICH NAMES THE
001248* BATCH A SINGLE-DECK (UNMARKED) CLEAN FILE BELONGS TO. THE
001254* DISCREPANCY COUNT AT THE START OF A DECK TELLS WHETHER THE
001259* DECK ADDED ANY. A RUN DATE NAMED ON RUNPARM TAKES THE PLACE
001264* OF THE CONTROL RECORD'S.
001270*----------------------------------------------------------------
001273  77  WS-RUNSTS-OPEN-SW            PIC X(01) VALUE "N".
001276      88  WS-RUNSTS-OPEN                     VALUE "Y".
001279  77  WS-FOUND-SW                  PIC X(01) VALUE "N".
001282      88  WS-HEADER-FOUND                    VALUE "Y".
001285  77  WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
001286  77  WS-NAMED-RUN-SW              PIC X(01) VALUE "N".
001287      88  WS-NAMED-RUN                       VALUE "Y".
001290  77  WS-LAST-BATCH-NO             PIC 9(4) VALUE ZERO.
001307  77  WS-DECK-DISCREP-START        PIC 9(5) COMP VALUE ZERO.
001324  77  WS-NOW-DATE                  PIC 9(8).
001341  77  WS-NOW-TIME                  PIC 9(8).
001360*----------------------------------------------------------------
001370* DRAW TABLE AND BOARD TABLE FOR THE REPLAY - THE SAME
001380* CAPACITIES THE SCORING STEP STATES (500 DRAWS, 5000
002620
002630*----------------------------------------------------------------
002640* 1000-INITIALIZE
002648* OPENS THE FOUR FILES AND READS THE RUNSTAT CONTROL RECORD
002656* FOR THE RUN DATE. THE LAST HEADER'S BATCH ALSO NAMES THE
002664* BATCH AN UNMARKED SINGLE-DECK CLEAN FILE BELONGS TO. WITH
002669* NO RUNSTAT EVERY DECK REPLAYS UNDER THE DEFAULTS. A RUN
002674* DATE ON RUNPARM IS TAKEN INSTEAD OF THE CONTROL RECORD'S.
002680*----------------------------------------------------------------
002690  1000-INITIALIZE.
002700      OPEN INPUT CLNFILE.
002880          GO TO 1000-EXIT
002890      END-IF.
002900      WRITE RPT-LINE FROM WS-RPT-HDR.
002910      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
002911      PERFORM 1200-READ-RUN-PARM THRU 1200-EXIT.
002912      IF RETURN-CODE = 16
002913          CLOSE CLNFILE RESFILE RPTFILE
002914          GO TO 1000-EXIT
002915      END-IF.
002920      OPEN I-O RUNSTAT.
002930      IF WS-RUNSTS-STATUS NOT = "00"
002940          DISPLAY "BNGVRFY: RUNSTAT NOT AVAILABLE - DECKS "
002950              "REPLAYED UNDER DEFAULTS, STATUS NOT POSTED."
002960          GO TO 1000-EXIT
002970      END-IF.
002971      SET WS-RUNSTS-OPEN TO TRUE.
002972      MOVE ZEROS TO RUNSTS-KEY.
002973      READ RUNSTAT
002974          INVALID KEY
002975              MOVE ZEROS TO RUNSTS-CONTROL-RECORD
002976      END-READ.
002978      IF NOT WS-NAMED-RUN
002980          MOVE RUNSTS-LAST-BATCH-NO TO WS-LAST-BATCH-NO
002982          MOVE RUNSTS-LAST-RUN-DATE TO WS-RUN-DATE
002984      END-IF.
002986  1000-EXIT.
002990      EXIT.
002991
002992*----------------------------------------------------------------
002993* 1200-READ-RUN-PARM
002994* A RUN DATE ON RUNPARM NAMES A PRIOR NIGHT TO VERIFY. THE
002995* RESULTS GENERATION THE JOB SUPPLIED MUST BE THAT NIGHT'S -
002996* ITS FIRST RECORD IS CHECKED FOR THE DATE, AND ALSO NAMES THE
002997* BATCH AN UNMARKED DECK BELONGS TO - AND THE FILE IS THEN
002998* REOPENED SO THE REPLAY READS IT FROM THE TOP. WITH RUNPARM
002999* DUMMY OR EMPTY THE RUN IS TONIGHT'S.
003000*----------------------------------------------------------------
003001  1200-READ-RUN-PARM.
003002      OPEN INPUT PRMFILE.
003003      IF WS-PRMFILE-STATUS NOT = "00"
003004          GO TO 1200-EXIT
003005      END-IF.
003006      READ PRMFILE
003007          AT END
003008              CLOSE PRMFILE
003009              GO TO 1200-EXIT
003010      END-READ.
003011      CLOSE PRMFILE.
003012      IF PRM-RUN-DATE NOT NUMERIC
003013          DISPLAY "BNGVRFY: RUNPARM RUN DATE NOT NUMERIC - RUN "
003014              "ENDED."
003015          MOVE 16 TO RETURN-CODE
003016          GO TO 1200-EXIT
003017      END-IF.
003018      MOVE PRM-RUN-DATE TO WS-RUN-DATE.
003019      SET WS-NAMED-RUN TO TRUE.
003020      READ RESFILE
003021          AT END
003022              MOVE ZEROS TO BNGRES-RECORD
003023      END-READ.
003024      IF BNGRES-RUN-DATE NOT = WS-RUN-DATE
003025          DISPLAY "BNGVRFY: BINGORES HOLDS NO RESULTS FOR RUN "
003026              "DATE " WS-RUN-DATE " - RUN ENDED."
003027          MOVE 16 TO RETURN-CODE
003028          GO TO 1200-EXIT
003029      END-IF.
003030      MOVE BNGRES-BATCH-NO TO WS-LAST-BATCH-NO.
003031      CLOSE RESFILE.
003032      OPEN INPUT RESFILE.
003033      DISPLAY "BNGVRFY: VERIFYING RUN DATE " WS-RUN-DATE.
003034  1200-EXIT.
003035      EXIT.
003036
003037*----------------------------------------------------------------
003038* 1100-READ-LINE
003039*----------------------------------------------------------------
003040  1100-READ-LINE.
003050      READ CLNFILE INTO WS-PARSE-LINE
003060          AT END
003090  1100-EXIT.
003100      EXIT.
003110
003600
003610*----------------------------------------------------------------
003620* 2000-VERIFY-ONE-DECK
003630* THE CURRENT LINE IS THE DECK'S DRAW LINE. THE DECK IS
003640* LOADED, REPLAYED UNDER THE BATCH'S HEADER, AND ITS
003645* RESULTS RECORDS CONFIRMED IN STEP. THE BATCH IS THEN
003650* STAMPED VERIFIED, OR FAILED IF THE DECK ADDED ANYTHING TO
003655* THE DISCREPANCY REPORT.
003660*----------------------------------------------------------------
003670  2000-VERIFY-ONE-DECK.
003675      MOVE WS-DISCREP-COUNT TO WS-DECK-DISCREP-START.
003680      PERFORM 2200-RESOLVE-HEADER THRU 2200-EXIT.
003690      PERFORM 3000-LOAD-DECK THRU 3000-EXIT.
003700      PERFORM 4000-REPLAY-DRAWS THRU 4000-EXIT.
003710      PERFORM 5000-COMPARE-RESULTS THRU 5000-EXIT.
003715      PERFORM 2300-POST-RUN-STATUS THRU 2300-EXIT.
003720  2000-EXIT.
003730      EXIT.
003740
003980*----------------------------------------------------------------
003990* 2200-RESOLVE-HEADER
004000* PICKS UP THE BATCH'S PROCESS MODE AND GAME TYPE FROM ITS
004005* RUNSTAT RECORD FOR THE RUN DATE, WHICH HELLO WROTE FROM THE
004010* ACCEPTED HEADER. A DECK WITH NO HEADER IS FLAGGED AND
004020* REPLAYED UNDER THE DEFAULTS (MODE F, ROW/COL) SO THE
004030* RESULT STREAM STAYS IN STEP.
004050  2200-RESOLVE-HEADER.
004060      MOVE "F" TO WS-CUR-PROC-MODE.
004070      MOVE "R" TO WS-CUR-GAME-TYPE.
004074      MOVE "N" TO WS-FOUND-SW.
004078      IF WS-RUNSTS-OPEN
004082          MOVE WS-CUR-BATCH-NO TO RUNSTS-BATCH-NO
004086          MOVE WS-RUN-DATE TO RUNSTS-RUN-DATE
004090          READ RUNSTAT
004094              INVALID KEY
004098                  CONTINUE
004102              NOT INVALID KEY
004106                  SET WS-HEADER-FOUND TO TRUE
004110          END-READ
004114      END-IF.
004118      IF NOT WS-HEADER-FOUND
004130          MOVE WS-CUR-BATCH-NO TO WS-RT-BATCH-NO
004140          MOVE "NO ACCEPTED HEADER - REPLAYED AS MODE F, R"
004150              TO WS-RT-TEXT
004160          PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT
004170          GO TO 2200-EXIT
004180      END-IF.
004190      IF RUNSTS-PROC-MODE = "C"
004200          MOVE "C" TO WS-CUR-PROC-MODE
004210      END-IF.
004222      IF RUNSTS-GAME-TYPE = "C" OR
004234         RUNSTS-GAME-TYPE = "B"
004246          MOVE RUNSTS-GAME-TYPE TO WS-CUR-GAME-TYPE
004260      END-IF.
004270  2200-EXIT.
004280      EXIT.
004290
004300*----------------------------------------------------------------
004303* 2300-POST-RUN-STATUS
004306* STAMPS THE BATCH IN WS-CUR-BATCH-NO VERIFIED, OR FAILED
004309* WHEN THE DISCREPANCY COUNT HAS MOVED SINCE
004312* WS-DECK-DISCREP-START. A BATCH WITH NO RUNSTAT RECORD FOR
004315* THE RUN DATE HAS NOTHING TO STAMP.
004320*----------------------------------------------------------------
004321  2300-POST-RUN-STATUS.
004322      IF NOT WS-RUNSTS-OPEN
004323          GO TO 2300-EXIT
004324      END-IF.
004325      MOVE WS-CUR-BATCH-NO TO RUNSTS-BATCH-NO.
004326      MOVE WS-RUN-DATE TO RUNSTS-RUN-DATE.
004327      READ RUNSTAT
004328          INVALID KEY
004329              GO TO 2300-EXIT
004330      END-READ.
004331      ACCEPT WS-NOW-TIME FROM TIME.
004332      IF WS-DISCREP-COUNT > WS-DECK-DISCREP-START
004333          SET RUNSTS-VERIFY-FAILED TO TRUE
004334      ELSE
004335          SET RUNSTS-VERIFIED TO TRUE
004336      END-IF.
004337      MOVE WS-NOW-DATE TO RUNSTS-VRF-DATE.
004338      MOVE WS-NOW-TIME(1:6) TO RUNSTS-VRF-TIME.
004339      REWRITE RUNSTS-RECORD.
004340      IF WS-RUNSTS-STATUS NOT = "00"
004341          DISPLAY "BNGVRFY: RUNSTAT REWRITE FAILED FOR BATCH "
004342              WS-CUR-BATCH-NO " - STATUS " WS-RUNSTS-STATUS
004343      END-IF.
004344  2300-EXIT.
004360      EXIT.
004370
004380*----------------------------------------------------------------
009130      MOVE "RESULT RECORDS BEYOND THE CLEAN DECK"
009140          TO WS-RT-TEXT.
009150      PERFORM 7100-WRITE-TEXT-LINE THRU 7100-EXIT.
009152      MOVE BNGRES-BATCH-NO TO WS-CUR-BATCH-NO.
009154      MOVE ZERO TO WS-DECK-DISCREP-START.
009156      PERFORM 2300-POST-RUN-STATUS THRU 2300-EXIT.
009160  6000-EXIT.
009170      EXIT.
009180
009670      IF RETURN-CODE NOT = 16
009680          CLOSE CLNFILE RESFILE RPTFILE
009690      END-IF.
009692      IF WS-RUNSTS-OPEN
009694          CLOSE RUNSTAT
009696      END-IF.
009700  9999-EXIT.
009710      EXIT.
