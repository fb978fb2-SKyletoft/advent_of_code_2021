000336*            JH   NOW SAVED TO WORKING STORAGE BEFORE THE
000337*            JH   RESULTS FILE CLOSES - THE RECORD AREA IS
000338*            JH   UNDEFINED AFTER CLOSE.
000340* 10/15/2026 JH   REPRINTED WINNERS REPORT CARRIES THE OUTLET
000342*            JH   AND CARD SERIAL FROM THE RESULTS, IN THE SAME
000344*            JH   LAYOUT AS BINGO'S, AND SHOWS AN UNSOLD, VOIDED
000346*            JH   OR UNREGISTERED CARD WHEN IT STANDS.
000347* 10/15/2026 JH   REPRINT HEADER FIELDS ARE NOW READ BY KEY FROM
000348*            JH   THE RUNSTAT RUN-STATUS FILE (RUN DATE FROM ITS
000349*            JH   CONTROL RECORD) INSTEAD OF LOADING BATCHCTL
000350*            JH   INTO A TABLE, AND EACH DISQUALIFICATION ADDS
000351*            JH   TO THE BATCH'S RUNSTAT DISQUALIFICATION COUNT
000352*            JH   WITH THE DATE AND TIME OF THE LATEST.
000353* 10/15/2026 JH   THE DESK CAN NOW WORK A PRIOR NIGHT - A RUN DATE
000354*            JH   ON THE NEW RUNPARM CARD REPLACES THE RUNSTAT
000355*            JH   CONTROL RECORD'S, THE JOB NAMES THAT NIGHT'S
000356*            JH   BINGORES AND BINGOWIN GENERATIONS, AND THE
000357*            JH   SESSION IS REFUSED IF THE RESULTS ARE NOT THAT
000358*            JH   DATE'S. THE PANEL SHOWS THE RUN DATE WORKED.
000359*----------------------------------------------------------------
000360* REASON CODES (AGREED WITH THE PRIZE DESK)
000361*   DS - DUPLICATE-SOLD CARD
000370*   FR - SUSPECTED FRAUD
000380*   OT - OTHER (SEE THE DESK LOG)
000390*----------------------------------------------------------------
000400* RETURN CODES
000410*   00 - SESSION ENDED NORMALLY
000416*   16 - A FILE COULD NOT BE OPENED, OR THE RESULTS ARE NOT
000422*        FOR THE RUN DATE NAMED ON RUNPARM
000430*----------------------------------------------------------------
000440  PROGRAM-ID. BRDDISQ.
000450  AUTHOR. J HENDRICKS.
000660          ORGANIZATION IS SEQUENTIAL
000670          FILE STATUS IS WS-AUD-STATUS.
000680*----------------------------------------------------------------
000688* RUNSTAT - INDEXED RUN-STATUS FILE, KEYED BY BATCH NUMBER AND
000696* RUN DATE, READ FOR THE OPERATOR AND GAME TYPE THE REPRINTED
000704* REPORT HEADERS CARRY AND UPDATED WITH EACH BATCH'S
000712* DISQUALIFICATION COUNT.
000720*----------------------------------------------------------------
000726      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000732          ORGANIZATION IS INDEXED
000738          ACCESS MODE IS RANDOM
000744          RECORD KEY IS RUNSTS-KEY
000750          FILE STATUS IS WS-RUNSTS-STATUS.
000760*----------------------------------------------------------------
000761* RUNPARM - OPTIONAL PARAMETER CARD NAMING A PRIOR NIGHT'S RUN
000762* DATE (YYYYMMDD, COLUMNS 1-8). DD DUMMY WORKS TONIGHT'S RUN.
000763*----------------------------------------------------------------
000764      SELECT PRMFILE ASSIGN TO "RUNPARM"
000765          ORGANIZATION IS LINE SEQUENTIAL
000766          FILE STATUS IS WS-PRMFILE-STATUS.
000767*----------------------------------------------------------------
000770* BINGOWIN - THE WINNERS REPORT, REPRINTED WHOLE FROM THE
000780* FLAGGED RESULTS WHEN THE SESSION ENDS.
000790*----------------------------------------------------------------
000910      RECORDING MODE IS F.
000920  01  AUD-LINE                      PIC X(80).
000930
000943  FD  RUNSTAT.
000956  COPY RUNSTS.
000958
000960  FD  PRMFILE.
000962  01  PRM-RECORD.
000964      05  PRM-RUN-DATE              PIC X(08).
000966      05  FILLER                    PIC X(72).
000970
000980  FD  WINFILE
000990      RECORDING MODE IS F.
001050*----------------------------------------------------------------
001060  77  WS-RES-STATUS             PIC X(02).
001070  77  WS-AUD-STATUS             PIC X(02).
001080  77  WS-RUNSTS-STATUS          PIC X(02).
001090  77  WS-WIN-STATUS             PIC X(02).
001095  77  WS-PRMFILE-STATUS         PIC X(02).
001100  77  WS-DONE-SW                PIC X(01) VALUE "N".
001110      88  WS-DESK-DONE                    VALUE "Y".
001120  77  WS-EOF-SWITCH             PIC X(01) VALUE "N".
001440      05  WS-AUD-SUPV-ID            PIC 9(04).
001450      05  FILLER                    PIC X(46) VALUE SPACES.
001460*----------------------------------------------------------------
001473* RUN-STATUS WORK FIELDS - THE RUN DATE COMES FROM THE
001482* RUNSTAT CONTROL RECORD (THE LAST HEADER HELLO ACCEPTED)
001491* UNLESS RUNPARM NAMES A PRIOR NIGHT.
001500*----------------------------------------------------------------
001522  77  WS-RUNSTS-OPEN-SW         PIC X(01) VALUE "N".
001544      88  WS-RUNSTS-OPEN                  VALUE "Y".
001566  77  WS-RUN-DATE               PIC 9(8) VALUE ZERO.
001574  77  WS-NAMED-RUN-SW           PIC X(01) VALUE "N".
001582      88  WS-NAMED-RUN                    VALUE "Y".
001590*----------------------------------------------------------------
001600* ONE BATCH'S WINNERS, COLLECTED FOR THE REPRINT SO THE
001610* REPORT STILL READS TOP-DOWN IN FINISHING ORDER. 5000
001720          10  WS-WNR-UNMARKED        PIC 9(5).
001730          10  WS-WNR-SCORE           PIC 9(9).
001740          10  WS-WNR-DISQ            PIC X(1).
001742          10  WS-WNR-OUTLET          PIC X(6).
001744          10  WS-WNR-SERIAL          PIC X(10).
001746          10  WS-WNR-SALE            PIC X(1).
001750*----------------------------------------------------------------
001760* REPRINT GROUP CONTROL
001770*----------------------------------------------------------------
002000  01  WS-WIN-HDR2.
002010      05  FILLER                    PIC X(48) VALUE
002020              "   RANK  BOARD    SEQ  DRAW  UNMARKED      SCORE".
002023      05  FILLER                    PIC X(18) VALUE
002026              " OUTLET SERIAL    ".
002030      05  FILLER                    PIC X(14) VALUE
002040              "  STATUS      ".
002060  01  WS-WIN-DETAIL.
002070      05  FILLER                    PIC X(02) VALUE SPACES.
002080      05  WS-WD-RANK                PIC ZZZZ9.
002160      05  WS-WD-UNMARKED            PIC ZZZZZZZ9.
002170      05  FILLER                    PIC X(02) VALUE SPACES.
002180      05  WS-WD-SCORE               PIC ZZZZZZZZ9.
002182      05  FILLER                    PIC X(01) VALUE SPACES.
002184      05  WS-WD-OUTLET              PIC X(06).
002186      05  FILLER                    PIC X(01) VALUE SPACES.
002188      05  WS-WD-SERIAL              PIC X(10).
002190      05  FILLER                    PIC X(02) VALUE SPACES.
002200      05  WS-WD-STATUS              PIC X(12).
002220  01  WS-WIN-TRAILER.
002230      05  FILLER                    PIC X(17) VALUE
002240              "BOARDS PROCESSED ".
002380      05  BLANK SCREEN.
002390      05  LINE 01 COLUMN 18 VALUE
002400              "DEC-4 BOARD DISQUALIFICATION".
002403      05  LINE 02 COLUMN 27 VALUE "RUN DATE ".
002406      05  LINE 02 COLUMN 36 PIC 9(8) FROM WS-RUN-DATE.
002410      05  LINE 03 COLUMN 05 VALUE
002420              "BATCH NUMBER (0000 = EXIT)..:".
002430      05  SCR-BATCH-NO-FLD LINE 03 COLUMN 36 PIC 9(4)
002770          PERFORM 8000-REPRINT-WINNERS THRU 8000-EXIT
002780      END-IF.
002790      CLOSE AUDFILE.
002792      IF WS-RUNSTS-OPEN
002794          CLOSE RUNSTAT
002796      END-IF.
002800  0000-EXIT.
002810      STOP RUN.
002820
002830*----------------------------------------------------------------
002840* 1000-INITIALIZE
002846* OPENS THE AUDIT LOG (CREATED EMPTY ON FIRST USE) AND THE
002852* RUN-STATUS FILE, TAKING THE RUN DATE FROM ITS CONTROL
002858* RECORD. WITHOUT RUNSTAT THE DESK STILL WORKS - THE REPRINT
002864* HEADERS GO OUT BLANK AND NO COUNTS ARE POSTED. BINGORES IS
002869* OPENED PER REQUEST SO EACH SEARCH STARTS FROM THE TOP. A
002874* RUN DATE ON RUNPARM IS TAKEN INSTEAD OF THE CONTROL RECORD'S.
002880*----------------------------------------------------------------
002890  1000-INITIALIZE.
002900      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
002950      IF WS-AUD-STATUS NOT = "00"
002960          DISPLAY "BRDDISQ: DISQAUD NOT AVAILABLE - RUN ENDED."
002970          MOVE 16 TO RETURN-CODE
002971          GO TO 1000-EXIT
002972      END-IF.
002973      PERFORM 1200-READ-RUN-PARM THRU 1200-EXIT.
002974      IF RETURN-CODE = 16
002975          CLOSE AUDFILE
002980          GO TO 1000-EXIT
002990      END-IF.
003000      OPEN I-O RUNSTAT.
003010      IF WS-RUNSTS-STATUS NOT = "00"
003020          DISPLAY "BRDDISQ: RUNSTAT NOT AVAILABLE - RUN STATUS "
003030              "NOT POSTED."
003040          GO TO 1000-EXIT
003050      END-IF.
003051      SET WS-RUNSTS-OPEN TO TRUE.
003052      MOVE ZEROS TO RUNSTS-KEY.
003053      READ RUNSTAT
003054          INVALID KEY
003055              MOVE ZEROS TO RUNSTS-CONTROL-RECORD
003056      END-READ.
003057      IF NOT WS-NAMED-RUN
003058          MOVE RUNSTS-LAST-RUN-DATE TO WS-RUN-DATE
003059      END-IF.
003060  1000-EXIT.
003070      EXIT.
003081
003092*----------------------------------------------------------------
003103* 1200-READ-RUN-PARM
003114* A RUN DATE ON RUNPARM NAMES A PRIOR NIGHT TO WORK. THE
003125* RESULTS GENERATION THE JOB SUPPLIED MUST BE THAT NIGHT'S,
003136* SO ITS FIRST RECORD IS CHECKED FOR THE DATE BEFORE THE DESK
003147* IS LET AT IT. WITH RUNPARM DUMMY OR EMPTY THE RUN IS
003158* TONIGHT'S.
003169*----------------------------------------------------------------
003180  1200-READ-RUN-PARM.
003191      OPEN INPUT PRMFILE.
003202      IF WS-PRMFILE-STATUS NOT = "00"
003213          GO TO 1200-EXIT
003224      END-IF.
003235      READ PRMFILE
003246          AT END
003257              CLOSE PRMFILE
003268              GO TO 1200-EXIT
003279      END-READ.
003290      CLOSE PRMFILE.
003301      IF PRM-RUN-DATE NOT NUMERIC
003312          DISPLAY "BRDDISQ: RUNPARM RUN DATE NOT NUMERIC - RUN "
003323              "ENDED."
003334          MOVE 16 TO RETURN-CODE
003345          GO TO 1200-EXIT
003356      END-IF.
003367      MOVE PRM-RUN-DATE TO WS-RUN-DATE.
003378      SET WS-NAMED-RUN TO TRUE.
003389      OPEN INPUT RESFILE.
003400      IF WS-RES-STATUS NOT = "00"
003411          DISPLAY "BRDDISQ: BINGORES NOT AVAILABLE - RUN ENDED."
003422          MOVE 16 TO RETURN-CODE
003433          GO TO 1200-EXIT
003444      END-IF.
003455      READ RESFILE
003466          AT END
003477              MOVE ZEROS TO BNGRES-RECORD
003488      END-READ.
003510      IF BNGRES-RUN-DATE NOT = WS-RUN-DATE
003521          DISPLAY "BRDDISQ: BINGORES HOLDS NO RESULTS FOR RUN "
003532              "DATE " WS-RUN-DATE " - RUN ENDED."
003543          MOVE 16 TO RETURN-CODE
003554      END-IF.
003559      CLOSE RESFILE.
003565  1200-EXIT.
003576      EXIT.
003590
003600*----------------------------------------------------------------
003610* 2000-PROCESS-ONE-REQUEST
004360      END-IF.
004370      CLOSE RESFILE.
004380      PERFORM 3200-WRITE-AUDIT THRU 3200-EXIT.
004385      PERFORM 3300-POST-RUN-STATUS THRU 3300-EXIT.
004390      ADD 1 TO WS-DISQ-APPLIED.
004400      IF WS-WAS-A-WINNER
004410          MOVE "BOARD DISQUALIFIED - EXTRACT WILL DROP IT."
004770      WRITE AUD-LINE FROM WS-AUD-RECORD.
004780  3200-EXIT.
004790      EXIT.
004791
004792*----------------------------------------------------------------
004793* 3300-POST-RUN-STATUS
004794* ADDS ONE TO THE BATCH'S DISQUALIFICATION COUNT ON RUNSTAT,
004795* STAMPED WITH THE AUDIT LINE'S DATE AND TIME. A BATCH WITH
004796* NO RUN-STATUS RECORD FOR THE RUN DATE HAS NOTHING TO POST.
004797*----------------------------------------------------------------
004798  3300-POST-RUN-STATUS.
004799      IF NOT WS-RUNSTS-OPEN
004800          GO TO 3300-EXIT
004801      END-IF.
004802      MOVE WS-DSQ-BATCH-NO TO RUNSTS-BATCH-NO.
004803      MOVE WS-RUN-DATE TO RUNSTS-RUN-DATE.
004804      READ RUNSTAT
004805          INVALID KEY
004806              GO TO 3300-EXIT
004807      END-READ.
004808      ADD 1 TO RUNSTS-DISQ-COUNT.
004809      MOVE WS-AUD-DATE TO RUNSTS-DSQ-DATE.
004810      MOVE WS-AUD-TIME TO RUNSTS-DSQ-TIME.
004811      REWRITE RUNSTS-RECORD.
004812      IF WS-RUNSTS-STATUS NOT = "00"
004813          DISPLAY "BRDDISQ: RUNSTAT REWRITE FAILED FOR BATCH "
004814              WS-DSQ-BATCH-NO " - STATUS " WS-RUNSTS-STATUS
004815      END-IF.
004816  3300-EXIT.
004817      EXIT.
004818
004819*----------------------------------------------------------------
004820* 8000-REPRINT-WINNERS
004830* REPRINTS THE BINGOWIN REPORT WHOLE FROM THE FLAGGED
004840* RESULTS - ONE SECTION PER BATCH ON THE FILE, WINNERS IN
005410*----------------------------------------------------------------
005420* 8200-START-GROUP
005430* WRITES THE BATCH'S REPORT HEADER, TAKING THE RUN DATE,
005440* OPERATOR AND GAME TYPE FROM ITS RUN-STATUS RECORD WHEN ONE
005450* IS ON FILE FOR THE RUN DATE.
005460*----------------------------------------------------------------
005470  8200-START-GROUP.
005480      MOVE BNGRES-BATCH-NO TO WS-RPT-BATCH-NO.
005640* 8210-FIND-HEADER
005650*----------------------------------------------------------------
005660  8210-FIND-HEADER.
005662      IF NOT WS-RUNSTS-OPEN
005664          GO TO 8210-EXIT
005666      END-IF.
005668      MOVE WS-RPT-BATCH-NO TO RUNSTS-BATCH-NO.
005670      MOVE WS-RUN-DATE TO RUNSTS-RUN-DATE.
005672      READ RUNSTAT
005674          INVALID KEY
005676              GO TO 8210-EXIT
005678      END-READ.
005680      MOVE RUNSTS-RUN-DATE TO WS-WH1-RUN-DATE.
005682      MOVE RUNSTS-OPERATOR-ID TO WS-WH1-OPERATOR.
005684      EVALUATE RUNSTS-GAME-TYPE
005686          WHEN "C"
005688              MOVE "CORNERS " TO WS-WH1-GAME-NAME
005690          WHEN "B"
005692              MOVE "BLACKOUT" TO WS-WH1-GAME-NAME
005694          WHEN OTHER
005696              MOVE "ROW/COL " TO WS-WH1-GAME-NAME
005698      END-EVALUATE.
005700  8210-EXIT.
005710      EXIT.
005910
005920*----------------------------------------------------------------
005930* 8250-COLLECT-WINNER
006050      MOVE BNGRES-UNMARKED-SUM TO WS-WNR-UNMARKED(WS-WNR-IDX).
006060      MOVE BNGRES-SCORE TO WS-WNR-SCORE(WS-WNR-IDX).
006070      MOVE BNGRES-DISQ-FLAG TO WS-WNR-DISQ(WS-WNR-IDX).
006072      MOVE BNGRES-OUTLET TO WS-WNR-OUTLET(WS-WNR-IDX).
006074      MOVE BNGRES-CARD-SERIAL TO WS-WNR-SERIAL(WS-WNR-IDX).
006076      MOVE BNGRES-SALE-FLAG TO WS-WNR-SALE(WS-WNR-IDX).
006080  8250-EXIT.
006090      EXIT.
006100
006460          MOVE WS-WNR-WIN-DRAW(WS-WNR-IDX) TO WS-WD-DRAW
006470          MOVE WS-WNR-UNMARKED(WS-WNR-IDX) TO WS-WD-UNMARKED
006480          MOVE WS-WNR-SCORE(WS-WNR-IDX) TO WS-WD-SCORE
006484          MOVE WS-WNR-OUTLET(WS-WNR-IDX) TO WS-WD-OUTLET
006488          MOVE WS-WNR-SERIAL(WS-WNR-IDX) TO WS-WD-SERIAL
006492          EVALUATE TRUE
006496              WHEN WS-WNR-DISQ(WS-WNR-IDX) = "D"
006500                  MOVE "DISQUALIFIED" TO WS-WD-STATUS
006504              WHEN WS-WNR-SALE(WS-WNR-IDX) = "S"
006508                  MOVE SPACES TO WS-WD-STATUS
006512              WHEN WS-WNR-SALE(WS-WNR-IDX) = "U"
006516                  MOVE "UNSOLD" TO WS-WD-STATUS
006520              WHEN WS-WNR-SALE(WS-WNR-IDX) = "V"
006524                  MOVE "VOIDED" TO WS-WD-STATUS
006528              WHEN OTHER
006532                  MOVE "NOT ON REG" TO WS-WD-STATUS
006536          END-EVALUATE
006540          WRITE WIN-LINE FROM WS-WIN-DETAIL
006550      END-IF.
006560  8320-EXIT.
