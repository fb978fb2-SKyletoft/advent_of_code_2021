000330*            JH   ON ANY EXCEPTION SO THE SCHEDULER PAGES THE
000340*            JH   PRIZE DESK, THE SAME WAY BATRECON DOES FOR
000350*            JH   THE HEADER SIDE.
000351* 10/15/2026 JH   PRZFILE NOW CARRIES A TIER CODE AND PAYOUT
000352*            JH   AMOUNT PRICED FROM THE PRIZE-TIER SCHEDULE.
000353*            JH   THE AMOUNT PAID IS MATCHED AGAINST THE PAYOUT
000354*            JH   SENT, NOT THE SCORE, AND BOTH TRAILER HASHES
000355*            JH   ARE PROVED IN DOLLARS AND CENTS.
000356* 10/15/2026 JH   PRZFILE DETAIL LAYOUT BROUGHT INTO STEP WITH
000357*            JH   THE EXTRACT - CARD SERIAL AND SELLING OUTLET
000358*            JH   NOW FOLLOW THE PAYOUT.
000359* 10/15/2026 JH   EACH BATCH ON THE EXTRACT IS NOW STAMPED ON THE
000360*            JH   RUNSTAT RUN-STATUS FILE (UNDER THE RUN DATE ON
000361*            JH   ITS PRZFILE HEADER) - ACKNOWLEDGED WHEN EVERY
000362*            JH   WINNER SENT FOR IT WAS PAID, STILL CHASING
000363*            JH   WHEN ANY WAS NOT.
000364* 10/15/2026 JH   A PRIOR NIGHT'S ACKNOWLEDGMENTS CAN NOW BE TAKEN
000365*            JH   - A RUN DATE ON THE NEW RUNPARM CARD NAMES THE
000366*            JH   NIGHT, THE JOB NAMES ITS BINGORES AND PRZFILE
000367*            JH   GENERATIONS, AND THE RUN IS REFUSED IF EITHER
000368*            JH   IS NOT THAT DATE'S.
000369*----------------------------------------------------------------
000370* ACKFILE RECORD FORMAT (FIXED 80, AGREED WITH THE HOUSE)
000380*   D  COLS 2-5 BATCH, 6-10 BOARD, 11-19 AMOUNT PAID (THE
000386*      PAYOUT AS SENT, DOLLARS AND CENTS WITH THE DECIMAL
000392*      POINT IMPLIED BEFORE COL 18), REST SPACES
000398*   T  COLS 2-8 RECORD COUNT, 9-21 AMOUNT HASH TOTAL (IMPLIED
000404*      DECIMAL POINT BEFORE COL 20)
000410*----------------------------------------------------------------
000420* RETURN CODES
000430*   00 - EVERY WINNER SENT WAS ACKNOWLEDGED AND EVERYTHING
000440*        BALANCED
000450*   08 - EXCEPTIONS PRINTED
000456*   16 - A FILE COULD NOT BE OPENED, OR THE RESULTS OR EXTRACT
000462*        ARE NOT FOR THE RUN DATE NAMED ON RUNPARM
000470*----------------------------------------------------------------
000480  PROGRAM-ID. PRZACK.
000490  AUTHOR. J HENDRICKS.
000850      SELECT EXCFILE ASSIGN TO "PRZACKRP"
000860          ORGANIZATION IS SEQUENTIAL
000870          FILE STATUS IS WS-EXCFILE-STATUS.
000871*----------------------------------------------------------------
000872* RUNSTAT - INDEXED RUN-STATUS FILE, KEYED BY BATCH NUMBER AND
000873* RUN DATE; TAKES EACH BATCH'S ACKNOWLEDGMENT OUTCOME.
000874*----------------------------------------------------------------
000875      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000876          ORGANIZATION IS INDEXED
000877          ACCESS MODE IS RANDOM
000878          RECORD KEY IS RUNSTS-KEY
000879          FILE STATUS IS WS-RUNSTS-STATUS.
000880*----------------------------------------------------------------
000881* RUNPARM - OPTIONAL PARAMETER CARD NAMING A PRIOR NIGHT'S RUN
000882* DATE (YYYYMMDD, COLUMNS 1-8). DD DUMMY TAKES THE FILES AS
000883* SUPPLIED, UNCHECKED.
000884*----------------------------------------------------------------
000885      SELECT PRMFILE ASSIGN TO "RUNPARM"
000886          ORGANIZATION IS LINE SEQUENTIAL
000887          FILE STATUS IS WS-PRMFILE-STATUS.
000888
000890  DATA DIVISION.
000900  FILE SECTION.
000910  FD  RESFILE
001030  FD  EXCFILE
001040      RECORDING MODE IS F.
001050  01  EXC-LINE                      PIC X(80).
001052
001054  FD  RUNSTAT.
001056  COPY RUNSTS.
001058
001060  FD  PRMFILE.
001062  01  PRM-RECORD.
001064      05  PRM-RUN-DATE              PIC X(08).
001066      05  FILLER                    PIC X(72).
001068
001070  WORKING-STORAGE SECTION.
001080*----------------------------------------------------------------
001090* FILE STATUS AND END-OF-FILE SWITCH
001120  77  WS-PRZ-STATUS                PIC X(02).
001130  77  WS-ACK-STATUS                PIC X(02).
001140  77  WS-EXCFILE-STATUS            PIC X(02).
001145  77  WS-RUNSTS-STATUS             PIC X(02).
001147  77  WS-PRMFILE-STATUS            PIC X(02).
001150  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001160      88  WS-AT-EOF                          VALUE "Y".
001162*----------------------------------------------------------------
001164* THE PRIOR NIGHT NAMED ON RUNPARM, WHEN THERE IS ONE
001166*----------------------------------------------------------------
001168  77  WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
001170*----------------------------------------------------------------
001180* RECORD IMAGES FOR THE TWO TRANSMISSION FILES - THE SAME
001190* COLUMN LAYOUT PRZEXTR WRITES, PLUS THE AGREED ACK FORMAT.
001290      05  WS-PD-RANK                PIC 9(05).
001300      05  WS-PD-WIN-DRAW            PIC 9(02).
001310      05  WS-PD-SCORE               PIC 9(09).
001315      05  WS-PD-TIER-CODE           PIC X(02).
001320      05  WS-PD-PAYOUT              PIC 9(07)V99.
001322      05  WS-PD-SERIAL              PIC X(10).
001324      05  WS-PD-OUTLET              PIC X(06).
001326      05  FILLER                    PIC X(27).
001328  01  WS-PRZ-HDR REDEFINES WS-PRZ-REC.
001330      05  FILLER                    PIC X(01).
001332      05  WS-PH-BATCH-NO            PIC 9(04).
001334      05  WS-PH-RUN-DATE            PIC 9(08).
001336      05  FILLER                    PIC X(67).
001338  01  WS-PRZ-TRL REDEFINES WS-PRZ-REC.
001340      05  FILLER                    PIC X(01).
001350      05  WS-PT-COUNT               PIC 9(07).
001360      05  WS-PT-HASH                PIC 9(11)V99.
001370      05  FILLER                    PIC X(59).
001380  01  WS-ACK-REC.
001390      05  WS-AK-TYPE                PIC X(01).
001420      05  FILLER                    PIC X(01).
001430      05  WS-AD-BATCH-NO            PIC 9(04).
001440      05  WS-AD-BOARD-NO            PIC 9(05).
001450      05  WS-AD-AMOUNT              PIC 9(07)V99.
001460      05  FILLER                    PIC X(61).
001470  01  WS-ACK-TRL REDEFINES WS-ACK-REC.
001480      05  FILLER                    PIC X(01).
001490      05  WS-AT-COUNT               PIC 9(07).
001500      05  WS-AT-HASH                PIC 9(11)V99.
001510      05  FILLER                    PIC X(59).
001520*----------------------------------------------------------------
001530* SCORED WINNERS FROM BINGORES - EVERY WINNING BOARD OF THE
001600          10  WS-RES-BATCH-NO        PIC 9(4).
001610          10  WS-RES-BOARD-NO        PIC 9(5).
001620*----------------------------------------------------------------
001630* WINNERS SENT ON PRZFILE, WITH THE PAYOUT SENT AND WHETHER
001640* THE HOUSE HAS ACKNOWLEDGED PAYMENT.
001650*----------------------------------------------------------------
001660  77  WS-SNT-COUNT                 PIC 9(5) COMP VALUE ZERO.
001690                       INDEXED BY WS-SNT-IDX.
001700          10  WS-SNT-BATCH-NO        PIC 9(4).
001710          10  WS-SNT-BOARD-NO        PIC 9(5).
001720          10  WS-SNT-AMOUNT          PIC 9(7)V99.
001730          10  WS-SNT-ACK-FLAG        PIC X(1).
001740              88  WS-SNT-ACKED                 VALUE "Y".
001741*----------------------------------------------------------------
001742* BATCHES ON PRZFILE, FROM THEIR GROUP HEADERS, WITH THE COUNT
001743* OF WINNERS SENT BUT NOT YET PAID - DRIVES THE RUN-STATUS
001744* POSTING.
001745*----------------------------------------------------------------
001746  77  WS-BAT-COUNT                 PIC 9(3) COMP VALUE ZERO.
001747  01  WS-BAT-TABLE.
001748      05  WS-BAT-ENTRY OCCURS 100 TIMES
001749                       INDEXED BY WS-BAT-IDX.
001750          10  WS-BAT-BATCH-NO        PIC 9(4).
001751          10  WS-BAT-RUN-DATE        PIC 9(8).
001752          10  WS-BAT-UNPAID          PIC 9(5) COMP.
001753  77  WS-NOW-DATE                  PIC 9(8).
001754  77  WS-NOW-TIME                  PIC 9(8).
001755*----------------------------------------------------------------
001760* GROUP AND FILE CONTROL TOTALS
001770*----------------------------------------------------------------
001780  77  WS-GRP-COUNT                 PIC 9(7) COMP VALUE ZERO.
001790  77  WS-GRP-HASH                  PIC 9(11)V99 COMP VALUE ZERO.
001800  77  WS-ACK-DET-COUNT             PIC 9(7) COMP VALUE ZERO.
001810  77  WS-ACK-HASH                  PIC 9(11)V99 COMP VALUE ZERO.
001820  77  WS-ACK-TRL-SW                PIC X(01) VALUE "N".
001830      88  WS-ACK-TRL-SEEN                    VALUE "Y".
001840*----------------------------------------------------------------
002350      PERFORM 3000-LOAD-EXTRACT THRU 3000-EXIT.
002360      PERFORM 4000-PROCESS-ACKS THRU 4000-EXIT.
002370      PERFORM 5000-CHASE-UNPAID THRU 5000-EXIT.
002375      PERFORM 5500-POST-RUN-STATUS THRU 5500-EXIT.
002380      PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
002390  0000-EXIT.
002400      PERFORM 9999-TERMINATE THRU 9999-EXIT.
002720          GO TO 1000-EXIT
002730      END-IF.
002740      WRITE EXC-LINE FROM WS-EXC-HDR.
002742      PERFORM 1200-READ-RUN-PARM THRU 1200-EXIT.
002744      IF RETURN-CODE = 16
002746          CLOSE RESFILE PRZFILE ACKFILE EXCFILE
002748      END-IF.
002750  1000-EXIT.
002760      EXIT.
002761
002762*----------------------------------------------------------------
002763* 1200-READ-RUN-PARM
002764* A RUN DATE ON RUNPARM NAMES A PRIOR NIGHT. THE RESULTS AND
002765* EXTRACT GENERATIONS THE JOB SUPPLIED MUST BOTH BE THAT
002766* NIGHT'S - THE FIRST BINGORES RECORD AND THE FIRST PRZFILE
002767* GROUP HEADER ARE CHECKED FOR THE DATE - AND BOTH FILES ARE
002768* THEN REOPENED SO THE MATCH READS THEM FROM THE TOP. WITH
002769* RUNPARM DUMMY OR EMPTY NOTHING IS CHECKED.
002770*----------------------------------------------------------------
002771  1200-READ-RUN-PARM.
002772      OPEN INPUT PRMFILE.
002773      IF WS-PRMFILE-STATUS NOT = "00"
002774          GO TO 1200-EXIT
002775      END-IF.
002776      READ PRMFILE
002777          AT END
002778              CLOSE PRMFILE
002779              GO TO 1200-EXIT
002780      END-READ.
002781      CLOSE PRMFILE.
002782      IF PRM-RUN-DATE NOT NUMERIC
002783          DISPLAY "PRZACK: RUNPARM RUN DATE NOT NUMERIC - RUN "
002784              "ENDED."
002785          MOVE 16 TO RETURN-CODE
002786          GO TO 1200-EXIT
002787      END-IF.
002788      MOVE PRM-RUN-DATE TO WS-RUN-DATE.
002789      READ RESFILE
002790          AT END
002791              MOVE ZEROS TO BNGRES-RECORD
002792      END-READ.
002793      IF BNGRES-RUN-DATE NOT = WS-RUN-DATE
002794          DISPLAY "PRZACK: BINGORES HOLDS NO RESULTS FOR RUN "
002795              "DATE " WS-RUN-DATE " - RUN ENDED."
002796          MOVE 16 TO RETURN-CODE
002797          GO TO 1200-EXIT
002798      END-IF.
002799      READ PRZFILE INTO WS-PRZ-REC
002800          AT END
002801              MOVE SPACES TO WS-PRZ-REC
002802      END-READ.
002803      IF WS-PR-TYPE NOT = "H"
002804         OR WS-PH-RUN-DATE NOT = WS-RUN-DATE
002805          DISPLAY "PRZACK: PRZFILE IS NOT THE EXTRACT FOR RUN "
002806              "DATE " WS-RUN-DATE " - RUN ENDED."
002807          MOVE 16 TO RETURN-CODE
002808          GO TO 1200-EXIT
002809      END-IF.
002810      CLOSE RESFILE PRZFILE.
002811      OPEN INPUT RESFILE PRZFILE.
002812      DISPLAY "PRZACK: MATCHING RUN DATE " WS-RUN-DATE.
002813  1200-EXIT.
002814      EXIT.
002815
002816*----------------------------------------------------------------
002817* 2000-LOAD-RESULTS
002818* READS EVERY BINGORES RECORD AND KEEPS THE WINNING BOARDS,
002819* SO EACH ACKNOWLEDGED PAYMENT CAN BE TRACED TO THE SCORE
002820* THAT EARNED IT.
002830*----------------------------------------------------------------
002840  2000-LOAD-RESULTS.
003490          WHEN "H"
003500              MOVE ZERO TO WS-GRP-COUNT
003510              MOVE ZERO TO WS-GRP-HASH
003515              PERFORM 3040-STORE-ONE-BATCH THRU 3040-EXIT
003520          WHEN "D"
003530              PERFORM 3020-STORE-ONE-SENT THRU 3020-EXIT
003540          WHEN "T"
003760      SET WS-SNT-IDX TO WS-SNT-COUNT.
003770      MOVE WS-PD-BATCH-NO TO WS-SNT-BATCH-NO(WS-SNT-IDX).
003780      MOVE WS-PD-BOARD-NO TO WS-SNT-BOARD-NO(WS-SNT-IDX).
003790      MOVE WS-PD-PAYOUT TO WS-SNT-AMOUNT(WS-SNT-IDX).
003800      MOVE "N" TO WS-SNT-ACK-FLAG(WS-SNT-IDX).
003810      ADD 1 TO WS-GRP-COUNT.
003820      ADD WS-PD-PAYOUT TO WS-GRP-HASH.
003830  3020-EXIT.
003840      EXIT.
003850
003950      END-IF.
003960  3030-EXIT.
003970      EXIT.
003971
003972*----------------------------------------------------------------
003973* 3040-STORE-ONE-BATCH
003974*----------------------------------------------------------------
003975  3040-STORE-ONE-BATCH.
003976      IF WS-BAT-COUNT NOT < 100
003977          MOVE "BATCH TABLE FULL - RUN STATUS IS PARTIAL"
003978              TO WS-XF-TEXT
003979          PERFORM 7100-WRITE-FILE-EXCEPTION THRU 7100-EXIT
003980          GO TO 3040-EXIT
003981      END-IF.
003982      ADD 1 TO WS-BAT-COUNT.
003983      SET WS-BAT-IDX TO WS-BAT-COUNT.
003984      MOVE WS-PH-BATCH-NO TO WS-BAT-BATCH-NO(WS-BAT-IDX).
003985      MOVE WS-PH-RUN-DATE TO WS-BAT-RUN-DATE(WS-BAT-IDX).
003986      MOVE ZERO TO WS-BAT-UNPAID(WS-BAT-IDX).
003987  3040-EXIT.
003988      EXIT.
003989
003990*----------------------------------------------------------------
004000* 4000-PROCESS-ACKS
004010* READS THE HOUSE'S FILE: EACH DETAIL IS MATCHED TO A SENT
004420* 4020-MATCH-ONE-ACK
004430* ONE BOARD THE HOUSE SAYS IT PAID. IT MUST HAVE BEEN SENT,
004440* IT MUST TRACE TO A WINNING BINGORES RECORD, AND THE AMOUNT
004450* PAID MUST BE THE PAYOUT SENT.
004460*----------------------------------------------------------------
004470  4020-MATCH-ONE-ACK.
004480      ADD 1 TO WS-ACK-DET-COUNT.
004660      END-IF.
004670      MOVE "Y" TO WS-SNT-ACK-FLAG(WS-SNT-IDX).
004680      ADD 1 TO WS-ACKED-COUNT.
004690      IF WS-AD-AMOUNT NOT = WS-SNT-AMOUNT(WS-SNT-IDX)
004700          MOVE WS-AD-BATCH-NO TO WS-XD-BATCH-NO
004710          MOVE WS-AD-BOARD-NO TO WS-XD-BOARD-NO
004720          MOVE "AMOUNT PAID DIFFERS FROM PAYOUT SENT"
004730              TO WS-XD-TEXT
004740          PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004750      END-IF.
005200          MOVE WS-SNT-BOARD-NO(WS-SNT-IDX) TO WS-XD-BOARD-NO
005210          MOVE "EXTRACTED BUT NOT ACKNOWLEDGED" TO WS-XD-TEXT
005220          PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005225          PERFORM 5150-COUNT-UNPAID THRU 5150-EXIT
005230      END-IF.
005240  5100-EXIT.
005250      EXIT.
005251
005252*----------------------------------------------------------------
005253* 5150-COUNT-UNPAID
005254* CHARGES THE UNPAID WINNER TO ITS BATCH'S ENTRY.
005255*----------------------------------------------------------------
005256  5150-COUNT-UNPAID.
005257      IF WS-BAT-COUNT = ZERO
005258          GO TO 5150-EXIT
005259      END-IF.
005260      SET WS-BAT-IDX TO 1.
005261      SEARCH WS-BAT-ENTRY
005262          AT END
005263              CONTINUE
005264          WHEN WS-BAT-IDX > WS-BAT-COUNT
005265              CONTINUE
005266          WHEN WS-BAT-BATCH-NO(WS-BAT-IDX)
005267                  = WS-SNT-BATCH-NO(WS-SNT-IDX)
005268              ADD 1 TO WS-BAT-UNPAID(WS-BAT-IDX)
005269      END-SEARCH.
005270  5150-EXIT.
005271      EXIT.
005272
005273*----------------------------------------------------------------
005274* 5500-POST-RUN-STATUS
005275* STAMPS EVERY BATCH ON THE EXTRACT ON THE RUN-STATUS FILE -
005276* ACKNOWLEDGED WHEN NOTHING SENT FOR IT IS STILL UNPAID,
005277* CHASING OTHERWISE. A MISSING RUNSTAT IS REPORTED BUT DOES
005278* NOT DISTURB THE RECONCILIATION.
005279*----------------------------------------------------------------
005280  5500-POST-RUN-STATUS.
005281      IF WS-BAT-COUNT = ZERO
005282          GO TO 5500-EXIT
005283      END-IF.
005284      OPEN I-O RUNSTAT.
005285      IF WS-RUNSTS-STATUS NOT = "00"
005286          DISPLAY "PRZACK: RUNSTAT NOT AVAILABLE - RUN STATUS "
005287              "NOT POSTED."
005288          GO TO 5500-EXIT
005289      END-IF.
005290      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
005291      ACCEPT WS-NOW-TIME FROM TIME.
005292      PERFORM 5510-POST-ONE-BATCH THRU 5510-EXIT
005293          VARYING WS-BAT-IDX FROM 1 BY 1
005294          UNTIL WS-BAT-IDX > WS-BAT-COUNT.
005295      CLOSE RUNSTAT.
005296  5500-EXIT.
005297      EXIT.
005298
005299*----------------------------------------------------------------
005300* 5510-POST-ONE-BATCH
005301*----------------------------------------------------------------
005302  5510-POST-ONE-BATCH.
005303      MOVE WS-BAT-BATCH-NO(WS-BAT-IDX) TO RUNSTS-BATCH-NO.
005304      MOVE WS-BAT-RUN-DATE(WS-BAT-IDX) TO RUNSTS-RUN-DATE.
005305      READ RUNSTAT
005306          INVALID KEY
005307              DISPLAY "PRZACK: NO RUNSTAT RECORD FOR BATCH "
005308                  RUNSTS-BATCH-NO " RUN " RUNSTS-RUN-DATE
005309                  " - STATUS NOT POSTED."
005310              GO TO 5510-EXIT
005311      END-READ.
005312      IF WS-BAT-UNPAID(WS-BAT-IDX) = ZERO
005313          SET RUNSTS-ACKNOWLEDGED TO TRUE
005314      ELSE
005315          SET RUNSTS-CHASING TO TRUE
005316      END-IF.
005317      MOVE WS-NOW-DATE TO RUNSTS-ACK-DATE.
005318      MOVE WS-NOW-TIME(1:6) TO RUNSTS-ACK-TIME.
005319      REWRITE RUNSTS-RECORD.
005320      IF WS-RUNSTS-STATUS NOT = "00"
005321          DISPLAY "PRZACK: RUNSTAT REWRITE FAILED FOR BATCH "
005322              RUNSTS-BATCH-NO " - STATUS " WS-RUNSTS-STATUS
005323      END-IF.
005324  5510-EXIT.
005325      EXIT.
005326
005327*----------------------------------------------------------------
005328* 6100-SEARCH-SENT-TABLE
005329* LEAVES WS-SNT-IDX ON THE MATCHED ENTRY WHEN FOUND.
005330*----------------------------------------------------------------
005331  6100-SEARCH-SENT-TABLE.
005332      MOVE "N" TO WS-FOUND-SW.
005333      IF WS-SNT-COUNT = ZERO
005340          GO TO 6100-EXIT
005350      END-IF.
005360      SET WS-SNT-IDX TO 1.
