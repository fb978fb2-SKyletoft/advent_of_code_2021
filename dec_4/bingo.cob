000341*            JH   CHECKPOINTING (NOTED ON THE CONSOLE) SO THE
000342*            JH   ABENDED BATCH STILL FINDS ITS CHECKPOINT
000343*            JH   AND RESUMES.
000344* 10/15/2026 JH   EACH BOARD IS NOW TIED TO ITS CARD SALE - THE
000345*            JH   BATCH'S ENTRIES ON THE CARDSALE REGISTER ARE
000346*            JH   MATCHED BY DECK POSITION, AND THE CARD SERIAL,
000347*            JH   SELLING OUTLET AND SALE FLAG ARE CARRIED ON
000348*            JH   BINGORES. THE WINNERS REPORT SHOWS OUTLET AND
000349*            JH   SERIAL AND MARKS AN UNSOLD, VOIDED OR
000350*            JH   UNREGISTERED WINNING CARD.
000351* 10/15/2026 JH   EACH SCORED RUN NOW ARCHIVES ITS FULL DRAW
000352*            JH   SEQUENCE TO DRAWHIST (KEYED BATCH NUMBER AND
000353*            JH   RUN DATE) FOR THE DRWINTG INTEGRITY REPORT; A
000354*            JH   RERUN OF THE SAME BATCH AND DATE REPLACES IT.
000355* 10/15/2026 JH   EACH SCORED RUN NOW STAMPS ITS RUNSTAT RUN-
000356*            JH   STATUS RECORD SCORED, WITH THE BOARD COUNT.
000357* 10/15/2026 JH   EACH BINGORES RECORD NOW CARRIES THE HEADER'S
000358*            JH   RUN DATE, SO A NIGHT'S RESULTS GENERATION CAN
000359*            JH   BE PROVED BY THE STEPS THAT WORK IT LATER.
000360* 10/15/2026 JH   THE BATHIST RECORD NOW ALSO CARRIES THE DRAW
000361*            JH   SEQUENCE OF THE WINNING BOARD AND THE COUNT OF
000362*            JH   BOARDS THAT FINISHED, FOR THE BATSTAT MONTHLY
000363*            JH   STATISTICS.
000364*----------------------------------------------------------------
000365  PROGRAM-ID. BINGO.
000366  AUTHOR. J HENDRICKS.
000367  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000368  DATE-WRITTEN. 08/09/2026.
000369  DATE-COMPILED.
000370
000371  ENVIRONMENT DIVISION.
000372  INPUT-OUTPUT SECTION.
000373  FILE-CONTROL.
000374*----------------------------------------------------------------
000375* BINGODAT - DRAW NUMBERS ON THE FIRST LINE, FOLLOWED BY
000376* ONE OR MORE BLANK-LINE-SEPARATED 5X5 BINGO BOARDS. A DECK
000377* CLEANED BY THE EDIT STEP CARRIES A "BOARD NNNNN" MARKER
000378* AHEAD OF EACH BOARD WITH ITS ORIGINAL DECK POSITION; A
000379* RAW DECK WITHOUT MARKERS NUMBERS ITS BOARDS 1 UPWARD.
000380*----------------------------------------------------------------
000390      SELECT DRAWFILE ASSIGN TO "BINGODAT"
000400          ORGANIZATION IS LINE SEQUENTIAL
000440      SELECT CKPFILE ASSIGN TO "BNGCKPT"
000441          ORGANIZATION IS SEQUENTIAL
000442          FILE STATUS IS WS-CKP-STATUS.
000443*----------------------------------------------------------------
000444* CARDSALE - CARD SALES REGISTER, ONE CRDSALE RECORD PER CARD
000445* ISSUED, ANY NUMBER OF BATCHES TO THE FILE.
000446*----------------------------------------------------------------
000447      SELECT SALEFILE ASSIGN TO "CARDSALE"
000448          ORGANIZATION IS SEQUENTIAL
000449          FILE STATUS IS WS-SAL-STATUS.
000450*----------------------------------------------------------------
000451* DRAWHIST - INDEXED DRAW-SEQUENCE ARCHIVE, ONE RECORD PER
000452* SCORED RUN, KEYED BY BATCH NUMBER AND RUN DATE.
000453*----------------------------------------------------------------
000454      SELECT DRWFILE ASSIGN TO "DRAWHIST"
000455          ORGANIZATION IS INDEXED
000456          ACCESS MODE IS RANDOM
000457          RECORD KEY IS DRWHST-KEY
000458          FILE STATUS IS WS-DRW-STATUS.
000459*----------------------------------------------------------------
000460* RUNSTAT - INDEXED RUN-STATUS FILE, KEYED BY BATCH NUMBER AND
000461* RUN DATE, OPENED BY HELLO AS EACH HEADER IS ACCEPTED.
000462*----------------------------------------------------------------
000463      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000464          ORGANIZATION IS INDEXED
000465          ACCESS MODE IS RANDOM
000466          RECORD KEY IS RUNSTS-KEY
000467          FILE STATUS IS WS-RUNSTS-STATUS.
000468
000469  DATA DIVISION.
000470  FILE SECTION.
000471  FD  DRAWFILE.
000472  01  DRAW-LINE                     PIC X(1600).
000473
000474  FD  RESFILE
000475      RECORDING MODE IS F.
000476  COPY BNGRES.
000477
000478  FD  WINFILE
000479      RECORDING MODE IS F.
000480  01  WIN-LINE                      PIC X(80).
000481
000482  FD  HSTFILE.
000483  COPY BATHIST.
000484
000485  FD  CKPFILE
000486      RECORDING MODE IS F.
000487  01  CKP-LINE                      PIC X(80).
000488
000489  FD  SALEFILE
000490      RECORDING MODE IS F.
000491  COPY CRDSALE.
000492
000493  FD  DRWFILE.
000494  COPY DRWHST.
000495
000496  FD  RUNSTAT.
000497  COPY RUNSTS.
000498

000499  WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000501* FILE STATUS AND END-OF-FILE SWITCH
000510*----------------------------------------------------------------
000520  77  WS-DRAW-STATUS               PIC X(02).
000522  77  WS-RES-STATUS                PIC X(02).
000524  77  WS-WIN-STATUS                PIC X(02).
000526  77  WS-HST-STATUS                PIC X(02).
000528  77  WS-DRW-STATUS                PIC X(02).
000530  77  WS-RUNSTS-STATUS             PIC X(02).
000532  77  WS-NOW-DATE                  PIC 9(8).
000534  77  WS-NOW-TIME                  PIC 9(8).
000536  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000540      88  WS-AT-EOF                          VALUE "Y".
000542  77  WS-DECK-STATUS               PIC X(01) VALUE "N".
000544      88  WS-DECK-REJECTED                   VALUE "Y".
000547  77  WS-SECTION-SW                PIC X(01) VALUE "N".
000548      88  WS-SECTION-FOUND                   VALUE "Y".
000549  77  WS-MARKER-BATCH-NO           PIC 9(4) VALUE ZERO.
000550*----------------------------------------------------------------
000551* CARD SALES REGISTER WORK FIELDS
000552*----------------------------------------------------------------
000553  77  WS-SAL-STATUS                PIC X(02).
000554  77  WS-SAL-EOF-SW                PIC X(01) VALUE "N".
000555      88  WS-SAL-AT-EOF                      VALUE "Y".
000556  77  WS-SALE-FOUND-SW             PIC X(01) VALUE "N".
000557      88  WS-SALE-BOARD-FOUND                VALUE "Y".
000558  77  WS-SALES-MATCHED             PIC 9(5) COMP VALUE ZERO.
000559  77  WS-SALES-ORPHANED            PIC 9(5) COMP VALUE ZERO.
000560*----------------------------------------------------------------
000561* CHECKPOINT/RESUME WORK FIELDS AND RECORD IMAGES. THE
000562* INTERVAL IS IN DRAWS PLAYED; 50 KEEPS THE REPLAY ON A
000563* RERUN SHORT WITHOUT CHECKPOINTING EVERY DRAW.
000564*----------------------------------------------------------------
000565  77  WS-CKP-STATUS                PIC X(02).
000566  77  WS-CKPT-INTERVAL             PIC 9(3) COMP VALUE 50.
000567  77  WS-CKPT-COUNTER              PIC 9(3) COMP VALUE ZERO.
000568  77  WS-RESUME-DRAW               PIC 9(3) COMP VALUE 1.
000569  77  WS-RESUMED-SW                PIC X(01) VALUE "N".
000570      88  WS-RUN-RESUMED                     VALUE "Y".
000571  77  WS-CKPT-BAD-SW               PIC X(01) VALUE "N".
000572      88  WS-CKPT-UNUSABLE                   VALUE "Y".
000573  77  WS-CKPT-FOREIGN-SW           PIC X(01) VALUE "N".
000574      88  WS-CKPT-FOREIGN                    VALUE "Y".
000575  77  WS-CKPT-DRAW-SEQ             PIC 9(3) VALUE ZERO.
000576  77  WS-REPLAY-SEQ                PIC 9(3) COMP VALUE ZERO.
000577  77  WS-BOARDS-RESTORED           PIC 9(5) COMP VALUE ZERO.
000595  77  WS-CKPT-DONE-SW              PIC X(01) VALUE "N".
000596      88  WS-CKPT-RESTORED                   VALUE "Y".
000597  77  WS-IDX-NUM                   PIC 9(5) COMP VALUE ZERO.
000714          10  WS-BOARD-WIN-NO        PIC 9(2).
000716          10  WS-BOARD-RANK          PIC 9(5) COMP.
000718          10  WS-BOARD-ORIG          PIC 9(5) COMP.
000719          10  WS-BOARD-SERIAL        PIC X(10).
000720          10  WS-BOARD-OUTLET        PIC X(06).
000721          10  WS-BOARD-SALE          PIC X(01).
000722              88  WS-BOARD-SOLD                VALUE "S".
000723              88  WS-BOARD-UNSOLD              VALUE "U".
000724              88  WS-BOARD-VOIDED              VALUE "V".
000725          10  WS-CELL-ENTRY OCCURS 25 TIMES
000730                            INDEXED BY WS-CELL-IDX.
000740              15  WS-CELL-VALUE        PIC 9(2).
000750              15  WS-CELL-MARKED       PIC X(01) VALUE "N".
000952  01  WS-WIN-HDR2.
000954      05  FILLER                    PIC X(48) VALUE
000956              "   RANK  BOARD    SEQ  DRAW  UNMARKED      SCORE".
000957      05  FILLER                    PIC X(18) VALUE
000958              " OUTLET SERIAL    ".
000959      05  FILLER                    PIC X(14) VALUE
000960              "  STATUS      ".
000961  01  WS-WIN-DETAIL.
000962      05  FILLER                    PIC X(02) VALUE SPACES.
000964      05  WS-WD-RANK                PIC ZZZZ9.
000966      05  FILLER                    PIC X(02) VALUE SPACES.
000980      05  WS-WD-UNMARKED            PIC ZZZZZZZ9.
000982      05  FILLER                    PIC X(02) VALUE SPACES.
000984      05  WS-WD-SCORE               PIC ZZZZZZZZ9.
000985      05  FILLER                    PIC X(01) VALUE SPACES.
000986      05  WS-WD-OUTLET              PIC X(06).
000987      05  FILLER                    PIC X(01) VALUE SPACES.
000988      05  WS-WD-SERIAL              PIC X(10).
000989      05  FILLER                    PIC X(02) VALUE SPACES.
000990      05  WS-WD-STATUS              PIC X(12).
000991  01  WS-WIN-TRAILER.
000992      05  FILLER                    PIC X(17) VALUE
000993              "BOARDS PROCESSED ".
000994      05  WS-WT-BOARDS              PIC ZZZZ9.
000996      05  FILLER                    PIC X(10) VALUE "  WINNERS ".
000998      05  WS-WT-WINNERS             PIC ZZZZ9.
001137          MOVE 8 TO RETURN-CODE
001138          GOBACK
001139      END-IF.
001140      PERFORM 1700-LOAD-SALES THRU 1700-EXIT.
001141      IF CTLHDR-COMPLETION-MODE
001142          PERFORM 1500-CHECK-CHECKPOINT THRU 1500-EXIT
001143      END-IF.
001144      PERFORM 2000-PLAY-ONE-DRAW THRU 2000-EXIT
001150          VARYING WS-DRAW-IDX FROM WS-RESUME-DRAW BY 1
001160          UNTIL (WS-HAVE-WINNER AND CTLHDR-FIRST-WINNER-MODE)
001165             OR WS-WON-COUNT = WS-BOARD-COUNT
001236      END-IF.
001238      PERFORM 3200-WRITE-RESULTS THRU 3200-EXIT.
001239      PERFORM 3300-WRITE-HISTORY THRU 3300-EXIT.
001240      PERFORM 3350-WRITE-DRAW-HISTORY THRU 3350-EXIT.
001241      PERFORM 3380-POST-RUN-STATUS THRU 3380-EXIT.
001242      IF CTLHDR-COMPLETION-MODE
001243          PERFORM 3400-CLEAR-CHECKPOINT THRU 3400-EXIT
001244      END-IF.
001245      GOBACK.
001250
001251*----------------------------------------------------------------
001252* 0100-RESET-RUN-STATE
001288      MOVE ZERO TO WS-CKPT-DRAW-SEQ.
001289      MOVE ZERO TO WS-BOARDS-RESTORED.
001290      MOVE 1 TO WS-RESUME-DRAW.
001291      MOVE "N" TO WS-SAL-EOF-SW.
001292      MOVE ZERO TO WS-SALES-MATCHED.
001293      MOVE ZERO TO WS-SALES-ORPHANED.
001294  0100-EXIT.
001295      EXIT.
001296
001297*----------------------------------------------------------------
001298* 1000-LOAD-INPUT
001299* READS THE DRAW-NUMBER LINE, THEN EVERY BLANK-LINE-
001300* SEPARATED 5X5 BOARD THAT FOLLOWS IT.
001301*----------------------------------------------------------------
001310  1000-LOAD-INPUT.
001320      OPEN INPUT DRAWFILE.
001322      IF WS-DRAW-STATUS NOT = "00"
001922      MOVE ZERO TO WS-BOARD-WIN-NO(WS-BOARD-IDX).
001923      MOVE ZERO TO WS-BOARD-RANK(WS-BOARD-IDX).
001924      MOVE WS-BOARD-COUNT TO WS-BOARD-ORIG(WS-BOARD-IDX).
001925      MOVE SPACES TO WS-BOARD-SERIAL(WS-BOARD-IDX).
001926      MOVE SPACES TO WS-BOARD-OUTLET(WS-BOARD-IDX).
001927      MOVE "N" TO WS-BOARD-SALE(WS-BOARD-IDX).
001928      IF WS-PARSE-LINE(1:6) = "BOARD "
001929          MOVE FUNCTION NUMVAL(WS-PARSE-LINE(7:5))
001930              TO WS-BOARD-ORIG(WS-BOARD-IDX)
001931          PERFORM 1100-READ-LINE THRU 1100-EXIT
001932          IF WS-AT-EOF
001934              SUBTRACT 1 FROM WS-BOARD-COUNT
001936              GO TO 1300-EXIT
002723      EXIT.
002724
002725*----------------------------------------------------------------
002726* 1700-LOAD-SALES
002727* POSTS THE BATCH'S CARD SALES REGISTER ENTRIES TO THE BOARD
002728* TABLE BY ORIGINAL DECK POSITION. A BOARD WITH NO ENTRY -
002729* OR EVERY BOARD, WHEN THE REGISTER IS MISSING OR HOLDS
002730* NOTHING FOR THE BATCH - STAYS FLAGGED "N", NOT ON THE
002731* REGISTER, AND THE EXTRACT WILL NOT PAY IT.
002732*----------------------------------------------------------------
002733  1700-LOAD-SALES.
002734      OPEN INPUT SALEFILE.
002735      IF WS-SAL-STATUS NOT = "00"
002736          DISPLAY "BINGO: CARDSALE NOT AVAILABLE - NO BOARD OF "
002737              "BATCH " CTLHDR-BATCH-NO " IS ON THE REGISTER."
002738          GO TO 1700-EXIT
002739      END-IF.
002740      PERFORM 1710-POST-ONE-SALE THRU 1710-EXIT
002741          UNTIL WS-SAL-AT-EOF.
002742      CLOSE SALEFILE.
002743      IF WS-SALES-MATCHED = ZERO
002744          DISPLAY "BINGO: NO CARD SALES REGISTERED FOR BATCH "
002745              CTLHDR-BATCH-NO
002746      ELSE
002747          DISPLAY "BINGO: " WS-SALES-MATCHED
002748              " BOARDS MATCHED TO THE CARD SALES REGISTER."
002749      END-IF.
002750      IF WS-SALES-ORPHANED > ZERO
002751          DISPLAY "BINGO: " WS-SALES-ORPHANED
002752              " REGISTER ENTRIES HAVE NO BOARD IN THE DECK."
002753      END-IF.
002754  1700-EXIT.
002755      EXIT.
002756
002757*----------------------------------------------------------------
002758* 1710-POST-ONE-SALE
002759* AN ENTRY FOR ANOTHER BATCH IS SKIPPED. ANY STATUS OTHER
002760* THAN SOLD OR VOIDED IS TAKEN AS UNSOLD.
002761*----------------------------------------------------------------
002762  1710-POST-ONE-SALE.
002763      READ SALEFILE
002764          AT END
002765              SET WS-SAL-AT-EOF TO TRUE
002766              GO TO 1710-EXIT
002767      END-READ.
002768      IF CRDSAL-BATCH-NO NOT = CTLHDR-BATCH-NO
002769          GO TO 1710-EXIT
002770      END-IF.
002771      MOVE "N" TO WS-SALE-FOUND-SW.
002772      SET WS-BOARD-IDX TO 1.
002773      SEARCH WS-BOARD-ENTRY
002774          AT END
002775              CONTINUE
002776          WHEN WS-BOARD-IDX > WS-BOARD-COUNT
002777              CONTINUE
002778          WHEN WS-BOARD-ORIG(WS-BOARD-IDX) = CRDSAL-BOARD-NO
002779              SET WS-SALE-BOARD-FOUND TO TRUE
002780      END-SEARCH.
002781      IF NOT WS-SALE-BOARD-FOUND
002782          ADD 1 TO WS-SALES-ORPHANED
002783          GO TO 1710-EXIT
002784      END-IF.
002785      ADD 1 TO WS-SALES-MATCHED.
002786      MOVE CRDSAL-SERIAL TO WS-BOARD-SERIAL(WS-BOARD-IDX).
002787      MOVE CRDSAL-OUTLET TO WS-BOARD-OUTLET(WS-BOARD-IDX).
002788      EVALUATE TRUE
002789          WHEN CRDSAL-SOLD
002790              MOVE "S" TO WS-BOARD-SALE(WS-BOARD-IDX)
002791          WHEN CRDSAL-VOIDED
002792              MOVE "V" TO WS-BOARD-SALE(WS-BOARD-IDX)
002793          WHEN OTHER
002794              MOVE "U" TO WS-BOARD-SALE(WS-BOARD-IDX)
002795      END-EVALUATE.
002796  1710-EXIT.
002797      EXIT.
002798
002799*----------------------------------------------------------------
002800* 2000-PLAY-ONE-DRAW
002801* MARKS THE CURRENT DRAW ON EVERY BOARD STILL IN PLAY
002802* AND CHECKS WHETHER ANY BOARD HAS NOW WON. IN COMPLETION
002803* MODE EVERY BOARD IS CHECKED SO LATER FINISHERS ON THE
002804* SAME DRAW ARE RANKED; IN FIRST-WINNER MODE THE CHECK
002805* STOPS AT THE FIRST WIN AS IT ALWAYS HAS.
002806*----------------------------------------------------------------
002807  2000-PLAY-ONE-DRAW.
002808      SET WS-DRAW-SEQ TO WS-DRAW-IDX.
002809      MOVE WS-DRAW-NO(WS-DRAW-IDX) TO WS-CURRENT-DRAW.
002810      PERFORM 2100-MARK-ONE-BOARD THRU 2100-EXIT
002811          VARYING WS-BOARD-IDX FROM 1 BY 1
002812          UNTIL WS-BOARD-IDX > WS-BOARD-COUNT.
002813      PERFORM 2210-CHECK-BOARD-WIN THRU 2210-EXIT
002814          VARYING WS-BOARD-IDX FROM 1 BY 1
002815          UNTIL WS-BOARD-IDX > WS-BOARD-COUNT
002816             OR (WS-HAVE-WINNER AND CTLHDR-FIRST-WINNER-MODE).
002817      IF CTLHDR-COMPLETION-MODE
002818          ADD 1 TO WS-CKPT-COUNTER
002819          IF WS-CKPT-COUNTER NOT < WS-CKPT-INTERVAL
002820              PERFORM 2500-TAKE-CHECKPOINT THRU 2500-EXIT
002821              MOVE ZERO TO WS-CKPT-COUNTER
002822          END-IF
002823      END-IF.
002824  2000-EXIT.
002825      EXIT.
002826
002827*----------------------------------------------------------------
002828* 2100-MARK-ONE-BOARD
002829*----------------------------------------------------------------
002830  2100-MARK-ONE-BOARD.
002831      IF NOT WS-BOARD-HAS-WON(WS-BOARD-IDX)
002832          PERFORM 2110-MARK-ONE-CELL THRU 2110-EXIT
002833              VARYING WS-CELL-IDX FROM 1 BY 1
002834              UNTIL WS-CELL-IDX > 25
002835      END-IF.
002836  2100-EXIT.
002837      EXIT.
002840
002850*----------------------------------------------------------------
002860* 2110-MARK-ONE-CELL
005030          UNTIL WS-CELL-IDX > 25.
005040      MOVE SPACES TO BNGRES-RECORD.
005050      MOVE CTLHDR-BATCH-NO TO BNGRES-BATCH-NO.
005055      MOVE CTLHDR-RUN-DATE TO BNGRES-RUN-DATE.
005060      MOVE WS-BOARD-NO-OUT TO BNGRES-BOARD-NO.
005070      MOVE WS-UNMARKED-SUM TO BNGRES-UNMARKED-SUM.
005072      MOVE WS-BOARD-SERIAL(WS-BOARD-IDX) TO BNGRES-CARD-SERIAL.
005074      MOVE WS-BOARD-OUTLET(WS-BOARD-IDX) TO BNGRES-OUTLET.
005076      MOVE WS-BOARD-SALE(WS-BOARD-IDX) TO BNGRES-SALE-FLAG.
005080      IF WS-BOARD-HAS-WON(WS-BOARD-IDX)
005090          SET BNGRES-BOARD-WON TO TRUE
005100          MOVE WS-BOARD-WIN-SEQ(WS-BOARD-IDX) TO BNGRES-WIN-SEQ
005540          MOVE WS-UNMARKED-SUM TO WS-WD-UNMARKED
005550          COMPUTE WS-WD-SCORE =
005560              WS-UNMARKED-SUM * WS-BOARD-WIN-NO(WS-BOARD-IDX)
005561          MOVE WS-BOARD-OUTLET(WS-BOARD-IDX) TO WS-WD-OUTLET
005562          MOVE WS-BOARD-SERIAL(WS-BOARD-IDX) TO WS-WD-SERIAL
005563          EVALUATE TRUE
005564              WHEN WS-BOARD-SOLD(WS-BOARD-IDX)
005565                  MOVE SPACES TO WS-WD-STATUS
005566              WHEN WS-BOARD-UNSOLD(WS-BOARD-IDX)
005567                  MOVE "UNSOLD" TO WS-WD-STATUS
005568              WHEN WS-BOARD-VOIDED(WS-BOARD-IDX)
005569                  MOVE "VOIDED" TO WS-WD-STATUS
005570              WHEN OTHER
005571                  MOVE "NOT ON REG" TO WS-WD-STATUS
005572          END-EVALUATE
005573          WRITE WIN-LINE FROM WS-WIN-DETAIL
005580      END-IF.
005590  3230-EXIT.
005600      EXIT.
005860      MOVE WS-BOARD-COUNT TO BATHST-BOARD-COUNT.
005862      IF WS-WINNING-BOARD = ZERO
005864          MOVE ZERO TO BATHST-WIN-BOARD
005865          MOVE ZERO TO BATHST-WIN-SEQ
005866      ELSE
005868          MOVE WS-BOARD-ORIG(WS-WINNING-BOARD)
005870              TO BATHST-WIN-BOARD
005872          MOVE WS-BOARD-WIN-SEQ(WS-WINNING-BOARD)
005874              TO BATHST-WIN-SEQ
005876      END-IF.
005880      MOVE WS-WINNING-DRAW TO BATHST-WIN-DRAW.
005885      MOVE WS-WON-COUNT TO BATHST-FINISHED.
005890      MOVE LK-BINGO-SCORE TO BATHST-SCORE.
005900      WRITE BATHST-RECORD
005910          INVALID KEY
005970      CLOSE HSTFILE.
005980  3300-EXIT.
005990      EXIT.
006000
006010*----------------------------------------------------------------
006020* 3350-WRITE-DRAW-HISTORY
006030* ARCHIVES THE DRAW SEQUENCE THE BATCH WAS PLAYED AGAINST -
006040* WRITTEN, OR ON A RERUN OF THE SAME BATCH AND DATE REPLACED,
006050* THE SAME WAY AS THE SCORE HISTORY. A BRAND-NEW ARCHIVE
006060* (STATUS 35) IS CREATED EMPTY FIRST.
006070*----------------------------------------------------------------
006080  3350-WRITE-DRAW-HISTORY.
006090      OPEN I-O DRWFILE.
006100      IF WS-DRW-STATUS = "35"
006110          OPEN OUTPUT DRWFILE
006120          IF WS-DRW-STATUS = "00"
006130              CLOSE DRWFILE
006140              OPEN I-O DRWFILE
006150          END-IF
006160      END-IF.
006170      IF WS-DRW-STATUS NOT = "00"
006180          DISPLAY "DRAWHIST NOT AVAILABLE - DRAWS NOT ARCHIVED."
006190          GO TO 3350-EXIT
006200      END-IF.
006210      MOVE SPACES TO DRWHST-RECORD.
006220      MOVE CTLHDR-BATCH-NO TO DRWHST-BATCH-NO.
006230      MOVE CTLHDR-RUN-DATE TO DRWHST-RUN-DATE.
006232      IF CTLHDR-GT-ROWCOL OR CTLHDR-GT-CORNERS
006234         OR CTLHDR-GT-BLACKOUT
006236          MOVE CTLHDR-GAME-TYPE TO DRWHST-GAME-TYPE
006238      ELSE
006240          MOVE "R" TO DRWHST-GAME-TYPE
006242      END-IF.
006250      MOVE WS-DRAW-COUNT TO DRWHST-DRAW-COUNT.
006260      MOVE ZEROS TO DRWHST-DRAW-TABLE.
006270      PERFORM 3360-ARCHIVE-ONE-DRAW THRU 3360-EXIT
006280          VARYING WS-DRAW-IDX FROM 1 BY 1
006290          UNTIL WS-DRAW-IDX > WS-DRAW-COUNT.
006300      WRITE DRWHST-RECORD
006310          INVALID KEY
006320              REWRITE DRWHST-RECORD
006330      END-WRITE.
006340      IF WS-DRW-STATUS NOT = "00"
006350          DISPLAY "DRAWHIST WRITE FAILED - STATUS " WS-DRW-STATUS
006360      END-IF.
006370      CLOSE DRWFILE.
006380  3350-EXIT.
006390      EXIT.
006400
006410*----------------------------------------------------------------
006420* 3360-ARCHIVE-ONE-DRAW
006430*----------------------------------------------------------------
006440  3360-ARCHIVE-ONE-DRAW.
006450      SET WS-IDX-NUM TO WS-DRAW-IDX.
006460      MOVE WS-DRAW-NO(WS-DRAW-IDX) TO DRWHST-DRAW-NO(WS-IDX-NUM).
006470  3360-EXIT.
006480      EXIT.
006481
006482*----------------------------------------------------------------
006483* 3380-POST-RUN-STATUS
006484* STAMPS THE BATCH'S RUN-STATUS RECORD SCORED WITH THE NUMBER
006485* OF BOARDS SCORED. A RUN HELLO COULD NOT POST (NO RECORD ON
006486* FILE) GETS ONE BUILT FROM THE HEADER WITH NO ACCEPTED STAMP.
006487*----------------------------------------------------------------
006488  3380-POST-RUN-STATUS.
006489      OPEN I-O RUNSTAT.
006490      IF WS-RUNSTS-STATUS = "35"
006491          OPEN OUTPUT RUNSTAT
006492          IF WS-RUNSTS-STATUS = "00"
006493              CLOSE RUNSTAT
006494              OPEN I-O RUNSTAT
006495          END-IF
006496      END-IF.
006497      IF WS-RUNSTS-STATUS NOT = "00"
006498          DISPLAY "RUNSTAT NOT AVAILABLE - RUN STATUS NOT POSTED."
006499          GO TO 3380-EXIT
006500      END-IF.
006501      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
006502      ACCEPT WS-NOW-TIME FROM TIME.
006503      MOVE CTLHDR-BATCH-NO TO RUNSTS-BATCH-NO.
006504      MOVE CTLHDR-RUN-DATE TO RUNSTS-RUN-DATE.
006505      READ RUNSTAT
006506          INVALID KEY
006507              MOVE SPACES TO RUNSTS-RECORD
006508              MOVE CTLHDR-BATCH-NO TO RUNSTS-BATCH-NO
006509              MOVE CTLHDR-RUN-DATE TO RUNSTS-RUN-DATE
006510              MOVE CTLHDR-OPERATOR-ID TO RUNSTS-OPERATOR-ID
006511              MOVE CTLHDR-PROC-MODE TO RUNSTS-PROC-MODE
006512              MOVE CTLHDR-GAME-TYPE TO RUNSTS-GAME-TYPE
006513              MOVE ZERO TO RUNSTS-ACC-DATE RUNSTS-ACC-TIME
006514                  RUNSTS-VRF-DATE RUNSTS-VRF-TIME
006515                  RUNSTS-EXT-DATE RUNSTS-EXT-TIME
006516                  RUNSTS-WINNERS-SENT RUNSTS-ACK-DATE
006517                  RUNSTS-ACK-TIME RUNSTS-DISQ-COUNT
006518                  RUNSTS-DSQ-DATE RUNSTS-DSQ-TIME
006519      END-READ.
006520      SET RUNSTS-SCORED TO TRUE.
006521      MOVE WS-NOW-DATE TO RUNSTS-SCR-DATE.
006522      MOVE WS-NOW-TIME(1:6) TO RUNSTS-SCR-TIME.
006523      MOVE WS-BOARD-COUNT TO RUNSTS-BOARDS-SCORED.
006524      WRITE RUNSTS-RECORD
006525          INVALID KEY
006526              REWRITE RUNSTS-RECORD
006527      END-WRITE.
006528      IF WS-RUNSTS-STATUS NOT = "00"
006529          DISPLAY "RUNSTAT WRITE FAILED - STATUS "
006530              WS-RUNSTS-STATUS
006531      END-IF.
006532      CLOSE RUNSTAT.
006533  3380-EXIT.
006534      EXIT.
006535
006536*----------------------------------------------------------------
006537* 3400-CLEAR-CHECKPOINT
006538* THE RUN ENDED CLEAN - EMPTY THE RESTART FILE SO A LATER
006539* RERUN OF THE SAME BATCH AND DATE PLAYS FROM DRAW ONE. A
006540* PENDING CHECKPOINT BELONGING TO ANOTHER BATCH IS LEFT
006550* ALONE SO THAT BATCH CAN STILL RESUME.
006560*----------------------------------------------------------------
006570  3400-CLEAR-CHECKPOINT.
006580      IF WS-CKPT-FOREIGN
006590          GO TO 3400-EXIT
006600      END-IF.
006610      OPEN OUTPUT CKPFILE.
006620      IF WS-CKP-STATUS = "00"
006630          CLOSE CKPFILE
006640      ELSE
006650          DISPLAY "BINGO: BNGCKPT NOT AVAILABLE - STALE "
006660              "CHECKPOINT NOT CLEARED."
006670      END-IF.
006680  3400-EXIT.
006690      EXIT.
