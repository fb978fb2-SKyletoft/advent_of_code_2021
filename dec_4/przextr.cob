000328*            JH   LOG THAT OUTGROWS ANY FIRST-500 TABLE, AND
000329*            JH   A FULL TABLE WAS FAILING CLEAN NIGHTS RC=8
000330*            JH   ONCE THE LOG PASSED 500 HEADERS.
000331* 10/15/2026 JH   WINNERS ARE NOW PRICED FROM THE PRIZE-TIER
000332*            JH   SCHEDULE (PRZSCHED, KEYED BY GAME TYPE AND
000333*            JH   RANK BAND). EACH DETAIL CARRIES THE TIER CODE
000334*            JH   AND PAYOUT AMOUNT, AND THE TRAILER HASH IS
000335*            JH   THE PAYOUT TOTAL IN DOLLARS AND CENTS. A
000336*            JH   BATCH WHOSE GAME TYPE HAS NO SCHEDULE IS
000337*            JH   HELD OUT OF THE EXTRACT (RC=8); A WINNER
000338*            JH   WHOSE RANK FALLS IN NO BAND IS NOT SENT AND
000339*            JH   IS COUNTED ON THE CONSOLE (RC=4).
000340* 10/15/2026 JH   ONLY A CARD THE SALES REGISTER SHOWS AS SOLD
000341*            JH   IS PAID - A WINNING CARD FLAGGED UNSOLD,
000342*            JH   VOIDED OR NOT ON THE REGISTER IS HELD OUT OF
000343*            JH   THE EXTRACT (RC=4). EVERY WINNER NOT SENT, AND
000344*            JH   EVERY HELD BATCH, IS LISTED ON THE NEW PRZEXCP
000345*            JH   EXCEPTIONS REPORT. EACH DETAIL NOW CARRIES THE
000346*            JH   CARD SERIAL AND SELLING OUTLET.
000347* 10/15/2026 JH   TONIGHT'S BATCHES ARE NOW LOOKED UP BY KEY ON
000348*            JH   THE RUNSTAT RUN-STATUS FILE (RUN DATE FROM ITS
000349*            JH   CONTROL RECORD) INSTEAD OF LOADING BATCHCTL
000350*            JH   INTO A TABLE. EACH BATCH'S RUNSTAT RECORD IS
000351*            JH   STAMPED EXTRACTED WITH THE WINNERS SENT, OR
000352*            JH   HELD WHEN IT HAS NO PRIZE SCHEDULE.
000353* 10/15/2026 JH   A PRIOR NIGHT'S EXTRACT CAN NOW BE REGENERATED -
000354*            JH   A RUN DATE ON THE NEW RUNPARM CARD REPLACES THE
000355*            JH   RUNSTAT CONTROL RECORD'S AND THE JOB NAMES THAT
000356*            JH   NIGHT'S BINGORES GENERATION AND A SEPARATE
000357*            JH   OUTPUT, SO TONIGHT'S PRZFILE IS NOT TOUCHED. THE
000358*            JH   RUN IS REFUSED BEFORE THE OUTPUT IS OPENED IF
000359*            JH   THE RESULTS ARE NOT THAT DATE'S.
000360*----------------------------------------------------------------
000361* RETURN CODES
000362*   00 - EXTRACT BUILT AND BALANCED
000363*   04 - EXTRACT BUILT, BUT ONE OR MORE WINNERS RANKED IN NO
000364*        PRIZE BAND, OR WERE ON A CARD NOT SOLD, AND WERE NOT
000365*        SENT
000366*   08 - RESULTS DO NOT MATCH TODAY'S ACCEPTED HEADERS, NO
000367*        RESULTS ON FILE, OR A BATCH WAS HELD FOR WANT OF A
000368*        PRIZE SCHEDULE FOR ITS GAME TYPE
000369*   16 - A FILE COULD NOT BE OPENED, OR THE RESULTS ARE NOT
000370*        FOR THE RUN DATE NAMED ON RUNPARM
000371*----------------------------------------------------------------
000380  PROGRAM-ID. PRZEXTR.
000390  AUTHOR. J HENDRICKS.
000400  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000450  INPUT-OUTPUT SECTION.
000460  FILE-CONTROL.
000470*----------------------------------------------------------------
000477* RUNSTAT - INDEXED RUN-STATUS FILE, ONE RECORD PER ACCEPTED
000484* RUN KEYED BY BATCH NUMBER AND RUN DATE. ITS CONTROL RECORD
000491* NAMES THE RUN THIS EXTRACT BELONGS TO.
000500*----------------------------------------------------------------
000506      SELECT RUNSTAT ASSIGN TO "RUNSTAT"
000512          ORGANIZATION IS INDEXED
000518          ACCESS MODE IS RANDOM
000524          RECORD KEY IS RUNSTS-KEY
000530          FILE STATUS IS WS-RUNSTS-STATUS.
000540*----------------------------------------------------------------
000550* BINGORES - PER-BOARD RESULTS WRITTEN BY THE SCORING STEP.
000560*----------------------------------------------------------------
000630      SELECT PRZFILE ASSIGN TO "PRZFILE"
000640          ORGANIZATION IS SEQUENTIAL
000650          FILE STATUS IS WS-PRZ-STATUS.
000652*----------------------------------------------------------------
000653* PRZSCHED - PRIZE-TIER SCHEDULE, KEYED BY GAME TYPE AND FIRST
000654* RANK OF THE BAND. READ SEQUENTIALLY FROM A STARTED POSITION
000655* TO LOAD ONE GAME TYPE'S BANDS.
000656*----------------------------------------------------------------
000657      SELECT SCHFILE ASSIGN TO "PRZSCHED"
000658          ORGANIZATION IS INDEXED
000659          ACCESS MODE IS DYNAMIC
000660          RECORD KEY IS PRZSCH-KEY
000661          FILE STATUS IS WS-SCH-STATUS.
000662*----------------------------------------------------------------
000663* PRZEXCP - PRINT-IMAGE EXCEPTIONS REPORT: EVERY WINNER NOT
000664* SENT AND EVERY BATCH HELD, FOR THE PRIZE DESK AND AUDIT.
000665*----------------------------------------------------------------
000666      SELECT EXCFILE ASSIGN TO "PRZEXCP"
000667          ORGANIZATION IS SEQUENTIAL
000668          FILE STATUS IS WS-EXCFILE-STATUS.
000669*----------------------------------------------------------------
000670* RUNPARM - OPTIONAL PARAMETER CARD NAMING A PRIOR NIGHT'S RUN
000671* DATE (YYYYMMDD, COLUMNS 1-8). DD DUMMY EXTRACTS TONIGHT'S RUN.
000672*----------------------------------------------------------------
000673      SELECT PRMFILE ASSIGN TO "RUNPARM"
000674          ORGANIZATION IS LINE SEQUENTIAL
000675          FILE STATUS IS WS-PRMFILE-STATUS.
000676
000677  DATA DIVISION.
000680  FILE SECTION.
000693  FD  RUNSTAT.
000706  COPY RUNSTS.
000720
000730  FD  RESFILE
000740      RECORDING MODE IS F.
000770  FD  PRZFILE
000780      RECORDING MODE IS F.
000790  01  PRZ-LINE                      PIC X(80).
000792
000794  FD  SCHFILE.
000796  COPY PRZSCH.
000797
000798  FD  PRMFILE.
000799  01  PRM-RECORD.
000800      05  PRM-RUN-DATE              PIC X(08).
000801      05  FILLER                    PIC X(72).
000802
000803  FD  EXCFILE
000804      RECORDING MODE IS F.
000805  01  EXC-LINE                      PIC X(80).
000806
000810  WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------
000830* FILE STATUS AND END-OF-FILE SWITCHES
000840*----------------------------------------------------------------
000850  77  WS-RUNSTS-STATUS             PIC X(02).
000860  77  WS-RES-STATUS                PIC X(02).
000870  77  WS-PRZ-STATUS                PIC X(02).
000875  77  WS-SCH-STATUS                PIC X(02).
000877  77  WS-EXCFILE-STATUS            PIC X(02).
000878  77  WS-PRMFILE-STATUS            PIC X(02).
000880  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000890      88  WS-AT-EOF                          VALUE "Y".
000900*----------------------------------------------------------------
000910* CONTROL TOTALS AND MATCH SWITCH
000920*----------------------------------------------------------------
000930  77  WS-DETAIL-COUNT              PIC 9(7) COMP VALUE ZERO.
000940  77  WS-HASH-TOTAL                PIC 9(11)V99 COMP VALUE ZERO.
000950  77  WS-MISMATCH-SW               PIC X(01) VALUE "N".
000960      88  WS-BATCH-MISMATCH                  VALUE "Y".
000961  77  WS-TOT-WINNERS               PIC 9(7) COMP VALUE ZERO.
000965      88  WS-GROUP-OPEN                      VALUE "Y".
000966  77  WS-FOUND-SW                  PIC X(01) VALUE "N".
000967      88  WS-MATCH-FOUND                     VALUE "Y".
000968  77  WS-HELD-SW                   PIC X(01) VALUE "N".
000969      88  WS-GROUP-HELD                      VALUE "Y".
000970  77  WS-HELD-COUNT                PIC 9(5) COMP VALUE ZERO.
000971  77  WS-NOPRIZE-COUNT             PIC 9(5) COMP VALUE ZERO.
000972  77  WS-CUR-GAME-TYPE             PIC X(01) VALUE SPACE.
000973  77  WS-TOT-PAYOUT                PIC 9(11)V99 COMP VALUE ZERO.
000974  77  WS-EDIT-AMOUNT               PIC Z(10)9.99.
000975  77  WS-SCH-EOF-SW                PIC X(01) VALUE "N".
000976      88  WS-SCH-AT-EOF                      VALUE "Y".
000977  77  WS-NOTSOLD-COUNT             PIC 9(5) COMP VALUE ZERO.
000978  77  WS-EXCEPTION-COUNT           PIC 9(5) COMP VALUE ZERO.
000979*----------------------------------------------------------------
000980* RUN DATE FROM THE RUNSTAT CONTROL RECORD (OR RUNPARM, FOR A
000981* PRIOR NIGHT), AND THE STAMP PUT ON EACH BATCH'S RUN-STATUS
000982* RECORD AS IT IS EXTRACTED. A RESULT BATCH WITH NO RUNSTAT
000983* RECORD FOR THE RUN DATE MARKS THE EXTRACT OUT OF STEP.
000985*----------------------------------------------------------------
000987  77  WS-RUN-DATE                  PIC 9(8) VALUE ZERO.
000988  77  WS-NAMED-RUN-SW              PIC X(01) VALUE "N".
000989      88  WS-NAMED-RUN                       VALUE "Y".
000990  77  WS-NOW-DATE                  PIC 9(8).
000991  77  WS-NOW-TIME                  PIC 9(8).
000993*----------------------------------------------------------------
000994* PRIZE BANDS FOR THE RUNNING GROUP'S GAME TYPE, LOADED FROM
000995* PRZSCHED AT EACH CHANGE OF BATCH. AN EMPTY TABLE HOLDS THE
000996* BATCH.
000997*----------------------------------------------------------------
000998  77  WS-SCH-COUNT                 PIC 9(3) COMP VALUE ZERO.
000999  01  WS-SCH-TABLE.
001000      05  WS-SCH-ENTRY OCCURS 50 TIMES
001001                       INDEXED BY WS-SCH-IDX.
001002          10  WS-SCH-RANK-FROM       PIC 9(5).
001003          10  WS-SCH-RANK-TO         PIC 9(5).
001004          10  WS-SCH-TIER-CODE       PIC X(2).
001005          10  WS-SCH-AMOUNT          PIC 9(7)V99.
001006*----------------------------------------------------------------
001007* PRZFILE RECORD LAYOUTS - "H" HEADER, "D" DETAIL, "T"
001008* TRAILER. THE RECEIVING SIDE BALANCES THE TRAILER COUNT
001009* AND HASH TOTAL AGAINST THE DETAILS IT RECEIVED.
001010*----------------------------------------------------------------
001020  01  WS-PRZ-HEADER.
001030      05  FILLER                    PIC X(01) VALUE "H".
001110      05  WS-PD-RANK                PIC 9(05).
001120      05  WS-PD-WIN-DRAW            PIC 9(02).
001130      05  WS-PD-SCORE               PIC 9(09).
001132      05  WS-PD-TIER-CODE           PIC X(02).
001134      05  WS-PD-PAYOUT              PIC 9(07)V99.
001138      05  WS-PD-SERIAL              PIC X(10).
001142      05  WS-PD-OUTLET              PIC X(06).
001146      05  FILLER                    PIC X(27) VALUE SPACES.
001150  01  WS-PRZ-TRAILER.
001160      05  FILLER                    PIC X(01) VALUE "T".
001170      05  WS-PT-COUNT               PIC 9(07).
001180      05  WS-PT-HASH                PIC 9(11)V99.
001190      05  FILLER                    PIC X(59) VALUE SPACES.
001191*----------------------------------------------------------------
001192* PRZEXCP REPORT LINE LAYOUTS
001193*----------------------------------------------------------------
001194  01  WS-EXC-HDR.
001195      05  FILLER                    PIC X(37) VALUE
001196              "DEC-4 PRIZE EXTRACT EXCEPTIONS  DATE ".
001197      05  WS-EH-RUN-DATE            PIC 9(08).
001198      05  FILLER                    PIC X(35) VALUE SPACES.
001199  01  WS-EXC-DETAIL.
001200      05  FILLER                    PIC X(06) VALUE "BATCH ".
001201      05  WS-XD-BATCH-NO            PIC 9(04).
001202      05  FILLER                    PIC X(07) VALUE " BOARD ".
001203      05  WS-XD-BOARD-NO            PIC ZZZZ9.
001204      05  FILLER                    PIC X(06) VALUE " RANK ".
001205      05  WS-XD-RANK                PIC ZZZZ9.
001206      05  FILLER                    PIC X(01) VALUE SPACES.
001207      05  WS-XD-OUTLET              PIC X(06).
001208      05  FILLER                    PIC X(01) VALUE SPACES.
001209      05  WS-XD-SERIAL              PIC X(10).
001210      05  FILLER                    PIC X(02) VALUE SPACES.
001211      05  WS-XD-TEXT                PIC X(27).
001212  01  WS-EXC-HELD.
001213      05  FILLER                    PIC X(06) VALUE "BATCH ".
001214      05  WS-XH-BATCH-NO            PIC 9(04).
001215      05  FILLER                    PIC X(45) VALUE
001216              "  HELD - NO PRIZE SCHEDULE FOR ITS GAME TYPE ".
001217      05  WS-XH-GAME-TYPE           PIC X(01).
001218      05  FILLER                    PIC X(24) VALUE SPACES.
001219  01  WS-EXC-TRAILER.
001220      05  FILLER                    PIC X(11) VALUE
001221              "EXCEPTIONS ".
001222      05  WS-XT-COUNT               PIC ZZZZ9.
001223      05  FILLER                    PIC X(64) VALUE SPACES.
001224  01  WS-EXC-CLEAN.
001225      05  FILLER                    PIC X(40) VALUE
001226              "NO EXCEPTIONS - EVERY WINNER WAS SENT.  ".
001227      05  FILLER                    PIC X(40) VALUE SPACES.
001228
001229  PROCEDURE DIVISION.
001230*----------------------------------------------------------------
001231* 0000-MAINLINE
001240*----------------------------------------------------------------
001250  0000-MAINLINE.
001260      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001300      PERFORM 2000-EXTRACT-ONE-RESULT THRU 2000-EXIT
001310          UNTIL WS-AT-EOF.
001320      PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT.
001325      PERFORM 3100-WRITE-EXC-TRAILER THRU 3100-EXIT.
001330      PERFORM 9000-CLOSE-FILES THRU 9000-EXIT.
001340  0000-EXIT.
001350      STOP RUN.
001360
001370*----------------------------------------------------------------
001380* 1000-INITIALIZE
001386* TAKES THE RUN DATE FROM THE RUNSTAT CONTROL RECORD (THE
001392* LAST HEADER ACCEPTED - THE RUN JUST SCORED), OPENS THE
001398* RESULTS, THE PRIZE SCHEDULE, THE EXTRACT AND THE
001406* EXCEPTIONS REPORT, AND WRITES THE REPORT HEADING. THE
001414* EXTRACT IS OPENED OUTPUT, NOT EXTEND, SO A RERUN OF THIS
001418* STEP REGENERATES THE FILE WHOLE. A RUN DATE ON RUNPARM IS
001422* TAKEN INSTEAD OF THE CONTROL RECORD'S, AND THE RESULTS ARE
001426* PROVED TO BE THAT NIGHT'S BEFORE THE EXTRACT IS OPENED.
001430*----------------------------------------------------------------
001440  1000-INITIALIZE.
001448      ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
001456      OPEN I-O RUNSTAT.
001464      IF WS-RUNSTS-STATUS NOT = "00"
001472          DISPLAY "PRZEXTR: RUNSTAT NOT AVAILABLE - RUN ENDED."
001480          MOVE 16 TO RETURN-CODE
001490          GO TO 1000-EXIT
001500      END-IF.
001508      MOVE ZEROS TO RUNSTS-KEY.
001516      READ RUNSTAT
001524          INVALID KEY
001532              MOVE ZEROS TO RUNSTS-CONTROL-RECORD
001540      END-READ.
001542      PERFORM 1200-READ-RUN-PARM THRU 1200-EXIT.
001544      IF RETURN-CODE = 16
001546          CLOSE RUNSTAT
001548          GO TO 1000-EXIT
001550      END-IF.
001552      IF RUNSTS-LAST-BATCH-NO = ZERO AND NOT WS-NAMED-RUN
001556          DISPLAY "PRZEXTR: NO ACCEPTED HEADER ON RUNSTAT - "
001570              "RUN ENDED."
001580          MOVE 16 TO RETURN-CODE
001585          CLOSE RUNSTAT
001590          GO TO 1000-EXIT
001600      END-IF.
001605      IF NOT WS-NAMED-RUN
001610          MOVE RUNSTS-LAST-RUN-DATE TO WS-RUN-DATE
001615      END-IF.
001620      OPEN INPUT RESFILE.
001630      IF WS-RES-STATUS NOT = "00"
001640          DISPLAY "PRZEXTR: BINGORES NOT AVAILABLE - RUN ENDED."
001650          MOVE 16 TO RETURN-CODE
001655          CLOSE RUNSTAT
001660          GO TO 1000-EXIT
001670      END-IF.
001671      IF WS-NAMED-RUN
001672          PERFORM 1250-CHECK-RESULTS-DATE THRU 1250-EXIT
001673          IF RETURN-CODE = 16
001674              CLOSE RUNSTAT RESFILE
001675              GO TO 1000-EXIT
001676          END-IF
001677      END-IF.
001680      OPEN OUTPUT PRZFILE.
001690      IF WS-PRZ-STATUS NOT = "00"
001700          DISPLAY "PRZEXTR: PRZFILE NOT AVAILABLE - RUN ENDED."
001710          MOVE 16 TO RETURN-CODE
001720          CLOSE RUNSTAT RESFILE
001730          GO TO 1000-EXIT
001740      END-IF.
001741      OPEN INPUT SCHFILE.
001742      IF WS-SCH-STATUS NOT = "00"
001743          DISPLAY "PRZEXTR: PRZSCHED NOT AVAILABLE - RUN ENDED."
001744          MOVE 16 TO RETURN-CODE
001745          CLOSE RUNSTAT RESFILE PRZFILE
001746          GO TO 1000-EXIT
001747      END-IF.
001750      OPEN OUTPUT EXCFILE.
001753      IF WS-EXCFILE-STATUS NOT = "00"
001756          DISPLAY "PRZEXTR: PRZEXCP NOT AVAILABLE - RUN ENDED."
001759          MOVE 16 TO RETURN-CODE
001762          CLOSE RUNSTAT RESFILE PRZFILE SCHFILE
001765          GO TO 1000-EXIT
001768      END-IF.
001771      MOVE WS-RUN-DATE TO WS-EH-RUN-DATE.
001774      WRITE EXC-LINE FROM WS-EXC-HDR.
001777  1000-EXIT.
001790      EXIT.
001793
001796*----------------------------------------------------------------
001799* 1200-READ-RUN-PARM
001802* A RUN DATE ON RUNPARM NAMES A PRIOR NIGHT WHOSE EXTRACT IS TO
001805* BE REGENERATED. WITH RUNPARM DUMMY OR EMPTY THE RUN IS
001808* TONIGHT'S.
001811*----------------------------------------------------------------
001814  1200-READ-RUN-PARM.
001817      OPEN INPUT PRMFILE.
001820      IF WS-PRMFILE-STATUS NOT = "00"
001823          GO TO 1200-EXIT
001826      END-IF.
001829      READ PRMFILE
001832          AT END
001835              CLOSE PRMFILE
001838              GO TO 1200-EXIT
001841      END-READ.
001844      CLOSE PRMFILE.
001847      IF PRM-RUN-DATE NOT NUMERIC
001850          DISPLAY "PRZEXTR: RUNPARM RUN DATE NOT NUMERIC - RUN "
001853              "ENDED."
001856          MOVE 16 TO RETURN-CODE
001859          GO TO 1200-EXIT
001862      END-IF.
001865      MOVE PRM-RUN-DATE TO WS-RUN-DATE.
001868      SET WS-NAMED-RUN TO TRUE.
001871      DISPLAY "PRZEXTR: REGENERATING RUN DATE " WS-RUN-DATE.
001874  1200-EXIT.
001877      EXIT.
001880
001883*----------------------------------------------------------------
001886* 1250-CHECK-RESULTS-DATE
001889* THE RESULTS GENERATION THE JOB SUPPLIED FOR A NAMED NIGHT
001892* MUST BE THAT NIGHT'S. ITS FIRST RECORD IS CHECKED FOR THE
001895* DATE AND THE FILE REOPENED SO THE EXTRACT READS IT FROM THE
001898* TOP.
001901*----------------------------------------------------------------
001904  1250-CHECK-RESULTS-DATE.
001907      READ RESFILE
001910          AT END
001913              MOVE ZEROS TO BNGRES-RECORD
001916      END-READ.
001919      IF BNGRES-RUN-DATE NOT = WS-RUN-DATE
001922          DISPLAY "PRZEXTR: BINGORES HOLDS NO RESULTS FOR RUN "
001925              "DATE " WS-RUN-DATE " - RUN ENDED."
001928          MOVE 16 TO RETURN-CODE
001931          GO TO 1250-EXIT
001934      END-IF.
001937      CLOSE RESFILE.
001940      OPEN INPUT RESFILE.
001943  1250-EXIT.
001946      EXIT.
001949
001977
001978*----------------------------------------------------------------
001979* 2000-EXTRACT-ONE-RESULT
001980* ONE BINGORES RECORD: WINNING BOARDS BECOME DETAIL RECORDS
001981* AND POST TO THE GROUP'S CONTROL TOTALS. A CHANGE OF BATCH
001990* NUMBER CLOSES THE RUNNING GROUP AND OPENS THE NEXT ONE; A
002000* RESULT BATCH WITH NO ACCEPTED HEADER FOR THE RUN'S DATE
002005* MARKS THE EXTRACT OUT OF STEP (STALE RESULTS) AND THE STEP
002006* ENDS RC=8. RESULTS FOR A BATCH HELD FOR WANT OF A PRIZE
002007* SCHEDULE ARE READ PAST. A WINNER ON A CARD THE SALES
002008* REGISTER DOES NOT SHOW AS SOLD IS HELD BACK AND LISTED ON
002009* THE EXCEPTIONS REPORT. EACH WINNER SENT IS PRICED FROM THE
002010* BAND ITS RANK FALLS IN.
002012*----------------------------------------------------------------
002020  2000-EXTRACT-ONE-RESULT.
002030      READ RESFILE
002110              GO TO 2000-EXIT
002115          END-IF
002120      END-IF.
002122      IF WS-GROUP-HELD
002124          GO TO 2000-EXIT
002126      END-IF.
002130      IF BNGRES-BOARD-WON AND BNGRES-DISQUALIFIED
002132          ADD 1 TO WS-DISQ-COUNT
002134          GO TO 2000-EXIT
002136      END-IF.
002164      IF NOT BNGRES-BOARD-WON
002166          GO TO 2000-EXIT
002168      END-IF.
002170      IF NOT BNGRES-CARD-SOLD
002172          ADD 1 TO WS-NOTSOLD-COUNT
002174          EVALUATE TRUE
002176              WHEN BNGRES-CARD-UNSOLD
002178                  MOVE "UNSOLD CARD - NOT SENT" TO WS-XD-TEXT
002180              WHEN BNGRES-CARD-VOIDED
002182                  MOVE "VOIDED CARD - NOT SENT" TO WS-XD-TEXT
002184              WHEN OTHER
002186                  MOVE "NOT ON SALES REGISTER" TO WS-XD-TEXT
002188          END-EVALUATE
002190          PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
002192          GO TO 2000-EXIT
002220      END-IF.
002221      PERFORM 2400-PRICE-ONE-WINNER THRU 2400-EXIT.
002222      IF NOT WS-MATCH-FOUND
002223          ADD 1 TO WS-NOPRIZE-COUNT
002224          DISPLAY "PRZEXTR: BATCH " BNGRES-BATCH-NO " BOARD "
002225              BNGRES-BOARD-NO " RANK " BNGRES-RANK
002226              " IN NO PRIZE BAND - NOT SENT."
002227          MOVE "IN NO PRIZE BAND - NOT SENT" TO WS-XD-TEXT
002228          PERFORM 2600-WRITE-EXCEPTION THRU 2600-EXIT
002229          GO TO 2000-EXIT
002230      END-IF.
002231      MOVE BNGRES-BATCH-NO TO WS-PD-BATCH-NO.
002232      MOVE BNGRES-BOARD-NO TO WS-PD-BOARD-NO.
002233      MOVE BNGRES-RANK TO WS-PD-RANK.
002234      MOVE BNGRES-WIN-DRAW TO WS-PD-WIN-DRAW.
002235      MOVE BNGRES-SCORE TO WS-PD-SCORE.
002236      MOVE WS-SCH-TIER-CODE(WS-SCH-IDX) TO WS-PD-TIER-CODE.
002237      MOVE WS-SCH-AMOUNT(WS-SCH-IDX) TO WS-PD-PAYOUT.
002238      MOVE BNGRES-CARD-SERIAL TO WS-PD-SERIAL.
002239      MOVE BNGRES-OUTLET TO WS-PD-OUTLET.
002240      WRITE PRZ-LINE FROM WS-PRZ-DETAIL.
002241      ADD 1 TO WS-DETAIL-COUNT.
002242      ADD WS-PD-PAYOUT TO WS-HASH-TOTAL.
002243  2000-EXIT.
002244      EXIT.
002245
002246*----------------------------------------------------------------
002247* 2100-START-NEW-GROUP
002248* CLOSES OUT THE RUNNING BATCH GROUP (IF ONE IS OPEN) AND
002250* OPENS THE GROUP FOR THE NEW RESULT BATCH, AFTER PROVING
002251* THE BATCH HAS AN ACCEPTED HEADER CARRYING THE RUN'S DATE
002252* AND LOADING THE PRIZE BANDS FOR ITS GAME TYPE. A BATCH
002253* WHOSE GAME TYPE HAS NO BANDS ON PRZSCHED IS HELD - NO
002254* GROUP IS WRITTEN FOR IT AND ITS RESULTS ARE READ PAST.
002255*----------------------------------------------------------------
002256  2100-START-NEW-GROUP.
002258      IF WS-GROUP-OPEN
002260          PERFORM 2200-WRITE-GROUP-TRAILER THRU 2200-EXIT
002261          MOVE "N" TO WS-GROUP-OPEN-SW
002262      END-IF.
002263      MOVE "N" TO WS-HELD-SW.
002264      PERFORM 2300-READ-RUN-STATUS THRU 2300-EXIT.
002266      IF NOT WS-MATCH-FOUND
002268          SET WS-BATCH-MISMATCH TO TRUE
002270          GO TO 2100-EXIT
002272      END-IF.
002274      MOVE BNGRES-BATCH-NO TO WS-CUR-BATCH-NO.
002275      MOVE RUNSTS-GAME-TYPE TO WS-CUR-GAME-TYPE.
002276      IF WS-CUR-GAME-TYPE NOT = "R" AND NOT = "C" AND NOT = "B"
002277          MOVE "R" TO WS-CUR-GAME-TYPE
002278      END-IF.
002279      PERFORM 2500-LOAD-PRIZE-BANDS THRU 2500-EXIT.
002280      IF WS-SCH-COUNT = ZERO
002281          SET WS-GROUP-HELD TO TRUE
002282          ADD 1 TO WS-HELD-COUNT
002283          DISPLAY "PRZEXTR: BATCH " WS-CUR-BATCH-NO " HELD - NO "
002284              "PRIZE SCHEDULE FOR GAME TYPE " WS-CUR-GAME-TYPE "."
002285          MOVE WS-CUR-BATCH-NO TO WS-XH-BATCH-NO
002286          MOVE WS-CUR-GAME-TYPE TO WS-XH-GAME-TYPE
002287          ADD 1 TO WS-EXCEPTION-COUNT
002288          WRITE EXC-LINE FROM WS-EXC-HELD
002289          PERFORM 2700-POST-RUN-STATUS THRU 2700-EXIT
002290          GO TO 2100-EXIT
002291      END-IF.
002292      MOVE BNGRES-BATCH-NO TO WS-PH-BATCH-NO.
002293      MOVE WS-RUN-DATE TO WS-PH-RUN-DATE.
002294      WRITE PRZ-LINE FROM WS-PRZ-HEADER.
002295      MOVE ZERO TO WS-DETAIL-COUNT.
002296      MOVE ZERO TO WS-HASH-TOTAL.
002297      SET WS-GROUP-OPEN TO TRUE.
002298  2100-EXIT.
002299      EXIT.
002300
002301*----------------------------------------------------------------
002302* 2200-WRITE-GROUP-TRAILER
002303*----------------------------------------------------------------
002304  2200-WRITE-GROUP-TRAILER.
002305      MOVE WS-DETAIL-COUNT TO WS-PT-COUNT.
002306      MOVE WS-HASH-TOTAL TO WS-PT-HASH.
002307      WRITE PRZ-LINE FROM WS-PRZ-TRAILER.
002308      MOVE WS-HASH-TOTAL TO WS-EDIT-AMOUNT.
002309      DISPLAY "PRZEXTR: " WS-DETAIL-COUNT " WINNERS EXTRACTED "
002310          "FOR BATCH " WS-CUR-BATCH-NO " - PAYOUT "
002311              WS-EDIT-AMOUNT.
002312      ADD WS-DETAIL-COUNT TO WS-TOT-WINNERS.
002313      ADD WS-HASH-TOTAL TO WS-TOT-PAYOUT.
002314      PERFORM 2700-POST-RUN-STATUS THRU 2700-EXIT.
002315  2200-EXIT.
002316      EXIT.
002318
002320*----------------------------------------------------------------
002322* 2300-READ-RUN-STATUS
002324* LOOKS THE RESULT'S BATCH UP ON RUNSTAT UNDER THE RUN'S DATE.
002326* A RECORD THERE MEANS HELLO ACCEPTED A HEADER FOR IT.
002330*----------------------------------------------------------------
002332  2300-READ-RUN-STATUS.
002334      MOVE "N" TO WS-FOUND-SW.
002336      MOVE BNGRES-BATCH-NO TO RUNSTS-BATCH-NO.
002338      MOVE WS-RUN-DATE TO RUNSTS-RUN-DATE.
002340      READ RUNSTAT
002342          INVALID KEY
002348              CONTINUE
002353          NOT INVALID KEY
002358              SET WS-MATCH-FOUND TO TRUE
002360      END-READ.
002362  2300-EXIT.
002364      EXIT.
002365
002366*----------------------------------------------------------------
002367* 2400-PRICE-ONE-WINNER
002368* FINDS THE PRIZE BAND THE WINNER'S RANK FALLS IN. BANDS FOR
002369* A GAME TYPE NEVER OVERLAP (PRZMAINT REFUSES THEM), SO THE
002370* FIRST BAND FOUND IS THE ONLY ONE.
002371*----------------------------------------------------------------
002372  2400-PRICE-ONE-WINNER.
002373      MOVE "N" TO WS-FOUND-SW.
002374      SET WS-SCH-IDX TO 1.
002375      SEARCH WS-SCH-ENTRY
002376          AT END
002377              CONTINUE
002378          WHEN WS-SCH-IDX > WS-SCH-COUNT
002379              CONTINUE
002380          WHEN BNGRES-RANK NOT < WS-SCH-RANK-FROM(WS-SCH-IDX)
002381           AND BNGRES-RANK NOT > WS-SCH-RANK-TO(WS-SCH-IDX)
002382              SET WS-MATCH-FOUND TO TRUE
002383      END-SEARCH.
002384  2400-EXIT.
002385      EXIT.
002386
002387*----------------------------------------------------------------
002388* 2500-LOAD-PRIZE-BANDS
002389* LOADS EVERY PRZSCHED BAND FOR THE GROUP'S GAME TYPE, IN
002390* FIRST-RANK ORDER, INTO THE BAND TABLE.
002391*----------------------------------------------------------------
002392  2500-LOAD-PRIZE-BANDS.
002393      MOVE ZERO TO WS-SCH-COUNT.
002394      MOVE "N" TO WS-SCH-EOF-SW.
002395      MOVE WS-CUR-GAME-TYPE TO PRZSCH-GAME-TYPE.
002396      MOVE ZERO TO PRZSCH-RANK-FROM.
002397      START SCHFILE KEY NOT < PRZSCH-KEY
002398          INVALID KEY
002399              SET WS-SCH-AT-EOF TO TRUE
002400      END-START.
002401      PERFORM 2510-LOAD-ONE-BAND THRU 2510-EXIT
002402          UNTIL WS-SCH-AT-EOF.
002403  2500-EXIT.
002404      EXIT.
002405
002406*----------------------------------------------------------------
002407* 2510-LOAD-ONE-BAND
002408*----------------------------------------------------------------
002409  2510-LOAD-ONE-BAND.
002410      READ SCHFILE NEXT RECORD
002411          AT END
002412              SET WS-SCH-AT-EOF TO TRUE
002413              GO TO 2510-EXIT
002414      END-READ.
002415      IF PRZSCH-GAME-TYPE NOT = WS-CUR-GAME-TYPE
002416          SET WS-SCH-AT-EOF TO TRUE
002417          GO TO 2510-EXIT
002418      END-IF.
002419      IF WS-SCH-COUNT NOT < 50
002420          DISPLAY "PRZEXTR: MORE THAN 50 PRIZE BANDS FOR GAME "
002421              "TYPE " WS-CUR-GAME-TYPE " - REST IGNORED."
002422          SET WS-SCH-AT-EOF TO TRUE
002423          GO TO 2510-EXIT
002424      END-IF.
002425      ADD 1 TO WS-SCH-COUNT.
002426      SET WS-SCH-IDX TO WS-SCH-COUNT.
002427      MOVE PRZSCH-RANK-FROM TO WS-SCH-RANK-FROM(WS-SCH-IDX).
002428      MOVE PRZSCH-RANK-TO TO WS-SCH-RANK-TO(WS-SCH-IDX).
002429      MOVE PRZSCH-TIER-CODE TO WS-SCH-TIER-CODE(WS-SCH-IDX).
002430      MOVE PRZSCH-AMOUNT TO WS-SCH-AMOUNT(WS-SCH-IDX).
002431  2510-EXIT.
002432      EXIT.
002442
002452*----------------------------------------------------------------
002462* 2600-WRITE-EXCEPTION
002472* LISTS ONE WINNER NOT SENT. THE REASON IS ALREADY IN
002482* WS-XD-TEXT; THE REST COMES FROM THE RESULT RECORD.
002492*----------------------------------------------------------------
002502  2600-WRITE-EXCEPTION.
002512      MOVE BNGRES-BATCH-NO TO WS-XD-BATCH-NO.
002522      MOVE BNGRES-BOARD-NO TO WS-XD-BOARD-NO.
002532      MOVE BNGRES-RANK TO WS-XD-RANK.
002542      MOVE BNGRES-OUTLET TO WS-XD-OUTLET.
002552      MOVE BNGRES-CARD-SERIAL TO WS-XD-SERIAL.
002562      ADD 1 TO WS-EXCEPTION-COUNT.
002572      WRITE EXC-LINE FROM WS-EXC-DETAIL.
002582  2600-EXIT.
002592      EXIT.
002593
002594*----------------------------------------------------------------
002595* 2700-POST-RUN-STATUS
002596* STAMPS THE RUNNING BATCH'S RUN-STATUS RECORD EXTRACTED WITH
002597* THE WINNERS SENT, OR HELD. THE RECORD IS READ AGAIN FIRST -
002598* BY THE TIME A GROUP CLOSES THE RECORD AREA HOLDS THE NEXT
002599* BATCH'S RECORD.
002600*----------------------------------------------------------------
002601  2700-POST-RUN-STATUS.
002602      MOVE WS-CUR-BATCH-NO TO RUNSTS-BATCH-NO.
002603      MOVE WS-RUN-DATE TO RUNSTS-RUN-DATE.
002604      READ RUNSTAT
002605          INVALID KEY
002606              GO TO 2700-EXIT
002607      END-READ.
002608      ACCEPT WS-NOW-TIME FROM TIME.
002609      IF WS-GROUP-HELD
002610          SET RUNSTS-EXTRACT-HELD TO TRUE
002611          MOVE ZERO TO RUNSTS-WINNERS-SENT
002612      ELSE
002613          SET RUNSTS-EXTRACTED TO TRUE
002614          MOVE WS-DETAIL-COUNT TO RUNSTS-WINNERS-SENT
002615      END-IF.
002616      MOVE WS-NOW-DATE TO RUNSTS-EXT-DATE.
002617      MOVE WS-NOW-TIME(1:6) TO RUNSTS-EXT-TIME.
002618      REWRITE RUNSTS-RECORD.
002619      IF WS-RUNSTS-STATUS NOT = "00"
002620          DISPLAY "PRZEXTR: RUNSTAT REWRITE FAILED FOR BATCH "
002621              WS-CUR-BATCH-NO " - STATUS " WS-RUNSTS-STATUS
002622      END-IF.
002623  2700-EXIT.
002624      EXIT.
002625
002626*----------------------------------------------------------------
002627* 3000-WRITE-TRAILER
002632* CLOSES THE LAST OPEN GROUP. AN EXTRACT WITH NO GROUP AT
002642* ALL MEANS THE RESULTS FILE WAS EMPTY OR OUT OF STEP, AND
002652* NOTHING IS SENT. A HELD BATCH ENDS THE STEP RC=8 SO THE
002662* DESK SETS UP ITS SCHEDULE BEFORE THE FILE GOES OUT; A
002672* WINNER IN NO BAND ENDS IT RC=4.
002682*----------------------------------------------------------------
002692  3000-WRITE-TRAILER.
002702      IF WS-BATCH-MISMATCH
002712          DISPLAY "PRZEXTR: BINGORES BATCH DOES NOT MATCH AN "
002722              "ACCEPTED HEADER FOR THE RUN - EXTRACT NOT SENT."
002732          MOVE 8 TO RETURN-CODE
002742          GO TO 3000-EXIT
002752      END-IF.
002762      IF NOT WS-GROUP-OPEN AND WS-HELD-COUNT = ZERO
002772          DISPLAY "PRZEXTR: NO RESULTS ON BINGORES - "
002782              "EXTRACT NOT SENT."
002792          MOVE 8 TO RETURN-CODE
002802          GO TO 3000-EXIT
002812      END-IF.
002822      IF WS-GROUP-OPEN
002832          PERFORM 2200-WRITE-GROUP-TRAILER THRU 2200-EXIT
002842      END-IF.
002852      MOVE WS-TOT-PAYOUT TO WS-EDIT-AMOUNT.
002862      DISPLAY "PRZEXTR: " WS-TOT-WINNERS " WINNERS EXTRACTED "
002872          "IN ALL - PAYOUT " WS-EDIT-AMOUNT.
002882      IF WS-DISQ-COUNT > ZERO
002892          DISPLAY "PRZEXTR: " WS-DISQ-COUNT " DISQUALIFIED "
002902              "WINNERS DROPPED FROM THE EXTRACT."
002912      END-IF.
002922      IF WS-NOPRIZE-COUNT > ZERO
002932          DISPLAY "PRZEXTR: " WS-NOPRIZE-COUNT " WINNERS RANKED "
002942              "IN NO PRIZE BAND - NOT SENT."
002952          MOVE 4 TO RETURN-CODE
002962      END-IF.
002972      IF WS-NOTSOLD-COUNT > ZERO
002982          DISPLAY "PRZEXTR: " WS-NOTSOLD-COUNT " WINNERS ON "
002992              "CARDS NOT SOLD - HELD, SEE PRZEXCP."
003002          MOVE 4 TO RETURN-CODE
003012      END-IF.
003022      IF WS-HELD-COUNT > ZERO
003032          DISPLAY "PRZEXTR: " WS-HELD-COUNT " BATCHES HELD FOR "
003042              "WANT OF A PRIZE SCHEDULE - NOT SENT."
003052          MOVE 8 TO RETURN-CODE
003062      END-IF.
003072  3000-EXIT.
003082      EXIT.
003092
003102*----------------------------------------------------------------
003112* 3100-WRITE-EXC-TRAILER
003122* CLOSES THE EXCEPTIONS REPORT WITH ITS COUNT, OR A CLEAN LINE
003132* WHEN NOTHING WAS HELD BACK.
003142*----------------------------------------------------------------
003152  3100-WRITE-EXC-TRAILER.
003162      IF WS-EXCEPTION-COUNT = ZERO
003172          WRITE EXC-LINE FROM WS-EXC-CLEAN
003182      ELSE
003192          MOVE WS-EXCEPTION-COUNT TO WS-XT-COUNT
003202          WRITE EXC-LINE FROM WS-EXC-TRAILER
003212      END-IF.
003222  3100-EXIT.
003232      EXIT.
003242
003252*----------------------------------------------------------------
003262* 9000-CLOSE-FILES
003272*----------------------------------------------------------------
003282  9000-CLOSE-FILES.
003292      CLOSE RUNSTAT RESFILE PRZFILE SCHFILE EXCFILE.
003302  9000-EXIT.
003312      EXIT.
