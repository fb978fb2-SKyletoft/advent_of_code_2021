000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : CHGRPT
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - DAILY MASTER-FILE CHANGE
000230*            JH   REPORT. READS THE CHGJNL CHANGE JOURNAL
000240*            JH   WRITTEN BY BATMAINT AND OPRMAINT AND LISTS
000250*            JH   EVERY ADD, CHANGE, CLOSE, SUSPEND AND
000260*            JH   REACTIVATE MADE ON THE DATE NAMED ON CHGPARM,
000270*            JH   WITH WHO MADE IT, ANY SUPERVISOR OVERRIDE AND
000280*            JH   THE RECORD BEFORE AND AFTER.
000282* 10/15/2026 JH   A RECURRING REGISTRATION'S IMAGE IS FOLLOWED BY
000284*            JH   A LINE GIVING ITS RECURRENCE, AND THE LEGEND
000286*            JH   NOTES THAT SIGNED ON 0000 IS THE ROLLFWD JOB.
000290*----------------------------------------------------------------
000300* RETURN CODES
000310*   00 - REPORT PRINTED
000320*   16 - A FILE COULD NOT BE OPENED
000330*----------------------------------------------------------------
000340  PROGRAM-ID. CHGRPT.
000350  AUTHOR. J HENDRICKS.
000360  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000370  DATE-WRITTEN. 10/15/2026.
000380  DATE-COMPILED.
000390
000400  ENVIRONMENT DIVISION.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430*----------------------------------------------------------------
000440* CHGJNL - MASTER-FILE CHANGE JOURNAL, READ WHOLE IN THE ORDER
000450* THE CHANGES WERE MADE.
000460*----------------------------------------------------------------
000470      SELECT JNLFILE ASSIGN TO "CHGJNL"
000480          ORGANIZATION IS SEQUENTIAL
000490          FILE STATUS IS WS-JNL-STATUS.
000500*----------------------------------------------------------------
000510* CHGPARM - REPORT DATE, YYYYMMDD IN COLUMNS 1-8. EMPTY (DD
000520* DUMMY) OR NON-NUMERIC REPORTS TODAY.
000530*----------------------------------------------------------------
000540      SELECT PRMFILE ASSIGN TO "CHGPARM"
000550          ORGANIZATION IS LINE SEQUENTIAL
000560          FILE STATUS IS WS-PRMFILE-STATUS.
000570*----------------------------------------------------------------
000580* CHGLIST - PRINT-IMAGE DAILY CHANGE REPORT.
000590*----------------------------------------------------------------
000600      SELECT RPTFILE ASSIGN TO "CHGLIST"
000610          ORGANIZATION IS SEQUENTIAL
000620          FILE STATUS IS WS-RPTFILE-STATUS.
000630
000640  DATA DIVISION.
000650  FILE SECTION.
000660  FD  JNLFILE
000670      RECORDING MODE IS F.
000680  COPY CHGJNL.
000690
000700  FD  PRMFILE.
000710  01  PRM-RECORD.
000720      05  PRM-DATE                  PIC X(08).
000730      05  FILLER                    PIC X(72).
000740
000750  FD  RPTFILE
000760      RECORDING MODE IS F.
000770  01  RPT-LINE                      PIC X(80).
000780
000790  WORKING-STORAGE SECTION.
000800*----------------------------------------------------------------
000810* FILE STATUS AND END-OF-FILE SWITCH
000820*----------------------------------------------------------------
000830  77  WS-JNL-STATUS                PIC X(02).
000840  77  WS-PRMFILE-STATUS            PIC X(02).
000850  77  WS-RPTFILE-STATUS            PIC X(02).
000860  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000870      88  WS-AT-EOF                          VALUE "Y".
000880*----------------------------------------------------------------
000890* REPORT DATE AND RUN TOTALS
000900*----------------------------------------------------------------
000910  77  WS-RPT-DATE                  PIC 9(8) VALUE ZERO.
000920  77  WS-JNL-READ                  PIC 9(7) COMP VALUE ZERO.
000930  77  WS-ENTRY-COUNT               PIC 9(5) COMP VALUE ZERO.
000940  77  WS-OVERRIDE-COUNT            PIC 9(5) COMP VALUE ZERO.
000950*----------------------------------------------------------------
000960* CHGLIST REPORT LINE LAYOUTS
000970*----------------------------------------------------------------
000980  01  WS-RPT-HDR.
000990      05  FILLER                    PIC X(35) VALUE
001000              "DEC-4 MASTER-FILE CHANGE REPORT FOR".
001010      05  FILLER                    PIC X(01) VALUE SPACES.
001020      05  WS-RH-DATE                PIC 9(08).
001030      05  FILLER                    PIC X(36) VALUE SPACES.
001040  01  WS-RPT-LEGEND-1.
001050      05  FILLER                    PIC X(40) VALUE
001060              "BATCHMST IMAGE: DESCRIPTION, SCHEDULED R".
001070      05  FILLER                    PIC X(40) VALUE
001080              "UN DATE, EXPECTED CARDS, STATUS, GAME   ".
001090  01  WS-RPT-LEGEND-2.
001100      05  FILLER                    PIC X(40) VALUE
001110              "OPERMST IMAGE : NAME, SHIFT, STATUS, SUP".
001120      05  FILLER                    PIC X(40) VALUE
001130              "ERVISOR FLAG                            ".
001131  01  WS-RPT-LEGEND-3.
001132      05  FILLER                    PIC X(40) VALUE
001133              "RECURRENCE    : W/D, DAY 1-7, EVERY N DA".
001134      05  FILLER                    PIC X(40) VALUE
001135              "YS, UNTIL, BASE DATE, FROM, E=ENDED     ".
001136  01  WS-RPT-LEGEND-4.
001137      05  FILLER                    PIC X(40) VALUE
001138              "SIGNED ON 0000: REGISTERED OR ENDED BY T".
001139      05  FILLER                    PIC X(40) VALUE
001140              "HE NIGHTLY ROLLFWD JOB                  ".
001141  01  WS-RPT-BLANK                  PIC X(80) VALUE SPACES.
001150  01  WS-RPT-ENTRY-LINE.
001160      05  FILLER                    PIC X(02) VALUE SPACES.
001170      05  WS-RE-TIME                PIC 9(06).
001180      05  FILLER                    PIC X(01) VALUE SPACES.
001190      05  WS-RE-MASTER              PIC X(08).
001200      05  FILLER                    PIC X(01) VALUE SPACES.
001210      05  WS-RE-ACTION              PIC X(10).
001220      05  FILLER                    PIC X(05) VALUE " KEY ".
001230      05  WS-RE-KEY                 PIC 9(04).
001240      05  FILLER                    PIC X(11) VALUE
001250              " SIGNED ON ".
001260      05  WS-RE-OPER                PIC 9(04).
001270      05  WS-RE-OVR-TEXT            PIC X(10).
001280      05  WS-RE-OVR-ID              PIC X(04).
001290      05  FILLER                    PIC X(14) VALUE SPACES.
001300  01  WS-RPT-BAT-IMAGE.
001310      05  FILLER                    PIC X(06) VALUE SPACES.
001320      05  WS-RB-TAG                 PIC X(07).
001330      05  WS-RB-DESC                PIC X(30).
001340      05  FILLER                    PIC X(01) VALUE SPACES.
001350      05  WS-RB-SCHED-DATE          PIC X(08).
001360      05  FILLER                    PIC X(01) VALUE SPACES.
001370      05  WS-RB-EXP-CARDS           PIC X(05).
001380      05  FILLER                    PIC X(06) VALUE "  ST: ".
001390      05  WS-RB-STATUS              PIC X(01).
001400      05  FILLER                    PIC X(08) VALUE "  GAME: ".
001410      05  WS-RB-GAME-TYPE           PIC X(01).
001420      05  FILLER                    PIC X(06) VALUE SPACES.
001421  01  WS-RPT-REC-IMAGE.
001422      05  FILLER                    PIC X(13) VALUE SPACES.
001423      05  FILLER                    PIC X(06) VALUE "RECUR ".
001424      05  WS-RR-TYPE                PIC X(01).
001425      05  FILLER                    PIC X(05) VALUE " DAY ".
001426      05  WS-RR-WEEKDAY             PIC X(01).
001427      05  FILLER                    PIC X(07) VALUE " EVERY ".
001428      05  WS-RR-INTERVAL            PIC X(03).
001429      05  FILLER                    PIC X(07) VALUE " UNTIL ".
001430      05  WS-RR-END-DATE            PIC X(08).
001431      05  FILLER                    PIC X(06) VALUE " BASE ".
001432      05  WS-RR-BASE-DATE           PIC X(08).
001433      05  FILLER                    PIC X(06) VALUE " FROM ".
001434      05  WS-RR-FROM                PIC X(04).
001435      05  FILLER                    PIC X(01) VALUE SPACES.
001436      05  WS-RR-ENDED               PIC X(01).
001437      05  FILLER                    PIC X(03) VALUE SPACES.
001438  01  WS-RPT-OPR-IMAGE.
001440      05  FILLER                    PIC X(06) VALUE SPACES.
001450      05  WS-RO-TAG                 PIC X(07).
001460      05  WS-RO-NAME                PIC X(25).
001470      05  FILLER                    PIC X(09) VALUE "  SHIFT: ".
001480      05  WS-RO-SHIFT               PIC X(01).
001490      05  FILLER                    PIC X(06) VALUE "  ST: ".
001500      05  WS-RO-STATUS              PIC X(01).
001510      05  FILLER                    PIC X(08) VALUE "  SUPV: ".
001520      05  WS-RO-SUPERVISOR          PIC X(01).
001530      05  FILLER                    PIC X(16) VALUE SPACES.
001540  01  WS-RPT-NEW-LINE.
001550      05  FILLER                    PIC X(06) VALUE SPACES.
001560      05  FILLER                    PIC X(07) VALUE "BEFORE ".
001570      05  FILLER                    PIC X(19) VALUE
001580              "(NONE - NEW RECORD)".
001590      05  FILLER                    PIC X(48) VALUE SPACES.
001600  01  WS-RPT-NONE-LINE.
001610      05  FILLER                    PIC X(33) VALUE
001620              "NO MASTER-FILE CHANGES ON THE DAY".
001630      05  FILLER                    PIC X(47) VALUE SPACES.
001640  01  WS-RPT-TRAILER.
001650      05  FILLER                    PIC X(16) VALUE
001660              "JOURNAL RECORDS ".
001670      05  WS-RX-READ                PIC ZZZZZZ9.
001680      05  FILLER                    PIC X(13) VALUE
001690              "  ON THE DAY ".
001700      05  WS-RX-ENTRIES             PIC ZZZZ9.
001710      05  FILLER                    PIC X(23) VALUE
001720              "  SUPERVISOR OVERRIDES ".
001730      05  WS-RX-OVERRIDES           PIC ZZZZ9.
001740      05  FILLER                    PIC X(11) VALUE SPACES.
001750
001760  PROCEDURE DIVISION.
001770*----------------------------------------------------------------
001780* 0000-MAINLINE
001790*----------------------------------------------------------------
001800  0000-MAINLINE.
001810      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001820      IF RETURN-CODE = 16
001830          GO TO 0000-EXIT
001840      END-IF.
001850      PERFORM 2000-LIST-ONE-ENTRY THRU 2000-EXIT
001860          UNTIL WS-AT-EOF.
001870      PERFORM 6000-WRITE-TRAILER THRU 6000-EXIT.
001880  0000-EXIT.
001890      PERFORM 9999-TERMINATE THRU 9999-EXIT.
001900      STOP RUN.
001910
001920*----------------------------------------------------------------
001930* 1000-INITIALIZE
001940* TAKES THE REPORT DATE FROM CHGPARM, OPENS THE JOURNAL AND THE
001950* REPORT, AND PRINTS THE HEADING AND THE IMAGE LEGEND.
001960*----------------------------------------------------------------
001970  1000-INITIALIZE.
001980      PERFORM 1100-READ-DATE THRU 1100-EXIT.
001990      OPEN INPUT JNLFILE.
002000      IF WS-JNL-STATUS NOT = "00"
002010          DISPLAY "CHGRPT: CHGJNL NOT AVAILABLE - RUN ENDED."
002020          MOVE 16 TO RETURN-CODE
002030          GO TO 1000-EXIT
002040      END-IF.
002050      OPEN OUTPUT RPTFILE.
002060      IF WS-RPTFILE-STATUS NOT = "00"
002070          DISPLAY "CHGRPT: CHGLIST NOT AVAILABLE - RUN ENDED."
002080          MOVE 16 TO RETURN-CODE
002090          CLOSE JNLFILE
002100          GO TO 1000-EXIT
002110      END-IF.
002120      MOVE WS-RPT-DATE TO WS-RH-DATE.
002130      WRITE RPT-LINE FROM WS-RPT-HDR.
002140      WRITE RPT-LINE FROM WS-RPT-LEGEND-1.
002150      WRITE RPT-LINE FROM WS-RPT-LEGEND-2.
002153      WRITE RPT-LINE FROM WS-RPT-LEGEND-3.
002156      WRITE RPT-LINE FROM WS-RPT-LEGEND-4.
002160  1000-EXIT.
002170      EXIT.
002180
002190*----------------------------------------------------------------
002200* 1100-READ-DATE
002210* A MISSING, EMPTY OR NON-NUMERIC PARAMETER REPORTS TODAY.
002220*----------------------------------------------------------------
002230  1100-READ-DATE.
002240      ACCEPT WS-RPT-DATE FROM DATE YYYYMMDD.
002250      OPEN INPUT PRMFILE.
002260      IF WS-PRMFILE-STATUS NOT = "00"
002270          DISPLAY "CHGRPT: NO CHGPARM DATE - TODAY IS REPORTED."
002280          GO TO 1100-EXIT
002290      END-IF.
002300      READ PRMFILE
002310          AT END
002320              DISPLAY "CHGRPT: NO CHGPARM DATE - TODAY IS "
002330                  "REPORTED."
002340              CLOSE PRMFILE
002350              GO TO 1100-EXIT
002360      END-READ.
002370      IF PRM-DATE NUMERIC
002380          MOVE PRM-DATE TO WS-RPT-DATE
002390      ELSE
002400          DISPLAY "CHGRPT: CHGPARM DATE NOT NUMERIC - TODAY IS "
002410              "REPORTED."
002420      END-IF.
002430      CLOSE PRMFILE.
002440  1100-EXIT.
002450      EXIT.
002460
002470*----------------------------------------------------------------
002480* 2000-LIST-ONE-ENTRY
002490* PRINTS ONE JOURNAL RECORD MADE ON THE REPORT DATE: WHAT WAS
002500* DONE TO WHICH RECORD AND BY WHOM, THEN THE RECORD BEFORE AND
002510* AFTER. RECORDS MADE ON ANY OTHER DATE ARE PASSED OVER.
002520*----------------------------------------------------------------
002530  2000-LIST-ONE-ENTRY.
002540      READ JNLFILE
002550          AT END
002560              SET WS-AT-EOF TO TRUE
002570              GO TO 2000-EXIT
002580      END-READ.
002590      ADD 1 TO WS-JNL-READ.
002600      IF CHGJNL-DATE NOT = WS-RPT-DATE
002610          GO TO 2000-EXIT
002620      END-IF.
002630      ADD 1 TO WS-ENTRY-COUNT.
002640      MOVE CHGJNL-TIME TO WS-RE-TIME.
002650      MOVE CHGJNL-KEY TO WS-RE-KEY.
002660      MOVE CHGJNL-OPERATOR-ID TO WS-RE-OPER.
002670      IF CHGJNL-BATCHMST
002680          MOVE "BATCHMST" TO WS-RE-MASTER
002690      ELSE
002700          MOVE "OPERMST " TO WS-RE-MASTER
002710      END-IF.
002720      EVALUATE TRUE
002730          WHEN CHGJNL-ADD
002740              MOVE "ADD" TO WS-RE-ACTION
002750          WHEN CHGJNL-CHANGE
002760              MOVE "CHANGE" TO WS-RE-ACTION
002770          WHEN CHGJNL-CLOSE AND CHGJNL-BATCHMST
002780              MOVE "CLOSE" TO WS-RE-ACTION
002790          WHEN CHGJNL-CLOSE
002800              MOVE "SUSPEND" TO WS-RE-ACTION
002810          WHEN CHGJNL-REACTIVATE
002820              MOVE "REACTIVATE" TO WS-RE-ACTION
002830          WHEN OTHER
002840              MOVE CHGJNL-ACTION TO WS-RE-ACTION
002850      END-EVALUATE.
002860      IF CHGJNL-OVERRIDE-ID = ZERO
002870          MOVE SPACES TO WS-RE-OVR-TEXT
002880          MOVE SPACES TO WS-RE-OVR-ID
002890      ELSE
002900          MOVE " OVERRIDE " TO WS-RE-OVR-TEXT
002910          MOVE CHGJNL-OVERRIDE-ID TO WS-RE-OVR-ID
002920          ADD 1 TO WS-OVERRIDE-COUNT
002930      END-IF.
002940      WRITE RPT-LINE FROM WS-RPT-BLANK.
002950      WRITE RPT-LINE FROM WS-RPT-ENTRY-LINE.
002960      IF CHGJNL-BATCHMST
002970          PERFORM 2100-WRITE-BATCH-IMAGES THRU 2100-EXIT
002980      ELSE
002990          PERFORM 2200-WRITE-OPER-IMAGES THRU 2200-EXIT
003000      END-IF.
003010  2000-EXIT.
003020      EXIT.
003030
003040*----------------------------------------------------------------
003050* 2100-WRITE-BATCH-IMAGES
003060*----------------------------------------------------------------
003070  2100-WRITE-BATCH-IMAGES.
003080      IF CHGJNL-ADD
003090          WRITE RPT-LINE FROM WS-RPT-NEW-LINE
003100      ELSE
003110          MOVE "BEFORE " TO WS-RB-TAG
003120          MOVE CHGJNL-BB-DESC TO WS-RB-DESC
003130          MOVE CHGJNL-BB-SCHED-DATE TO WS-RB-SCHED-DATE
003140          MOVE CHGJNL-BB-EXP-CARDS TO WS-RB-EXP-CARDS
003150          MOVE CHGJNL-BB-STATUS TO WS-RB-STATUS
003160          MOVE CHGJNL-BB-GAME-TYPE TO WS-RB-GAME-TYPE
003170          WRITE RPT-LINE FROM WS-RPT-BAT-IMAGE
003171          IF CHGJNL-BB-RECUR-TYPE NOT = SPACE
003172              MOVE CHGJNL-BB-RECUR-TYPE TO WS-RR-TYPE
003173              MOVE CHGJNL-BB-WEEKDAY TO WS-RR-WEEKDAY
003174              MOVE CHGJNL-BB-INTERVAL TO WS-RR-INTERVAL
003175              MOVE CHGJNL-BB-END-DATE TO WS-RR-END-DATE
003176              MOVE CHGJNL-BB-BASE-DATE TO WS-RR-BASE-DATE
003177              MOVE CHGJNL-BB-FROM-BATCH TO WS-RR-FROM
003178              MOVE CHGJNL-BB-ENDED-SW TO WS-RR-ENDED
003179              WRITE RPT-LINE FROM WS-RPT-REC-IMAGE
003180          END-IF
003181      END-IF.
003190      MOVE "AFTER  " TO WS-RB-TAG.
003200      MOVE CHGJNL-AB-DESC TO WS-RB-DESC.
003210      MOVE CHGJNL-AB-SCHED-DATE TO WS-RB-SCHED-DATE.
003220      MOVE CHGJNL-AB-EXP-CARDS TO WS-RB-EXP-CARDS.
003230      MOVE CHGJNL-AB-STATUS TO WS-RB-STATUS.
003240      MOVE CHGJNL-AB-GAME-TYPE TO WS-RB-GAME-TYPE.
003250      WRITE RPT-LINE FROM WS-RPT-BAT-IMAGE.
003251      IF CHGJNL-AB-RECUR-TYPE NOT = SPACE
003252          MOVE CHGJNL-AB-RECUR-TYPE TO WS-RR-TYPE
003253          MOVE CHGJNL-AB-WEEKDAY TO WS-RR-WEEKDAY
003254          MOVE CHGJNL-AB-INTERVAL TO WS-RR-INTERVAL
003255          MOVE CHGJNL-AB-END-DATE TO WS-RR-END-DATE
003256          MOVE CHGJNL-AB-BASE-DATE TO WS-RR-BASE-DATE
003257          MOVE CHGJNL-AB-FROM-BATCH TO WS-RR-FROM
003258          MOVE CHGJNL-AB-ENDED-SW TO WS-RR-ENDED
003259          WRITE RPT-LINE FROM WS-RPT-REC-IMAGE
003260      END-IF.
003261  2100-EXIT.
003270      EXIT.
003280
003290*----------------------------------------------------------------
003300* 2200-WRITE-OPER-IMAGES
003310*----------------------------------------------------------------
003320  2200-WRITE-OPER-IMAGES.
003330      IF CHGJNL-ADD
003340          WRITE RPT-LINE FROM WS-RPT-NEW-LINE
003350      ELSE
003360          MOVE "BEFORE " TO WS-RO-TAG
003370          MOVE CHGJNL-BO-NAME TO WS-RO-NAME
003380          MOVE CHGJNL-BO-SHIFT TO WS-RO-SHIFT
003390          MOVE CHGJNL-BO-STATUS TO WS-RO-STATUS
003400          MOVE CHGJNL-BO-SUPERVISOR TO WS-RO-SUPERVISOR
003410          WRITE RPT-LINE FROM WS-RPT-OPR-IMAGE
003420      END-IF.
003430      MOVE "AFTER  " TO WS-RO-TAG.
003440      MOVE CHGJNL-AO-NAME TO WS-RO-NAME.
003450      MOVE CHGJNL-AO-SHIFT TO WS-RO-SHIFT.
003460      MOVE CHGJNL-AO-STATUS TO WS-RO-STATUS.
003470      MOVE CHGJNL-AO-SUPERVISOR TO WS-RO-SUPERVISOR.
003480      WRITE RPT-LINE FROM WS-RPT-OPR-IMAGE.
003490  2200-EXIT.
003500      EXIT.
003510
003520*----------------------------------------------------------------
003530* 6000-WRITE-TRAILER
003540*----------------------------------------------------------------
003550  6000-WRITE-TRAILER.
003560      WRITE RPT-LINE FROM WS-RPT-BLANK.
003570      IF WS-ENTRY-COUNT = ZERO
003580          WRITE RPT-LINE FROM WS-RPT-NONE-LINE
003590      END-IF.
003600      MOVE WS-JNL-READ TO WS-RX-READ.
003610      MOVE WS-ENTRY-COUNT TO WS-RX-ENTRIES.
003620      MOVE WS-OVERRIDE-COUNT TO WS-RX-OVERRIDES.
003630      WRITE RPT-LINE FROM WS-RPT-TRAILER.
003640  6000-EXIT.
003650      EXIT.
003660
003670*----------------------------------------------------------------
003680* 9999-TERMINATE
003690*----------------------------------------------------------------
003700  9999-TERMINATE.
003710      IF RETURN-CODE = 16
003720          GO TO 9999-EXIT
003730      END-IF.
003740      CLOSE JNLFILE.
003750      CLOSE RPTFILE.
003760  9999-EXIT.
003770      EXIT.
