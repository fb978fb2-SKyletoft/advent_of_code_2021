000100  IDENTIFICATION DIVISION.
000110*----------------------------------------------------------------
000120* PROGRAM      : FPRPURGE
000130* AUTHOR       : J HENDRICKS
000140* INSTALLATION : DEC-4 BATCH CONTROL GROUP
000150* DATE-WRITTEN : 10/15/2026
000160* DATE-COMPILED:
000170*----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*----------------------------------------------------------------
000200* DATE       INIT DESCRIPTION
000210* ---------- ---- -------------------------------------------
000220* 10/15/2026 JH   INITIAL VERSION - MONTHLY AGEING OF THE CARD-
000230*            JH   FINGERPRINT REGISTER. EVERY CARD NOT SEEN
000240*            JH   SINCE THE CUTOFF DATE (A YEAR BACK UNLESS
000250*            JH   FPRPARM NAMES ONE) IS DELETED FROM CARDFPR, AND
000260*            JH   THE CARDS READ, PURGED AND KEPT ARE PRINTED ON
000270*            JH   FPRRPT.
000280*----------------------------------------------------------------
000290* RETURN CODES
000300*   00 - PURGE COMPLETE
000310*   04 - ONE OR MORE CARDS COULD NOT BE DELETED
000320*   16 - A FILE COULD NOT BE OPENED
000330*----------------------------------------------------------------
000340  PROGRAM-ID. FPRPURGE.
000350  AUTHOR. J HENDRICKS.
000360  INSTALLATION. DEC-4 BATCH CONTROL GROUP.
000370  DATE-WRITTEN. 10/15/2026.
000380  DATE-COMPILED.
000390
000400  ENVIRONMENT DIVISION.
000410  INPUT-OUTPUT SECTION.
000420  FILE-CONTROL.
000430*----------------------------------------------------------------
000440* CARDFPR - THE CARD-FINGERPRINT REGISTER KEPT BY BNGEDIT. READ
000450* FRONT TO BACK, DELETING AS IT GOES.
000460*----------------------------------------------------------------
000470      SELECT CARDFPR ASSIGN TO "CARDFPR"
000480          ORGANIZATION IS INDEXED
000490          ACCESS MODE IS DYNAMIC
000500          RECORD KEY IS CRDFPR-KEY
000510          FILE STATUS IS WS-CRDFPR-STATUS.
000520*----------------------------------------------------------------
000530* FPRPARM - CUTOFF DATE, YYYYMMDD IN COLUMNS 1-8. A CARD LAST
000540* SEEN BEFORE IT IS PURGED. EMPTY (DD DUMMY) OR NON-NUMERIC
000550* CUTS OFF ONE YEAR BACK FROM TODAY.
000560*----------------------------------------------------------------
000570      SELECT PRMFILE ASSIGN TO "FPRPARM"
000580          ORGANIZATION IS LINE SEQUENTIAL
000590          FILE STATUS IS WS-PRMFILE-STATUS.
000600*----------------------------------------------------------------
000610* FPRRPT - PRINT-IMAGE PURGE REPORT.
000620*----------------------------------------------------------------
000630      SELECT RPTFILE ASSIGN TO "FPRRPT"
000640          ORGANIZATION IS SEQUENTIAL
000650          FILE STATUS IS WS-RPTFILE-STATUS.
000660
000670  DATA DIVISION.
000680  FILE SECTION.
000690  FD  CARDFPR.
000700  COPY CRDFPR.
000710
000720  FD  PRMFILE.
000730  01  PRM-RECORD.
000740      05  PRM-DATE                  PIC X(08).
000750      05  FILLER                    PIC X(72).
000760
000770  FD  RPTFILE
000780      RECORDING MODE IS F.
000790  01  RPT-LINE                      PIC X(80).
000800
000810  WORKING-STORAGE SECTION.
000820*----------------------------------------------------------------
000830* FILE STATUS AND SWITCHES
000840*----------------------------------------------------------------
000850  77  WS-CRDFPR-STATUS             PIC X(02).
000860  77  WS-PRMFILE-STATUS            PIC X(02).
000870  77  WS-RPTFILE-STATUS            PIC X(02).
000880  77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
000890      88  WS-AT-EOF                          VALUE "Y".
000900*----------------------------------------------------------------
000910* CUTOFF DATE AND RUN TOTALS. THE DEFAULT CUTOFF IS TODAY'S
000920* DATE A YEAR EARLIER; 29 FEBRUARY FALLS BACK TO THE 28TH.
000930*----------------------------------------------------------------
000940  01  WS-CUTOFF-DATE               PIC 9(8) VALUE ZERO.
000950  01  WS-CUTOFF-DATE-R REDEFINES WS-CUTOFF-DATE.
000960      05  WS-CO-YEAR               PIC 9(4).
000970      05  WS-CO-MONTH              PIC 9(2).
000980      05  WS-CO-DAY                PIC 9(2).
000990  77  WS-READ-COUNT                PIC 9(7) COMP VALUE ZERO.
001000  77  WS-PURGED-COUNT              PIC 9(7) COMP VALUE ZERO.
001010  77  WS-KEPT-COUNT                PIC 9(7) COMP VALUE ZERO.
001020  77  WS-FAILED-COUNT              PIC 9(7) COMP VALUE ZERO.
001030*----------------------------------------------------------------
001040* FPRRPT REPORT LINE LAYOUTS
001050*----------------------------------------------------------------
001060  01  WS-RPT-HDR.
001070      05  FILLER                    PIC X(40) VALUE
001080              "DEC-4 CARD-FINGERPRINT REGISTER PURGE  C".
001090      05  FILLER                    PIC X(18) VALUE
001100              "ARDS LAST SEEN BEF".
001110      05  FILLER                    PIC X(05) VALUE "ORE ".
001120      05  WS-RH-DATE                PIC 9(08).
001130      05  FILLER                    PIC X(09) VALUE SPACES.
001140  01  WS-RPT-BLANK                  PIC X(80) VALUE SPACES.
001150  01  WS-RPT-FAIL-LINE.
001160      05  FILLER                    PIC X(33) VALUE
001170              "DELETE FAILED - FIRST SEEN BATCH ".
001180      05  WS-RF-BATCH-NO            PIC 9(04).
001190      05  FILLER                    PIC X(07) VALUE " BOARD ".
001200      05  WS-RF-BOARD-NO            PIC ZZZZ9.
001210      05  FILLER                    PIC X(10) VALUE " RUN DATE ".
001220      05  WS-RF-DATE                PIC 9(08).
001230      05  FILLER                    PIC X(13) VALUE SPACES.
001240  01  WS-RPT-TRAILER.
001250      05  FILLER                    PIC X(11) VALUE "CARDS READ ".
001260      05  WS-RX-READ                PIC Z,ZZZ,ZZ9.
001270      05  FILLER                    PIC X(10) VALUE "  PURGED ".
001280      05  WS-RX-PURGED              PIC Z,ZZZ,ZZ9.
001290      05  FILLER                    PIC X(08) VALUE "  KEPT ".
001300      05  WS-RX-KEPT                PIC Z,ZZZ,ZZ9.
001310      05  FILLER                    PIC X(13) VALUE
001320              "  NOT PURGED ".
001330      05  WS-RX-FAILED              PIC Z,ZZZ,ZZ9.
001340      05  FILLER                    PIC X(02) VALUE SPACES.
001350
001360  PROCEDURE DIVISION.
001370*----------------------------------------------------------------
001380* 0000-MAINLINE
001390*----------------------------------------------------------------
001400  0000-MAINLINE.
001410      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001420      IF RETURN-CODE = 16
001430          GO TO 0000-EXIT
001440      END-IF.
001450      PERFORM 2000-AGE-ONE-CARD THRU 2000-EXIT
001460          UNTIL WS-AT-EOF.
001470      PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001480  0000-EXIT.
001490      PERFORM 9999-TERMINATE THRU 9999-EXIT.
001500      STOP RUN.
001510
001520*----------------------------------------------------------------
001530* 1000-INITIALIZE
001538* TAKES THE CUTOFF DATE FROM FPRPARM AND OPENS THE FILES. A
001546* REGISTER NOT YET CREATED (STATUS 35 - BNGEDIT CREATES IT ON
001554* ITS FIRST RUN) HOLDS NO CARDS, SO THERE IS NOTHING TO PURGE;
001562* THE RUN ENDS THERE, AS IT DOES ON ANY OTHER OPEN FAILURE.
001570*----------------------------------------------------------------
001580  1000-INITIALIZE.
001590      PERFORM 1100-READ-CUTOFF THRU 1100-EXIT.
001600      OPEN I-O CARDFPR.
001610      IF WS-CRDFPR-STATUS NOT = "00"
001620          DISPLAY "FPRPURGE: CARDFPR NOT AVAILABLE - RUN ENDED."
001630          MOVE 16 TO RETURN-CODE
001640          GO TO 1000-EXIT
001650      END-IF.
001660      OPEN OUTPUT RPTFILE.
001670      IF WS-RPTFILE-STATUS NOT = "00"
001680          DISPLAY "FPRPURGE: FPRRPT NOT AVAILABLE - RUN ENDED."
001690          MOVE 16 TO RETURN-CODE
001700          CLOSE CARDFPR
001710          GO TO 1000-EXIT
001720      END-IF.
001730      MOVE WS-CUTOFF-DATE TO WS-RH-DATE.
001740      WRITE RPT-LINE FROM WS-RPT-HDR.
001750      WRITE RPT-LINE FROM WS-RPT-BLANK.
001760  1000-EXIT.
001770      EXIT.
001780
001790*----------------------------------------------------------------
001800* 1100-READ-CUTOFF
001810* A MISSING, EMPTY OR NON-NUMERIC PARAMETER CUTS OFF A YEAR
001820* BACK FROM TODAY.
001830*----------------------------------------------------------------
001840  1100-READ-CUTOFF.
001850      ACCEPT WS-CUTOFF-DATE FROM DATE YYYYMMDD.
001860      SUBTRACT 1 FROM WS-CO-YEAR.
001870      IF WS-CO-MONTH = 2 AND WS-CO-DAY = 29
001880          MOVE 28 TO WS-CO-DAY
001890      END-IF.
001900      OPEN INPUT PRMFILE.
001910      IF WS-PRMFILE-STATUS NOT = "00"
001920          DISPLAY "FPRPURGE: NO FPRPARM DATE - KEEPING ONE YEAR."
001930          GO TO 1100-EXIT
001940      END-IF.
001950      READ PRMFILE
001960          AT END
001970              DISPLAY "FPRPURGE: NO FPRPARM DATE - KEEPING ONE "
001980                  "YEAR."
001990              CLOSE PRMFILE
002000              GO TO 1100-EXIT
002010      END-READ.
002020      IF PRM-DATE NUMERIC
002030          MOVE PRM-DATE TO WS-CUTOFF-DATE
002040      ELSE
002050          DISPLAY "FPRPURGE: FPRPARM DATE NOT NUMERIC - KEEPING "
002060              "ONE YEAR."
002070      END-IF.
002080      CLOSE PRMFILE.
002090  1100-EXIT.
002100      EXIT.
002110
002120*----------------------------------------------------------------
002130* 2000-AGE-ONE-CARD
002140* A CARD LAST SEEN BEFORE THE CUTOFF IS DELETED. A DELETE THAT
002150* FAILS IS LISTED AND THE CARD STAYS ON FILE FOR NEXT MONTH.
002160*----------------------------------------------------------------
002170  2000-AGE-ONE-CARD.
002180      READ CARDFPR NEXT RECORD
002190          AT END
002200              SET WS-AT-EOF TO TRUE
002210              GO TO 2000-EXIT
002220      END-READ.
002230      ADD 1 TO WS-READ-COUNT.
002240      IF CRDFPR-LAST-DATE NOT < WS-CUTOFF-DATE
002250          ADD 1 TO WS-KEPT-COUNT
002260          GO TO 2000-EXIT
002270      END-IF.
002280      DELETE CARDFPR RECORD
002290          INVALID KEY
002300              ADD 1 TO WS-FAILED-COUNT
002310              MOVE CRDFPR-FIRST-BATCH-NO TO WS-RF-BATCH-NO
002320              MOVE CRDFPR-FIRST-BOARD-NO TO WS-RF-BOARD-NO
002330              MOVE CRDFPR-FIRST-DATE TO WS-RF-DATE
002340              WRITE RPT-LINE FROM WS-RPT-FAIL-LINE
002350              GO TO 2000-EXIT
002360      END-DELETE.
002370      ADD 1 TO WS-PURGED-COUNT.
002380  2000-EXIT.
002390      EXIT.
002400
002410*----------------------------------------------------------------
002420* 8000-WRITE-TRAILER
002430* WRITES THE RUN TOTALS; RETURN CODE 4 WHEN A DELETE FAILED.
002440*----------------------------------------------------------------
002450  8000-WRITE-TRAILER.
002460      MOVE WS-READ-COUNT TO WS-RX-READ.
002470      MOVE WS-PURGED-COUNT TO WS-RX-PURGED.
002480      MOVE WS-KEPT-COUNT TO WS-RX-KEPT.
002490      MOVE WS-FAILED-COUNT TO WS-RX-FAILED.
002500      WRITE RPT-LINE FROM WS-RPT-BLANK.
002510      WRITE RPT-LINE FROM WS-RPT-TRAILER.
002520      IF WS-FAILED-COUNT > ZERO
002530          MOVE 4 TO RETURN-CODE
002540      END-IF.
002550  8000-EXIT.
002560      EXIT.
002570
002580*----------------------------------------------------------------
002590* 9999-TERMINATE
002600*----------------------------------------------------------------
002610  9999-TERMINATE.
002620      IF RETURN-CODE NOT = 16
002630          CLOSE CARDFPR RPTFILE
002640      END-IF.
002650  9999-EXIT.
002660      EXIT.
