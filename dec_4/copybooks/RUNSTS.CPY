000100*----------------------------------------------------------------
000110* RUNSTS - BATCH RUN-STATUS RECORD LAYOUT
000120*----------------------------------------------------------------
000130* ONE RECORD PER ACCEPTED RUN, KEYED BY BATCH NUMBER AND RUN
000140* DATE (FULL YYYYMMDD), CARRYING HOW FAR THE RUN HAS GOT
000150* THROUGH THE NIGHT. HELLO CREATES THE RECORD WHEN IT ACCEPTS
000160* THE HEADER; EACH LATER STEP STAMPS ITS OWN STAGE (FLAG,
000170* DATE AND TIME) AS IT FINISHES WITH THE BATCH:
000180*   BINGO    SCORED              S
000190*   BNGVRFY  VERIFIED / FAILED   V / F
000200*   PRZEXTR  EXTRACTED / HELD    X / H
000210*   PRZACK   ACKNOWLEDGED /      A / C
000220*            STILL CHASING
000230*   BRDDISQ  DISQUALIFICATIONS   COUNT, LAST DATE AND TIME
000240* A STAGE NOT YET REACHED IS SPACE WITH ZERO DATE AND TIME.
000250* A RERUN OF THE SAME BATCH AND DATE THROUGH HELLO STARTS
000260* THE RECORD AFRESH. READ BY THE RUNINQ INQUIRY SCREEN.
000270*
000280* THE RECORD KEYED BATCH 0000 / DATE 00000000 (BATCH 0000 IS
000290* NEVER ISSUED) IS THE CONTROL RECORD - THE BATCH AND RUN
000300* DATE OF THE LAST HEADER HELLO ACCEPTED. THE DOWNSTREAM
000310* STEPS TAKE TONIGHT'S RUN DATE FROM IT.
000320*----------------------------------------------------------------
000330  01  RUNSTS-RECORD.
000340      05  RUNSTS-KEY.
000350          10  RUNSTS-BATCH-NO       PIC 9(4).
000360          10  RUNSTS-RUN-DATE       PIC 9(8).
000370      05  RUNSTS-OPERATOR-ID        PIC 9(4).
000380      05  RUNSTS-PROC-MODE          PIC X(01).
000390      05  RUNSTS-GAME-TYPE          PIC X(01).
000400      05  RUNSTS-ACC-DATE           PIC 9(8).
000410      05  RUNSTS-ACC-TIME           PIC 9(6).
000420      05  RUNSTS-SCORE-FLAG         PIC X(01).
000430          88  RUNSTS-SCORED                   VALUE "S".
000440      05  RUNSTS-SCR-DATE           PIC 9(8).
000450      05  RUNSTS-SCR-TIME           PIC 9(6).
000460      05  RUNSTS-BOARDS-SCORED      PIC 9(5).
000470      05  RUNSTS-VERIFY-FLAG        PIC X(01).
000480          88  RUNSTS-VERIFIED                 VALUE "V".
000490          88  RUNSTS-VERIFY-FAILED            VALUE "F".
000500      05  RUNSTS-VRF-DATE           PIC 9(8).
000510      05  RUNSTS-VRF-TIME           PIC 9(6).
000520      05  RUNSTS-EXTRACT-FLAG       PIC X(01).
000530          88  RUNSTS-EXTRACTED                VALUE "X".
000540          88  RUNSTS-EXTRACT-HELD             VALUE "H".
000550      05  RUNSTS-EXT-DATE           PIC 9(8).
000560      05  RUNSTS-EXT-TIME           PIC 9(6).
000570      05  RUNSTS-WINNERS-SENT       PIC 9(5).
000580      05  RUNSTS-ACK-FLAG           PIC X(01).
000590          88  RUNSTS-ACKNOWLEDGED             VALUE "A".
000600          88  RUNSTS-CHASING                  VALUE "C".
000610      05  RUNSTS-ACK-DATE           PIC 9(8).
000620      05  RUNSTS-ACK-TIME           PIC 9(6).
000630      05  RUNSTS-DISQ-COUNT         PIC 9(5).
000640      05  RUNSTS-DSQ-DATE           PIC 9(8).
000650      05  RUNSTS-DSQ-TIME           PIC 9(6).
000660      05  FILLER                    PIC X(29).
000670
000680  01  RUNSTS-CONTROL-RECORD.
000690      05  RUNSTS-CTL-KEY            PIC X(12).
000700      05  RUNSTS-LAST-BATCH-NO      PIC 9(4).
000710      05  RUNSTS-LAST-RUN-DATE      PIC 9(8).
000720      05  FILLER                    PIC X(126).
