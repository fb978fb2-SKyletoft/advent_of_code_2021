000100*----------------------------------------------------------------
000110* PRZSCH - PRIZE-TIER SCHEDULE MASTER RECORD LAYOUT
000120*----------------------------------------------------------------
000130* ONE RECORD PER PRIZE BAND, KEYED BY GAME TYPE AND THE FIRST
000140* FINISHING RANK THE BAND COVERS. A BAND RUNS FROM ITS FIRST
000150* RANK TO ITS LAST RANK INCLUSIVE - FOR EXAMPLE 1-1 FOR THE
000160* OUTRIGHT WINNER, 2-5 FOR THE RUNNERS-UP, 6-99999 FOR THE
000170* CONSOLATION PRIZE. BANDS FOR ONE GAME TYPE NEVER OVERLAP.
000180* THE PRIZE DESK MAINTAINS THESE WITH PRZMAINT; PRZEXTR PRICES
000190* EVERY WINNING BOARD FROM THE BANDS FOR ITS BATCH'S GAME TYPE
000200* AND HOLDS A BATCH WHOSE GAME TYPE HAS NO BANDS ON FILE.
000210*
000220* THE PAYOUT AMOUNT IS MONEY - DOLLARS AND CENTS PER WINNING
000230* BOARD IN THE BAND.
000240*----------------------------------------------------------------
000250  01  PRZSCH-RECORD.
000260      05  PRZSCH-KEY.
000270          10  PRZSCH-GAME-TYPE      PIC X(01).
000280              88  PRZSCH-GT-ROWCOL            VALUE "R".
000290              88  PRZSCH-GT-CORNERS           VALUE "C".
000300              88  PRZSCH-GT-BLACKOUT          VALUE "B".
000310          10  PRZSCH-RANK-FROM      PIC 9(5).
000320      05  PRZSCH-RANK-TO            PIC 9(5).
000330      05  PRZSCH-TIER-CODE          PIC X(02).
000340      05  PRZSCH-TIER-DESC          PIC X(20).
000350      05  PRZSCH-AMOUNT             PIC 9(7)V99.
000360      05  FILLER                    PIC X(38).
