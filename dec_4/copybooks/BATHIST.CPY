000150* BATHINQ INQUIRY SCREEN. A RERUN OF THE SAME BATCH AND DATE
000160* REPLACES ITS RECORD RATHER THAN ADDING A SECOND ONE. THE
000170* WINNING FIELDS ARE ZERO ON A RUN WITH NO WINNING BOARD.
000172* WIN-DRAW IS THE NUMBER CALLED; WIN-SEQ IS HOW MANY CALLS IT
000174* TOOK (THE DRAW SEQUENCE OF THE WINNING BOARD). FINISHED IS
000176* THE COUNT OF BOARDS THAT COMPLETED THE PATTERN - ONE IN
000178* FIRST-WINNER MODE, UP TO THE BOARD COUNT IN COMPLETION MODE.
000179* BOTH ARE READ BY THE BATSTAT MONTHLY STATISTICS.
000180*----------------------------------------------------------------
000190  01  BATHST-RECORD.
000200      05  BATHST-KEY.
000260      05  BATHST-WIN-BOARD          PIC 9(5).
000270      05  BATHST-WIN-DRAW           PIC 9(2).
000280      05  BATHST-SCORE              PIC 9(9).
000282      05  BATHST-WIN-SEQ            PIC 9(3).
000284      05  BATHST-FINISHED           PIC 9(5).
000290      05  FILLER                    PIC X(33).
