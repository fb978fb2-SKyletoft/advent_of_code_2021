000100*----------------------------------------------------------------
000110* DRWHST - DRAW-SEQUENCE HISTORY RECORD LAYOUT
000120*----------------------------------------------------------------
000130* ONE RECORD PER SCORED RUN, KEYED BY BATCH NUMBER AND RUN
000140* DATE (FULL YYYYMMDD), HOLDING THE WHOLE DRAW SEQUENCE THE
000150* BATCH WAS PLAYED AGAINST IN THE ORDER THE NUMBERS WERE
000160* CALLED. WRITTEN BY BINGO ALONGSIDE THE BATHIST RECORD; A
000170* RERUN OF THE SAME BATCH AND DATE REPLACES ITS RECORD. THE
000180* DRWINTG INTEGRITY REPORT READS THE FILE WHOLE. SLOTS PAST
000190* THE DRAW COUNT ARE ZERO AND MEAN NOTHING.
000200*----------------------------------------------------------------
000210  01  DRWHST-RECORD.
000220      05  DRWHST-KEY.
000230          10  DRWHST-BATCH-NO       PIC 9(4).
000240          10  DRWHST-RUN-DATE       PIC 9(8).
000250      05  DRWHST-GAME-TYPE          PIC X(01).
000260      05  DRWHST-DRAW-COUNT         PIC 9(3).
000270      05  DRWHST-DRAW-TABLE.
000280          10  DRWHST-DRAW-NO        PIC 9(2)
000290                                    OCCURS 500 TIMES.
000300      05  FILLER                    PIC X(08).
