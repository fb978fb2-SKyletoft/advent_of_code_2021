000100*----------------------------------------------------------------
000110* CRDFPR - CARD-FINGERPRINT REGISTER RECORD LAYOUT
000120*----------------------------------------------------------------
000130* ONE RECORD PER DISTINCT 25-NUMBER CARD EVER PASSED BY THE
000140* EDIT STEP, KEYED BY THE CARD ITSELF - ITS 25 NUMBERS AS TWO
000150* DIGITS EACH, ROW BY ROW IN BOARD ORDER. BNGEDIT WRITES THE
000160* RECORD THE FIRST TIME A CLEAN CARD IS SEEN, REJECTS ANY LATER
000170* BOARD CARRYING THE SAME CARD (REASON B5) AND STAMPS THE LAST
000176* DATE A REPEAT WAS SEEN; A RUN THAT IS HELD (RC=8) DELETES THE
000182* CARDS IT ADDED AGAIN. FPRPURGE AGES RECORDS OFF MONTHLY BY
000190* THE LAST-SEEN DATE. DATES ARE FULL YYYYMMDD.
000200*----------------------------------------------------------------
000210  01  CRDFPR-RECORD.
000220      05  CRDFPR-KEY.
000230          10  CRDFPR-CELL           PIC 9(2)
000240                                    OCCURS 25 TIMES.
000250      05  CRDFPR-FIRST-BATCH-NO     PIC 9(4).
000260      05  CRDFPR-FIRST-BOARD-NO     PIC 9(5).
000270      05  CRDFPR-FIRST-DATE         PIC 9(8).
000280      05  CRDFPR-LAST-DATE          PIC 9(8).
000290      05  FILLER                    PIC X(05).
