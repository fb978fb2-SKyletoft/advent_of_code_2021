000100*----------------------------------------------------------------
000110* CRDSALE - CARD SALES REGISTER RECORD LAYOUT
000120*----------------------------------------------------------------
000130* ONE RECORD PER PRINTED CARD, TRANSMITTED WITH THE BATCH'S
000140* BINGODAT DECK ON THE CARDSALE FILE. THE BOARD NUMBER IS THE
000150* CARD'S POSITION IN THE SUBMITTED DECK - THE SAME NUMBER
000160* BNGRES-BOARD-NO CARRIES - SO BINGO CAN TIE EVERY SCORED
000170* BOARD TO ITS SERIAL AND SELLING OUTLET. A MULTI-BATCH NIGHT
000180* SENDS EVERY BATCH'S REGISTER ON THE ONE FILE.
000190*
000200* SALE STATUS: S = SOLD, U = PRINTED BUT NEVER SOLD, V = SALE
000210* VOIDED AT THE OUTLET. ONLY A SOLD CARD IS PAID - PRZEXTR
000220* HOLDS ANY OTHER WINNER OUT OF THE EXTRACT.
000230*----------------------------------------------------------------
000240  01  CRDSAL-RECORD.
000250      05  CRDSAL-BATCH-NO           PIC 9(4).
000260      05  CRDSAL-BOARD-NO           PIC 9(5).
000270      05  CRDSAL-SERIAL             PIC X(10).
000280      05  CRDSAL-OUTLET             PIC X(06).
000290      05  CRDSAL-SALE-DATE          PIC 9(8).
000300      05  CRDSAL-STATUS             PIC X(01).
000310          88  CRDSAL-SOLD                     VALUE "S".
000320          88  CRDSAL-UNSOLD                   VALUE "U".
000330          88  CRDSAL-VOIDED                   VALUE "V".
000340      05  FILLER                    PIC X(46).
