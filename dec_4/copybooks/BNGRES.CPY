000181* FRAUDULENT; THE EXTRACT DROPS A FLAGGED BOARD AND THE
000183* WINNERS REPORT SHOWS IT AS DISQUALIFIED. RANKS ARE NEVER
000185* REASSIGNED. SPACE MEANS THE BOARD STANDS.
000186*
000187* THE CARD SERIAL, SELLING OUTLET AND SALE FLAG COME FROM THE
000188* BATCH'S CARD SALES REGISTER (CRDSALE) AT SCORING TIME. THE
000189* SALE FLAG IS S (SOLD), U (UNSOLD), V (VOIDED) OR N (NOT ON
000190* THE REGISTER); THE EXTRACT PAYS ONLY A SOLD CARD.
000191*
000192* THE RUN DATE IS THE BATCH HEADER'S. EACH NIGHT'S RESULTS ARE
000193* KEPT AS A GENERATION OF BINGORES, AND A STEP NAMED TO WORK A
000194* PRIOR NIGHT CHECKS IT AGAINST THE DATE IT WAS GIVEN.
000195*----------------------------------------------------------------
000196  01  BNGRES-RECORD.
000200      05  BNGRES-BATCH-NO           PIC 9(4).
000210      05  BNGRES-BOARD-NO           PIC 9(5).
000220      05  BNGRES-WON-FLAG           PIC X(01).
000290      05  BNGRES-SCORE              PIC 9(9).
000292      05  BNGRES-DISQ-FLAG          PIC X(01).
000294          88  BNGRES-DISQUALIFIED             VALUE "D".
000304      05  BNGRES-CARD-SERIAL        PIC X(10).
000314      05  BNGRES-OUTLET             PIC X(06).
000324      05  BNGRES-SALE-FLAG          PIC X(01).
000334          88  BNGRES-CARD-SOLD                VALUE "S".
000344          88  BNGRES-CARD-UNSOLD              VALUE "U".
000354          88  BNGRES-CARD-VOIDED              VALUE "V".
000364          88  BNGRES-CARD-UNREGISTERED        VALUE "N".
000374      05  BNGRES-RUN-DATE           PIC 9(8).
000384      05  FILLER                    PIC X(20).
