000100*----------------------------------------------------------------
000110* SHPCAL - SHOP CALENDAR (DARK-DAY) RECORD LAYOUT
000120*----------------------------------------------------------------
000130* ONE RECORD PER DAY THE SHOP DOES NOT RUN - HOLIDAYS, CLOSURES
000140* AND OTHER DARK DAYS - KEYED BY THE FULL YYYYMMDD DATE. A DATE
000150* NOT ON FILE IS A RUN DAY. THE SCHEDULING DESK MAINTAINS THESE
000160* WITH CALMAINT. ROLLFWD MOVES A RECURRING OCCURRENCE THAT LANDS
000170* ON A DARK DAY TO THE NEXT RUN DAY; BATPLAN FLAGS, AND HELLO
000180* REFUSES, A BATCH SCHEDULED ON ONE.
000190*----------------------------------------------------------------
000200  01  SHPCAL-RECORD.
000210      05  SHPCAL-DATE               PIC 9(8).
000220      05  SHPCAL-REASON             PIC X(30).
000230      05  FILLER                    PIC X(42).
