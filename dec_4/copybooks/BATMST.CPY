000176* CORNERS, B = FULL CARD BLACKOUT. A BLANK (PRE-GAME-TYPE
000177* REGISTRATION) SCORES AS ROW/COLUMN.
000178*----------------------------------------------------------------
000179* A REGISTRATION MAY RECUR: WEEKLY ON A GIVEN DAY (1 = MONDAY
000180* THROUGH 7 = SUNDAY) OR EVERY N DAYS, UP TO AN END DATE. THE
000181* ROLLFWD JOB REGISTERS EACH NEXT OCCURRENCE UNDER A NEW BATCH
000182* NUMBER, COPYING THE RECURRENCE FORWARD. BASE-DATE IS THE
000183* DATE THE PATTERN FELL ON - THE SCHEDULED DATE MAY BE LATER
000184* WHEN THAT WAS A SHOP DARK DAY - AND THE NEXT OCCURRENCE IS
000185* WORKED FROM IT. FROM-BATCH NAMES THE OCCURRENCE THIS ONE WAS
000186* ROLLED FROM (ZERO WHEN KEYED BY THE DESK); A RECURRING
000187* REGISTRATION THAT NO OTHER NAMES IS THE LATEST OF ITS
000188* SERIES. SERIES-ENDED IS SET BY ROLLFWD ONCE THE NEXT
000189* OCCURRENCE WOULD FALL PAST THE END DATE. A BLANK TYPE (AND A
000190* PRE-RECURRENCE REGISTRATION) DOES NOT RECUR.
000191*----------------------------------------------------------------
000192  01  BATMST-RECORD.
000193      05  BATMST-BATCH-NO           PIC 9(4).
000200      05  BATMST-DESC               PIC X(30).
000210      05  BATMST-SCHED-DATE         PIC 9(8).
000220      05  BATMST-EXP-CARDS          PIC 9(5).
000254          88  BATMST-GT-ROWCOL                VALUE "R".
000256          88  BATMST-GT-CORNERS               VALUE "C".
000258          88  BATMST-GT-BLACKOUT              VALUE "B".
000268      05  BATMST-RECUR-TYPE         PIC X(01).
000278          88  BATMST-RECUR-WEEKLY             VALUE "W".
000288          88  BATMST-RECUR-DAYS               VALUE "D".
000298      05  BATMST-RECUR-WEEKDAY      PIC 9(1).
000308      05  BATMST-RECUR-INTERVAL     PIC 9(3).
000318      05  BATMST-RECUR-END-DATE     PIC 9(8).
000328      05  BATMST-RECUR-BASE-DATE    PIC 9(8).
000338      05  BATMST-RECUR-FROM-BATCH   PIC 9(4).
000348      05  BATMST-RECUR-ENDED-SW     PIC X(01).
000358          88  BATMST-SERIES-ENDED             VALUE "E".
000368      05  FILLER                    PIC X(05).
