000100*----------------------------------------------------------------
000110* CHGJNL - MASTER-FILE CHANGE JOURNAL RECORD LAYOUT
000120*----------------------------------------------------------------
000130* ONE RECORD IS APPENDED FOR EVERY ADD, CHANGE, CLOSE (OR
000140* SUSPEND) AND REACTIVATE MADE ON THE BATCHMST REGISTRATION
000150* MASTER BY BATMAINT OR ON THE OPERMST OPERATOR MASTER BY
000160* OPRMAINT, CARRYING THE WHOLE RECORD AS IT STOOD BEFORE AND
000170* AFTER, THE SIGNED-ON OPERATOR AND THE DATE AND TIME. AN ADD
000180* HAS A BLANK BEFORE IMAGE. OVERRIDE-ID IS THE SUPERVISOR WHO
000190* RELEASED A LOCKED FIELD ON A BATCH THAT HAS ALREADY RUN, AND
000200* ZERO OTHERWISE. THE JOURNAL IS NEVER REWRITTEN; THE CHGRPT
000210* DAILY CHANGE REPORT READS IT WHOLE. ROLLFWD JOURNALS THE
000215* REGISTRATIONS IT WRITES WITH OPERATOR-ID ZERO.
000220*----------------------------------------------------------------
000230  01  CHGJNL-RECORD.
000240      05  CHGJNL-DATE               PIC 9(8).
000250      05  CHGJNL-TIME               PIC 9(6).
000260      05  CHGJNL-MASTER             PIC X(01).
000270          88  CHGJNL-BATCHMST                 VALUE "B".
000280          88  CHGJNL-OPERMST                  VALUE "O".
000290      05  CHGJNL-ACTION             PIC X(01).
000300          88  CHGJNL-ADD                      VALUE "A".
000310          88  CHGJNL-CHANGE                   VALUE "C".
000320          88  CHGJNL-CLOSE                    VALUE "S".
000330          88  CHGJNL-REACTIVATE               VALUE "R".
000340      05  CHGJNL-KEY                PIC 9(4).
000350      05  CHGJNL-OPERATOR-ID        PIC 9(4).
000360      05  CHGJNL-OVERRIDE-ID        PIC 9(4).
000370      05  CHGJNL-BEFORE             PIC X(80).
000380      05  CHGJNL-BEF-BATCH REDEFINES CHGJNL-BEFORE.
000390          10  CHGJNL-BB-BATCH-NO    PIC 9(4).
000400          10  CHGJNL-BB-DESC        PIC X(30).
000410          10  CHGJNL-BB-SCHED-DATE  PIC X(08).
000420          10  CHGJNL-BB-EXP-CARDS   PIC X(05).
000430          10  CHGJNL-BB-STATUS      PIC X(01).
000440          10  CHGJNL-BB-GAME-TYPE   PIC X(01).
000442          10  CHGJNL-BB-RECUR-TYPE  PIC X(01).
000444          10  CHGJNL-BB-WEEKDAY     PIC X(01).
000446          10  CHGJNL-BB-INTERVAL    PIC X(03).
000448          10  CHGJNL-BB-END-DATE    PIC X(08).
000450          10  CHGJNL-BB-BASE-DATE   PIC X(08).
000452          10  CHGJNL-BB-FROM-BATCH  PIC X(04).
000454          10  CHGJNL-BB-ENDED-SW    PIC X(01).
000456          10  FILLER                PIC X(05).
000460      05  CHGJNL-BEF-OPER REDEFINES CHGJNL-BEFORE.
000470          10  CHGJNL-BO-OPER-ID     PIC 9(4).
000480          10  CHGJNL-BO-NAME        PIC X(25).
000490          10  CHGJNL-BO-SHIFT       PIC X(01).
000500          10  CHGJNL-BO-STATUS      PIC X(01).
000510          10  CHGJNL-BO-SUPERVISOR  PIC X(01).
000520          10  FILLER                PIC X(48).
000530      05  CHGJNL-AFTER              PIC X(80).
000540      05  CHGJNL-AFT-BATCH REDEFINES CHGJNL-AFTER.
000550          10  CHGJNL-AB-BATCH-NO    PIC 9(4).
000560          10  CHGJNL-AB-DESC        PIC X(30).
000570          10  CHGJNL-AB-SCHED-DATE  PIC X(08).
000580          10  CHGJNL-AB-EXP-CARDS   PIC X(05).
000590          10  CHGJNL-AB-STATUS      PIC X(01).
000600          10  CHGJNL-AB-GAME-TYPE   PIC X(01).
000602          10  CHGJNL-AB-RECUR-TYPE  PIC X(01).
000604          10  CHGJNL-AB-WEEKDAY     PIC X(01).
000606          10  CHGJNL-AB-INTERVAL    PIC X(03).
000608          10  CHGJNL-AB-END-DATE    PIC X(08).
000610          10  CHGJNL-AB-BASE-DATE   PIC X(08).
000612          10  CHGJNL-AB-FROM-BATCH  PIC X(04).
000614          10  CHGJNL-AB-ENDED-SW    PIC X(01).
000616          10  FILLER                PIC X(05).
000620      05  CHGJNL-AFT-OPER REDEFINES CHGJNL-AFTER.
000630          10  CHGJNL-AO-OPER-ID     PIC 9(4).
000640          10  CHGJNL-AO-NAME        PIC X(25).
000650          10  CHGJNL-AO-SHIFT       PIC X(01).
000660          10  CHGJNL-AO-STATUS      PIC X(01).
000670          10  CHGJNL-AO-SUPERVISOR  PIC X(01).
000680          10  FILLER                PIC X(48).
000690      05  FILLER                    PIC X(12).
