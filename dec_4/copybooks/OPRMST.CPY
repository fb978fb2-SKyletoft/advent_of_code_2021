000170* INSTEAD OF SURFACING AS A PHANTOM OPERATOR IN THE
000180* MONTH-END SUMMARY.
000190*----------------------------------------------------------------
000192* SUPERVISOR = Y MARKS AN ID THAT MAY KEY THE OVERRIDE
000194* BATMAINT ASKS FOR BEFORE IT CHANGES THE GAME TYPE, CARD
000196* COUNT OR SCHEDULED DATE OF A BATCH THAT HAS ALREADY RUN.
000198*----------------------------------------------------------------
000200  01  OPRMST-RECORD.
000210      05  OPRMST-OPER-ID            PIC 9(4).
000220      05  OPRMST-NAME               PIC X(25).
000270      05  OPRMST-STATUS             PIC X(01).
000280          88  OPRMST-ACTIVE                   VALUE "A".
000290          88  OPRMST-INACTIVE                 VALUE "I".
000292      05  OPRMST-SUPERVISOR         PIC X(01).
000294          88  OPRMST-IS-SUPERVISOR            VALUE "Y".
000300      05  FILLER                    PIC X(48).
