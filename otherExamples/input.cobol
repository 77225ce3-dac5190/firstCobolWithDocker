005400*                  no security file on hand the gate refuses      *
005500*                  everyone and says to run CUST-OPER-MAINT -     *
005600*                  an unguarded gate is worse than a locked one.  *
005610* 2026-10-15  DC  Successful sign-ons are now logged as well, as  *
005620*                  SIGNED ON with the authority level granted, so *
005630*                  the security review can tell a dormant id from *
005640*                  one in daily use.  1200-LOG-FAILED-ATTEMPT     *
005650*                  became 1200-LOG-SIGN-EVENT for both outcomes.  *
005700*                                                                 *
005800*****************************************************************
005900 IDENTIFICATION DIVISION.
010200 01  WS-DENIAL-REASON          PIC X(30).
010300 01  WS-SIGN-DATE              PIC 9(08) VALUE ZERO.
010400 01  WS-SIGN-TIME              PIC 9(08) VALUE ZERO.
010410 01  WS-SIGN-EVENT             PIC X(20).
010420 01  WS-SIGN-DETAIL            PIC X(30).
010430 01  WS-GRANTED-DETAIL.
010440     05  FILLER                PIC X(16) VALUE 'AUTHORITY LEVEL '.
010450     05  WS-GRANTED-AUTHORITY  PIC 9(01).
010500 LINKAGE SECTION.
010600 01  LK-USER-NAME              PIC X(15).
010700 01  LK-AUTHORITY              PIC 9(01).
019500     END-READ.
019600     IF NOT WS-SIGNED-ON
019700         DISPLAY 'SIGN-ON FAILED - ' WS-DENIAL-REASON
019710         MOVE 'SIGN-ON DENIED' TO WS-SIGN-EVENT
019720         MOVE WS-DENIAL-REASON TO WS-SIGN-DETAIL
019730     ELSE
019740         MOVE 'SIGNED ON' TO WS-SIGN-EVENT
019750         MOVE WS-AUTHORITY TO WS-GRANTED-AUTHORITY
019760         MOVE WS-GRANTED-DETAIL TO WS-SIGN-DETAIL
019900     END-IF.
019950     PERFORM 1200-LOG-SIGN-EVENT THRU 1200-EXIT.
020000 1100-EXIT.
020100     EXIT.

022100     EXIT.

022200*****************************************************************
022300* 1200-LOG-SIGN-EVENT - every attempt goes on the security log:  *
022400* a refusal with the id tried and why, a sign-on with the        *
022450* authority granted.  A log that cannot be written is worth a    *
022500* console message, not a dead gate.                              *
022600*****************************************************************
022700 1200-LOG-SIGN-EVENT.
022800     OPEN EXTEND SIGNLOG-FILE.
022900     IF WS-SIGNLOG-FILE-STATUS = '35'
023000         OPEN OUTPUT SIGNLOG-FILE
023800     MOVE WS-USER-NAME TO SIGN-OPERATOR-ID.
023900     MOVE WS-SIGN-DATE TO SIGN-DATE.
024000     MOVE WS-SIGN-TIME TO SIGN-TIME.
024100     MOVE WS-SIGN-EVENT TO SIGN-EVENT.
024200     MOVE WS-SIGN-DETAIL TO SIGN-DETAIL.
024300     WRITE SIGNLOG-RECORD.
024400     CLOSE SIGNLOG-FILE.
024500 1200-EXIT.
