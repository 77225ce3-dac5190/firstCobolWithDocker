001000*                  into date order within customer for the chosen
001100*                  month, then walks the balance file in key order
001200*                  printing one statement per customer: the opening
001300*                  balance, each payment, adjustment, returned
001310*                  payment, returned-check fee and credit
001320*                  refund posted in
001400*                  the month, and the closing balance.  The closing
001500*                  balance is CustBal.dax's record with any
001510*                  postings dated after the statement month backed
003150*                 the opening and closing figures are the
003160*                 statement month's own whenever the reprint
003170*                 runs.
003180* 2026-10-15  DC  Returned-payment reversals and returned-check
003181*                 fees from CUST-NSF-POST print as their own
003182*                 activity lines; the activity column is widened
003183*                 to carry their names.
003190* 2026-10-15  DC  Credit refunds from CUST-REFUND print as
003191*                 their own activity line.
003200*
003300****************************************************************
003400 IDENTIFICATION DIVISION.
017300 01  WS-COLUMN-HEADING.
017400     05  FILLER                    PIC X(10) VALUE 'DATE'.
017500     05  FILLER                    PIC X(02) VALUE SPACES.
017600     05  FILLER                    PIC X(18) VALUE 'ACTIVITY'.
017700     05  FILLER                    PIC X(02) VALUE SPACES.
017800     05  FILLER                    PIC X(16) VALUE
017900         '          AMOUNT'.
018200         '         BALANCE'.
018300 01  WS-BALANCE-LINE.
018400     05  BAL-LABEL                 PIC X(18).
018500     05  FILLER                    PIC X(32) VALUE SPACES.
018600     05  BAL-AMOUNT                PIC -,ZZZ,ZZZ,ZZ9.99.
018700 01  WS-DETAIL-LINE.
018800     05  DTL-DATE                  PIC X(10).
018900     05  FILLER                    PIC X(02) VALUE SPACES.
019000     05  DTL-ACTIVITY              PIC X(18).
019100     05  FILLER                    PIC X(02) VALUE SPACES.
019200     05  DTL-AMOUNT                PIC -,ZZZ,ZZZ,ZZ9.99.
019300     05  FILLER                    PIC X(02) VALUE SPACES.
053600         COMPUTE WS-SIGNED-AMOUNT =
053700             ZERO - WS-DTL-POST-AMOUNT (WS-DETAIL-SUB)
053800     ELSE
053810         EVALUATE WS-DTL-POST-TYPE (WS-DETAIL-SUB)
053820             WHEN 'R'
053830                 MOVE 'RETURNED PAYMENT' TO DTL-ACTIVITY
053840             WHEN 'F'
053850                 MOVE 'RETURNED CHECK FEE' TO DTL-ACTIVITY
053852             WHEN 'D'
053854                 MOVE 'REFUND' TO DTL-ACTIVITY
053860             WHEN OTHER
053900                 MOVE 'ADJUSTMENT' TO DTL-ACTIVITY
053910         END-EVALUATE
054000         MOVE WS-DTL-POST-AMOUNT (WS-DETAIL-SUB)
054100             TO WS-SIGNED-AMOUNT
054200     END-IF.
