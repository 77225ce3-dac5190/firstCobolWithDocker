002597*                 FILE-CREATE-ENTRY already hands back the
002598*                 maintenance counts.  Run standalone,
002599*                 nothing is handed back.
002600* 2026-10-15  DC  Transactions now carry TRAN-SOURCE, and the
002601*                 clean and error files are 132 bytes to hold
002602*                 it.  A source other than blank (keyed) or
002603*                 NCOA (postal change-of-address run) is
002604*                 rejected; NCOA address changes get the same
002605*                 state and ZIP edits as keyed ones.
002606*
002700****************************************************************
002800 IDENTIFICATION DIVISION.
002900 PROGRAM-ID. CUST-EDIT.
005300     COPY TRANREC.

005500 FD  CLEAN-FILE.
005600 01  CLEAN-RECORD                  PIC X(132).

005800 FD  ERROR-FILE.
005900 01  ERROR-RECORD                  PIC X(132).

006100 FD  EDIT-REPORT-FILE.
006200 01  REPORT-LINE                   PIC X(132).
028700     MOVE 'N' TO WS-TRAN-ERROR-SWITCH.
028800     PERFORM 3000-EDIT-TRAN-CODE THRU 3000-EXIT.
028900     PERFORM 3100-EDIT-CUSTOMER-ID THRU 3100-EXIT.
028950     PERFORM 3800-EDIT-SOURCE THRU 3800-EXIT.
029000     IF TRAN-ADD OF TRANSACTION-RECORD
029100         OR TRAN-CHANGE OF TRANSACTION-RECORD
029200         PERFORM 3200-EDIT-NAMES THRU 3200-EXIT
044700 3700-EXIT.
044800     EXIT.

044810 3800-EDIT-SOURCE.
044820     IF NOT TRAN-FROM-OPERATOR OF TRANSACTION-RECORD
044830         AND NOT TRAN-FROM-NCOA OF TRANSACTION-RECORD
044840         MOVE 'TRAN-SOURCE' TO EDT-FIELD-NAME
044850         MOVE 'MUST BE BLANK OR NCOA' TO EDT-REASON
044860         PERFORM 7000-WRITE-EDIT-LINE THRU 7000-EXIT
044870     END-IF.
044880 3800-EXIT.
044890     EXIT.

045000*****************************************************************
045100* 7000-WRITE-EDIT-LINE - print one edit failure on the report,
045200* paging the way CUST-LIST does, and mark the transaction in
