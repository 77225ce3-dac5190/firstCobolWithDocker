003243*                 the way CUST-ENTRY does.  Until now a refused
003244*                 operator could still apply the transaction
003245*                 file, with a blank id on every audit record.
003246* 2026-10-15  DC  A transaction with TRAN-SOURCE filled in -
003247*                 the NCOA change-of-address run - is audited
003248*                 under that source instead of the operator
003249*                 running the maintenance step, so the trail
003250*                 shows the change did not come from an
003251*                 operator.
003252*
003300****************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. FILE-CREATE.
037400* when, for every add, change or delete applied.
037500*****************************************************************
037600 7000-WRITE-AUDIT-RECORD.
037700     IF TRAN-FROM-OPERATOR OF TRANSACTION-RECORD
037710         MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID
037720     ELSE
037730         MOVE TRAN-SOURCE OF TRANSACTION-RECORD
037740             TO AUDIT-OPERATOR-ID
037750     END-IF.
037800     MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO AUDIT-CUSTOMER-ID.
037900     MOVE WS-AUDIT-ACTION-CODE TO AUDIT-ACTION.
038000     MOVE WS-CURRENT-DATE TO AUDIT-DATE.
