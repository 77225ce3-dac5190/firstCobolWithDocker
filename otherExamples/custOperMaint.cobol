002600* Maintenance history
002700* -------------------------------------------------------------
002800* 2026-09-01  DC  Original version.
002810* 2026-10-15  DC  The security log entry now carries the status
002820*                  and authority the id was left with, so a change
002830*                  that revokes or reactivates an id is traceable.
002900*
003000****************************************************************
003100 IDENTIFICATION DIVISION.
007800 01  WS-ADD-COUNT                  PIC 9(04) COMP VALUE ZERO.
007900 01  WS-CHANGE-COUNT               PIC 9(04) COMP VALUE ZERO.
008000 01  WS-REVOKE-COUNT               PIC 9(04) COMP VALUE ZERO.
008010*    What the record was left with, for the security log - the
008020*    record area is not to be relied on once it is written.
008030 01  WS-LOGGED-STATUS              PIC X(01).
008040 01  WS-LOGGED-AUTHORITY           PIC 9(01).
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.
008300     MOVE ZERO TO RETURN-CODE.
021700     MOVE WS-FIELD-CHAR-1
021800         TO OPER-AUTHORITY OF SECURITY-RECORD.
021900     MOVE 'A' TO OPER-STATUS OF SECURITY-RECORD.
021930     MOVE OPER-STATUS OF SECURITY-RECORD TO WS-LOGGED-STATUS.
021950     MOVE OPER-AUTHORITY OF SECURITY-RECORD
021970         TO WS-LOGGED-AUTHORITY.
022000     WRITE SECURITY-RECORD
022100         INVALID KEY
022200             DISPLAY 'OPERATOR ' WS-TARGET-ID
027000         MOVE WS-FIELD-CHAR-1
027100             TO OPER-STATUS OF SECURITY-RECORD
027200     END-IF.
027220     MOVE OPER-STATUS OF SECURITY-RECORD TO WS-LOGGED-STATUS.
027240     MOVE OPER-AUTHORITY OF SECURITY-RECORD
027260         TO WS-LOGGED-AUTHORITY.
027300     REWRITE SECURITY-RECORD
027400         INVALID KEY
027500             DISPLAY 'ERROR REWRITING OPERATOR ' WS-TARGET-ID
030300         GO TO 5000-EXIT
030400     END-IF.
030500     MOVE 'R' TO OPER-STATUS OF SECURITY-RECORD.
030520     MOVE OPER-STATUS OF SECURITY-RECORD TO WS-LOGGED-STATUS.
030540     MOVE OPER-AUTHORITY OF SECURITY-RECORD
030560         TO WS-LOGGED-AUTHORITY.
030600     REWRITE SECURITY-RECORD
030700         INVALID KEY
030800             DISPLAY 'ERROR REWRITING OPERATOR ' WS-TARGET-ID
033700*****************************************************************
033800* 7000-LOG-SECURITY-ACTION - every applied action goes on the
033900* security log next to the failed sign-on attempts, with who ran
034000* the session, which id was touched and the status and authority
034050* the record was left with.
034100*****************************************************************
034200 7000-LOG-SECURITY-ACTION.
034300     OPEN EXTEND SIGNLOG-FILE.
036300         WHEN OTHER
036400             MOVE 'OPERATOR REVOKED' TO SIGN-EVENT
036500     END-EVALUATE.
036600     MOVE SPACES TO SIGN-DETAIL.
036610     MOVE WS-TARGET-ID TO SIGN-TARGET-ID.
036620     MOVE WS-LOGGED-STATUS TO SIGN-TARGET-STATUS.
036630     MOVE WS-LOGGED-AUTHORITY TO SIGN-TARGET-AUTHORITY.
036700     WRITE SIGNLOG-RECORD.
036800     CLOSE SIGNLOG-FILE.
036900 7000-EXIT.
