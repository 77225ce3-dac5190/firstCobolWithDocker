001900*                  a blank reply to any field keeps the value
002000*                  the master holds.  The heavy field edits stay
002100*                  with CUST-EDIT, which screens this file ahead
002200*                  of the maintenance step.  Deletes, and changes
002210*                  that alter ACCOUNT-STATUS, do not go to
002220*                  CustTran.dat: they are held on the
002230*                  pending-approval file CustPending.dax until a
002240*                  second operator decides them in CUST-APPROVE.
002300*
002400* Maintenance history
002500* -------------------------------------------------------------
002708*                 fails the table passes through with a
002709*                 warning, so an address predating the table
002710*                 no longer blocks a phone-only change.
002712* 2026-10-15  DC  Deletes and account status changes are held
002713*                 on CustPending.dax for a second operator's
002714*                 approval in CUST-APPROVE instead of going
002715*                 straight to CustTran.dat.  The other fields
002716*                 keyed with a status change go to
002718*                 CustTran.dat as an ordinary change; only the
002719*                 status waits for approval.  With no pending
002720*                 file on hand a delete cannot be keyed, and a
002721*                 status change is dropped while the other
002722*                 fields keyed with it still go through.
002730*
002800****************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CUST-ENTRY.
004590         ACCESS MODE IS RANDOM
004591         RECORD KEY IS STREF-STATE OF STATE-REF-RECORD
004592         FILE STATUS IS WS-STATE-REF-STATUS.
004593     SELECT PENDING-FILE ASSIGN TO 'CustPending.dax'
004594         ORGANIZATION IS INDEXED
004595         ACCESS MODE IS RANDOM
004596         RECORD KEY IS PEND-KEY OF PENDING-RECORD
004597         FILE STATUS IS WS-PENDING-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TRANSACTION-FILE.
005480 01  STATE-REF-RECORD.
005490     COPY STREFREC.

005500 FD  PENDING-FILE.
005510 01  PENDING-RECORD.
005520     COPY PENDREC.

005600 WORKING-STORAGE SECTION.
005700 01  WS-OPERATOR-ID                PIC X(15).
005710 01  WS-OPERATOR-AUTHORITY         PIC 9(01) VALUE ZERO.
006188     05  WS-ZIP-PREFIX-X           PIC X(03).
006189     05  FILLER                    PIC X(07).
006190 01  WS-ZIP-PREFIX                 PIC 9(03) VALUE ZERO.
006191 01  WS-PENDING-FILE-STATUS        PIC X(02).
006192     88  WS-PENDING-FILE-OK        VALUE '00'.
006193 01  WS-PENDING-SWITCH             PIC X(01) VALUE 'N'.
006194     88  WS-PENDING-AVAILABLE      VALUE 'Y'.
006195 01  WS-HOLD-TYPE                  PIC X(01).
006196 01  WS-HOLD-DATE                  PIC 9(08) VALUE ZERO.
006197 01  WS-HOLD-TIME                  PIC 9(08) VALUE ZERO.
006198 01  WS-HELD-STATUS                PIC X(01).
006200 01  WS-DONE-SWITCH                PIC X(01) VALUE 'N'.
006300     88  WS-SESSION-DONE           VALUE 'Y'.
006400 01  WS-MASTER-SWITCH              PIC X(01) VALUE 'N'.
007200 01  WS-ADD-COUNT                  PIC 9(06) COMP VALUE ZERO.
007300 01  WS-CHANGE-COUNT               PIC 9(06) COMP VALUE ZERO.
007400 01  WS-DELETE-COUNT               PIC 9(06) COMP VALUE ZERO.
007410 01  WS-HELD-COUNT                 PIC 9(06) COMP VALUE ZERO.
007500 PROCEDURE DIVISION.
007600 0000-MAINLINE.
007700     MOVE ZERO TO RETURN-CODE.
011360             WS-STATE-REF-STATUS ') - STATE AND ZIP NOT '
011370             'CHECKED THIS SESSION'
011380     END-IF.
011381     OPEN I-O PENDING-FILE.
011382     IF WS-PENDING-FILE-STATUS = '35'
011383         OPEN OUTPUT PENDING-FILE
011384         CLOSE PENDING-FILE
011385         OPEN I-O PENDING-FILE
011386     END-IF.
011387     IF WS-PENDING-FILE-OK
011388         MOVE 'Y' TO WS-PENDING-SWITCH
011389     ELSE
011390         DISPLAY 'PENDING-APPROVAL FILE NOT AVAILABLE (STATUS '
011391             WS-PENDING-FILE-STATUS ') - DELETES AND STATUS '
011392             'CHANGES CANNOT BE KEYED THIS SESSION'
011393     END-IF.
011400 1000-EXIT.
011500     EXIT.

029600         MOVE WS-FIELD-ANSWER
029700             TO ACCOUNT-STATUS OF TRANSACTION-RECORD
029800     END-IF.
029810     IF ACCOUNT-STATUS OF TRANSACTION-RECORD
029820             NOT = ACCOUNT-STATUS OF CUSTOMER-RECORD
029824         PERFORM 4100-WRITE-OTHER-CHANGES THRU 4100-EXIT
029830         MOVE 'S' TO WS-HOLD-TYPE
029840         PERFORM 7000-HOLD-FOR-APPROVAL THRU 7000-EXIT
029850         GO TO 4000-EXIT
029860     END-IF.
029900     WRITE TRANSACTION-RECORD.
030000     ADD 1 TO WS-CHANGE-COUNT.
030100     DISPLAY 'CHANGE TRANSACTION WRITTEN FOR CUSTOMER '
030300 4000-EXIT.
030400     EXIT.

030410*****************************************************************
030420* 4100-WRITE-OTHER-CHANGES - anything keyed alongside a status
030430* change goes to CustTran.dat now as an ordinary change carrying
030440* the master's status, so that only the status waits for a
030450* second operator.  CUST-APPROVE builds the approved change from
030460* the master, so it cannot undo these fields.
030470*****************************************************************
030480 4100-WRITE-OTHER-CHANGES.
030482     IF FIRST-NAME OF TRANSACTION-RECORD
030484             = FIRST-NAME OF CUSTOMER-RECORD
030486         AND LAST-NAME OF TRANSACTION-RECORD
030488             = LAST-NAME OF CUSTOMER-RECORD
030490         AND CUSTOMER-ADDRESS OF TRANSACTION-RECORD
030492             = CUSTOMER-ADDRESS OF CUSTOMER-RECORD
030494         AND CUSTOMER-CITY OF TRANSACTION-RECORD
030496             = CUSTOMER-CITY OF CUSTOMER-RECORD
030498         AND CUSTOMER-STATE OF TRANSACTION-RECORD
030500             = CUSTOMER-STATE OF CUSTOMER-RECORD
030502         AND CUSTOMER-ZIP OF TRANSACTION-RECORD
030504             = CUSTOMER-ZIP OF CUSTOMER-RECORD
030506         AND CUSTOMER-PHONE OF TRANSACTION-RECORD
030508             = CUSTOMER-PHONE OF CUSTOMER-RECORD
030510         GO TO 4100-EXIT
030512     END-IF.
030514     MOVE ACCOUNT-STATUS OF TRANSACTION-RECORD TO WS-HELD-STATUS.
030516     MOVE ACCOUNT-STATUS OF CUSTOMER-RECORD
030518         TO ACCOUNT-STATUS OF TRANSACTION-RECORD.
030520     WRITE TRANSACTION-RECORD.
030522     ADD 1 TO WS-CHANGE-COUNT.
030524     DISPLAY 'CHANGE TRANSACTION WRITTEN FOR CUSTOMER '
030526         WS-CUSTOMER-ID-X ' - STATUS NOT INCLUDED'.
030528     MOVE WS-HELD-STATUS TO ACCOUNT-STATUS OF TRANSACTION-RECORD.
030530 4100-EXIT.
030532     EXIT.

030600*****************************************************************
030700* 5000-ENTER-DELETE - look the customer up, show them, confirm,
030800* and hold the delete on the pending-approval file for a second
030850* operator to approve in CUST-APPROVE.
030900*****************************************************************
031000 5000-ENTER-DELETE.
031100     IF NOT WS-MASTER-AVAILABLE
031200         DISPLAY 'MASTER NOT AVAILABLE - CANNOT KEY DELETES'
031300         GO TO 5000-EXIT
031400     END-IF.
031410     IF NOT WS-PENDING-AVAILABLE
031420         DISPLAY 'PENDING-APPROVAL FILE NOT AVAILABLE - '
031430             'CANNOT KEY DELETES'
031440         GO TO 5000-EXIT
031450     END-IF.
031500     PERFORM 6000-PROMPT-CUSTOMER-ID THRU 6000-EXIT.
031600     IF WS-CUSTOMER-ID-X = SPACES
031700         GO TO 5000-EXIT
033400     MOVE 'D' TO TRAN-CODE OF TRANSACTION-RECORD.
033500     MOVE CUSTOMER-ID OF CUSTOMER-RECORD
033600         TO CUSTOMER-ID OF TRANSACTION-RECORD.
033700     MOVE 'D' TO WS-HOLD-TYPE.
033800     PERFORM 7000-HOLD-FOR-APPROVAL THRU 7000-EXIT.
034100 5000-EXIT.
034200     EXIT.

038554 6320-EXIT.
038555     EXIT.

038560*****************************************************************
038561* 7000-HOLD-FOR-APPROVAL - a delete or an account status change
038562* is not written to CustTran.dat.  The transaction as built goes
038563* onto the pending-approval file under this operator's id, for
038564* a second operator to approve or reject in CUST-APPROVE.  A
038565* status change keyed while the pending file is unavailable is
038566* refused, though 4100 has already written the other fields.
038567*****************************************************************
038568 7000-HOLD-FOR-APPROVAL.
038569     IF NOT WS-PENDING-AVAILABLE
038570         DISPLAY 'PENDING-APPROVAL FILE NOT AVAILABLE - '
038571             'STATUS CHANGE NOT KEYED'
038572         GO TO 7000-EXIT
038573     END-IF.
038574     ACCEPT WS-HOLD-DATE FROM DATE YYYYMMDD.
038575     ACCEPT WS-HOLD-TIME FROM TIME.
038576     MOVE SPACES TO PENDING-RECORD.
038577     MOVE WS-HOLD-DATE TO PEND-ENTERED-DATE.
038578     MOVE WS-HOLD-TIME TO PEND-ENTERED-TIME.
038579     MOVE CUSTOMER-ID OF TRANSACTION-RECORD
038580         TO PEND-CUSTOMER-ID.
038581     MOVE WS-OPERATOR-ID TO PEND-ENTERED-BY.
038582     MOVE WS-HOLD-TYPE TO PEND-ITEM-TYPE.
038583     MOVE 'P' TO PEND-ITEM-STATUS.
038584     MOVE ZERO TO PEND-DECIDED-DATE.
038585     MOVE ZERO TO PEND-DECIDED-TIME.
038586     MOVE TRANSACTION-RECORD TO PEND-TRAN-IMAGE.
038587     WRITE PENDING-RECORD
038588         INVALID KEY
038589             DISPLAY 'ERROR HOLDING ITEM FOR APPROVAL, STATUS = '
038590                 WS-PENDING-FILE-STATUS ' - NOT KEYED'
038591             GO TO 7000-EXIT
038592     END-WRITE.
038593     ADD 1 TO WS-HELD-COUNT.
038594     IF PEND-DELETE
038595         ADD 1 TO WS-DELETE-COUNT
038596         DISPLAY 'DELETE HELD FOR APPROVAL FOR CUSTOMER '
038597             WS-CUSTOMER-ID-X
038598     ELSE
038600         DISPLAY 'STATUS CHANGE HELD FOR APPROVAL FOR CUSTOMER '
038601             WS-CUSTOMER-ID-X
038602     END-IF.
038603     DISPLAY 'ANOTHER OPERATOR MUST APPROVE IT IN CUST-APPROVE'.
038604 7000-EXIT.
038605     EXIT.

038610 8000-TERMINATE.
038700     CLOSE TRANSACTION-FILE.
038800     IF WS-MASTER-AVAILABLE
038900         CLOSE CUSTOMER-FILE
039010     IF WS-TABLE-AVAILABLE
039020         CLOSE STATE-REF-FILE
039030     END-IF.
039040     IF WS-PENDING-AVAILABLE
039050         CLOSE PENDING-FILE
039060     END-IF.
039100     DISPLAY 'ADD TRANSACTIONS KEYED:    ' WS-ADD-COUNT.
039200     DISPLAY 'CHANGE TRANSACTIONS KEYED: ' WS-CHANGE-COUNT.
039300     DISPLAY 'DELETE TRANSACTIONS KEYED: ' WS-DELETE-COUNT.
039310     DISPLAY 'HELD FOR APPROVAL:         ' WS-HELD-COUNT.
039400 8000-EXIT.
039500     EXIT.

