001800*                  an exception report.  The posted and rejected
001900*                  totals must balance to the file's trailer
002000*                  record or the run ends with return code 8.
002010*                  A detail sent under a customer id CUST-MERGE
002020*                  has since retired is posted to the surviving
002030*                  id named on the merge cross-reference
002040*                  CustMergeXref.dax, and noted on the exception
002050*                  report without counting as a reject.
002100*
002200*                  Return file layout (CustPayRet.dat):
002300*                   detail  'D' + customer-id 9(6) + type
003370*                 individual payments and adjustments, and the
003380*                 new CUST-STATEMENT month-end step prints them
003390*                 back as customer statements.
003391* 2026-10-15  DC  A detail whose customer is not on the master
003392*                 is now looked up on the merge cross-reference
003393*                 CustMergeXref.dax before it is rejected.
003394*                 Billing keeps sending payments under ids
003395*                 CUST-MERGE has retired; those now post to the
003396*                 surviving id, with a note on the exception
003397*                 report, instead of being rejected.
003400*
003500****************************************************************
003600 IDENTIFICATION DIVISION.
006010     SELECT HISTORY-FILE ASSIGN TO 'CustPostHist.dat'
006020         ORGANIZATION IS LINE SEQUENTIAL
006030         FILE STATUS IS WS-HISTORY-FILE-STATUS.
006040     SELECT MERGE-FILE ASSIGN TO 'CustMergeXref.dax'
006050         ORGANIZATION IS INDEXED
006060         ACCESS MODE IS RANDOM
006070         RECORD KEY IS MERGE-RETIRED-ID OF MERGE-RECORD
006080         FILE STATUS IS WS-MERGE-FILE-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CUSTOMER-FILE.
009220 01  HISTORY-RECORD.
009230     COPY POSTREC.

009240 FD  MERGE-FILE.
009250 01  MERGE-RECORD.
009260     COPY MERGEREC.

009300 WORKING-STORAGE SECTION.
009400 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
009500     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
010100     88  WS-EXCEPTION-FILE-OK      VALUE '00'.
010110 01  WS-HISTORY-FILE-STATUS        PIC X(02).
010120     88  WS-HISTORY-FILE-OK        VALUE '00'.
010130 01  WS-MERGE-FILE-STATUS          PIC X(02).
010140     88  WS-MERGE-FILE-OK          VALUE '00'.
010150 01  WS-MERGE-SWITCH               PIC X(01) VALUE 'N'.
010160     88  WS-MERGE-XREF-AVAILABLE   VALUE 'Y'.
010200 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
010300     88  WS-END-OF-RETURN-FILE     VALUE 'Y'.
010400 01  WS-CUSTOMER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
010720     88  WS-POST-FAILED            VALUE 'Y'.
010800 01  WS-POSTED-COUNT               PIC 9(06) COMP VALUE ZERO.
010900 01  WS-REJECT-COUNT               PIC 9(06) COMP VALUE ZERO.
010910 01  WS-REDIRECT-COUNT             PIC 9(06) COMP VALUE ZERO.
011000 01  WS-POSTED-AMOUNT              PIC S9(09)V99 VALUE ZERO.
011100 01  WS-REJECT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
011200 01  WS-FILE-AMOUNT                PIC S9(09)V99 VALUE ZERO.
015720         GO TO 1000-EXIT
015730     END-IF.
015740     PERFORM 1050-OPEN-HISTORY-FILE THRU 1050-EXIT.
015750     IF NOT WS-HISTORY-FILE-OK
015760         GO TO 1000-EXIT
015770     END-IF.
015780     PERFORM 1060-OPEN-MERGE-FILE THRU 1060-EXIT.
015800 1000-EXIT.
015900     EXIT.

021598 1050-EXIT.
021599     EXIT.

021600*****************************************************************
021601* 1060-OPEN-MERGE-FILE - no merge cross-reference means no
021602* customer has ever been merged.  One that will not open costs
021603* only the redirect: details for retired ids are rejected, as
021604* they were before merges existed, and the run carries on.
021605*****************************************************************
021606 1060-OPEN-MERGE-FILE.
021607     OPEN INPUT MERGE-FILE.
021608     IF WS-MERGE-FILE-OK
021609         MOVE 'Y' TO WS-MERGE-SWITCH
021610         GO TO 1060-EXIT
021611     END-IF.
021612     IF WS-MERGE-FILE-STATUS NOT = '35'
021613         DISPLAY 'WARNING - MERGE XREF NOT AVAILABLE, STATUS = '
021614             WS-MERGE-FILE-STATUS ' - NO PAYMENTS REDIRECTED'
021615     END-IF.
021616 1060-EXIT.
021617     EXIT.

021700*****************************************************************
021800* 1070-CLOSE-ON-ABEND - close whichever files did open
021900* successfully before the run gives up.
023310     IF WS-HISTORY-FILE-OK
023320         CLOSE HISTORY-FILE
023330     END-IF.
023340     IF WS-MERGE-XREF-AVAILABLE
023350         CLOSE MERGE-FILE
023360     END-IF.
023400 1070-EXIT.
023500     EXIT.

029900*****************************************************************
030000* 3100-FIND-CUSTOMER - a payment for a customer who has been
030100* deleted (or never existed) has no master record to post
030200* against, and is rejected to the exception report - unless
030210* the id was retired by a merge, when it follows the merge
030220* cross-reference to the surviving id.
030300*****************************************************************
030400 3100-FIND-CUSTOMER.
030500     MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH.
030800         INVALID KEY CONTINUE
030900         NOT INVALID KEY MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH
031000     END-READ.
031010     IF NOT WS-CUSTOMER-FOUND
031020         PERFORM 3150-FOLLOW-MERGE THRU 3150-EXIT
031030     END-IF.
031100 3100-EXIT.
031200     EXIT.

031201*****************************************************************
031202* 3150-FOLLOW-MERGE - CUST-MERGE keeps every retired id pointed
031203* at a live survivor, so one read is enough.  The detail is
031204* re-addressed to the survivor, so the balance and the history
031205* both post there, and the redirect is noted on the exception
031206* report for billing to correct its id.
031207*****************************************************************
031208 3150-FOLLOW-MERGE.
031209     IF NOT WS-MERGE-XREF-AVAILABLE
031210         GO TO 3150-EXIT
031211     END-IF.
031212     MOVE RET-CUSTOMER-ID TO MERGE-RETIRED-ID OF MERGE-RECORD.
031213     READ MERGE-FILE
031214         INVALID KEY GO TO 3150-EXIT
031215     END-READ.
031216     MOVE MERGE-SURVIVOR-ID OF MERGE-RECORD
031217         TO CUSTOMER-ID OF CUSTOMER-RECORD.
031218     READ CUSTOMER-FILE
031219         INVALID KEY GO TO 3150-EXIT
031220     END-READ.
031221     MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH.
031222     MOVE RET-CUSTOMER-ID TO EXC-CUSTOMER-ID.
031223     MOVE RET-AMOUNT TO EXC-AMOUNT.
031224     MOVE SPACES TO EXC-REASON.
031225     STRING 'MERGED - POSTED TO SURVIVING ID '
031226                DELIMITED BY SIZE
031227            MERGE-SURVIVOR-ID OF MERGE-RECORD
031228                DELIMITED BY SIZE
031229         INTO EXC-REASON.
031230     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
031231     MOVE MERGE-SURVIVOR-ID OF MERGE-RECORD TO RET-CUSTOMER-ID.
031232     ADD 1 TO WS-REDIRECT-COUNT.
031233 3150-EXIT.
031234     EXIT.

031400*****************************************************************
031500* 3200-APPLY-TO-BALANCE - read (or create) the customer's
031600* balance record, apply the detail, and put it back.  A payment
039600     DISPLAY 'PAYMENTS POSTED:    ' WS-COUNT-EDIT.
039700     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
039800     DISPLAY 'PAYMENTS REJECTED:  ' WS-COUNT-EDIT.
039810     MOVE WS-REDIRECT-COUNT TO WS-COUNT-EDIT.
039820     DISPLAY 'POSTED TO SURVIVORS:' WS-COUNT-EDIT.
039900     MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-EDIT.
040000     DISPLAY 'AMOUNT POSTED:    ' WS-AMOUNT-EDIT.
040100     MOVE WS-REJECT-AMOUNT TO WS-AMOUNT-EDIT.
042900     CLOSE RETURN-FILE.
043000     CLOSE EXCEPTION-FILE.
043010     CLOSE HISTORY-FILE.
043020     IF WS-MERGE-XREF-AVAILABLE
043030         CLOSE MERGE-FILE
043040     END-IF.
043100 8000-EXIT.
043200     EXIT.

