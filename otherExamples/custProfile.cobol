001600*                  fields, the CustBal.dax balance and
001700*                  last-payment date, and the last few audit-trail
001800*                  actions (operator, action, date and time),
001900*                  read by key from the activity history and the
002000*                  live trail.  For an id not on the master the
002100*                  archive control file is walked and, when the
002200*                  customer sits on a CustArch.YYYYMMDD.dat
003000* Maintenance history
003100* -------------------------------------------------------------
003200* 2026-09-01  DC  Original version.
003210* 2026-10-15  DC  Recent activity is read by key from the
003220*                 activity history CustActHist.dax instead of
003230*                 walking every audit generation end to end.
003300*
003400****************************************************************
003500 IDENTIFICATION DIVISION.
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS BAL-CUSTOMER-ID OF BALANCE-RECORD
005800         FILE STATUS IS WS-BALANCE-FILE-STATUS.
005900     SELECT HISTORY-FILE ASSIGN TO 'CustActHist.dax'
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ACTH-KEY OF HISTORY-RECORD
006400         FILE STATUS IS WS-HISTORY-FILE-STATUS.
006500     SELECT AUDIT-FILE ASSIGN TO 'CustAudit.dat'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008600 01  BALANCE-RECORD.
008700     COPY BALREC.

008800 FD  HISTORY-FILE.
008900 01  HISTORY-RECORD.
009000     COPY ACTHREC.

009600 FD  AUDIT-FILE.
009700 01  AUDIT-RECORD.
011400     88  WS-XREF-FILE-OK           VALUE '00'.
011500 01  WS-BALANCE-FILE-STATUS        PIC X(02).
011600     88  WS-BALANCE-FILE-OK        VALUE '00'.
011700 01  WS-HISTORY-FILE-STATUS        PIC X(02).
011800     88  WS-HISTORY-FILE-OK        VALUE '00'.
012100 01  WS-AUDIT-FILE-STATUS          PIC X(02).
012200     88  WS-AUDIT-FILE-OK          VALUE '00'.
012300 01  WS-ARCH-CTL-STATUS            PIC X(02).
013200     88  WS-XREF-AVAILABLE         VALUE 'Y'.
013300 01  WS-BALANCE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
013400     88  WS-BALANCE-AVAILABLE      VALUE 'Y'.
013500 01  WS-HISTORY-EOF-SWITCH         PIC X(01) VALUE 'N'.
013600     88  WS-END-OF-HISTORY         VALUE 'Y'.
013900 01  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
014000     88  WS-END-OF-AUDIT-FILE      VALUE 'Y'.
014100 01  WS-ARCH-CTL-EOF-SWITCH        PIC X(01) VALUE 'N'.
015100 01  WS-SEARCH-LAST-NAME           PIC X(20).
015200 01  WS-SEARCH-FIRST-NAME          PIC X(20).
015300 01  WS-MATCH-COUNT                PIC 9(04) COMP VALUE ZERO.
015600 01  WS-ARCHIVE-FILE-NAME          PIC X(21).
015700 01  WS-ARCH-DATE-X                PIC X(08).
015800 01  WS-ARCH-HIT-DATE              PIC 9(08) VALUE ZERO.

042800*****************************************************************
042900* 5000-SHOW-RECENT-ACTIVITY - gather the customer's audit
043000* entries oldest to newest from the activity history and the
043100* live trail, keeping the last few in a rolling table, and show
043150* them.
043200*****************************************************************
043300 5000-SHOW-RECENT-ACTIVITY.
043400     MOVE ZERO TO WS-ACT-COUNT.
043500     PERFORM 5100-READ-HISTORY THRU 5100-EXIT.
043600     PERFORM 5400-SCAN-LIVE-TRAIL THRU 5400-EXIT.
043700     IF WS-ACT-COUNT = ZERO
043800         DISPLAY '  NO AUDIT ACTIVITY ON FILE'
044500 5000-EXIT.
044600     EXIT.

044700*****************************************************************
044800* 5100-READ-HISTORY - position the activity history on the
044900* customer and read their entries forward by key, oldest first,
045000* until the next customer's start.
045100*****************************************************************
045200 5100-READ-HISTORY.
045300     MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
045400     OPEN INPUT HISTORY-FILE.
045500     IF NOT WS-HISTORY-FILE-OK
045600         GO TO 5100-EXIT
045700     END-IF.
045800     MOVE WS-WANTED-ID TO ACTH-CUSTOMER-ID OF HISTORY-RECORD.
045900     MOVE ZERO TO ACTH-DATE OF HISTORY-RECORD.
046000     MOVE ZERO TO ACTH-TIME OF HISTORY-RECORD.
046100     MOVE ZERO TO ACTH-GENERATION-DATE OF HISTORY-RECORD.
046200     MOVE ZERO TO ACTH-GEN-SEQUENCE OF HISTORY-RECORD.
046300     START HISTORY-FILE KEY IS NOT LESS THAN ACTH-KEY
046400         INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
046500     END-START.
046600     PERFORM 5200-TAKE-ONE-HISTORY-ENTRY THRU 5200-EXIT
046700         UNTIL WS-END-OF-HISTORY.
046800     CLOSE HISTORY-FILE.
046900 5100-EXIT.
047000     EXIT.

047100 5200-TAKE-ONE-HISTORY-ENTRY.
047200     READ HISTORY-FILE NEXT RECORD
047300         AT END MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
047400         NOT AT END
047500             IF ACTH-CUSTOMER-ID OF HISTORY-RECORD
047600                     NOT = WS-WANTED-ID
047700                 MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
047800             ELSE
047900                 MOVE ACTH-AUDIT-DATA OF HISTORY-RECORD
048000                     TO WS-AUDIT-WORK
048100                 PERFORM 5500-NOTE-MATCHING-ENTRY THRU 5500-EXIT
048200             END-IF
048300     END-READ.
048400 5200-EXIT.
048500     EXIT.

049600 5400-SCAN-LIVE-TRAIL.
049700     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
