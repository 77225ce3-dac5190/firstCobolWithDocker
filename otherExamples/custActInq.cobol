001100*                  CustAudit.YYYYMMDD.dat generation, no single
001200*                  file answers 'what ever happened to customer
001300*                  NNNNNN'.  Given a customer id and a date
001400*                  range, this program reads that customer's
001500*                  entries by key from the activity history
001600*                  CustActHist.dax the roll loads (ACTHREC),
001700*                  then the live CustAudit.dat, and shows every
001800*                  action applied to that customer - date, time,
001900*                  operator and action - in the order it was
002300* Maintenance history
002400* -------------------------------------------------------------
002500* 2026-09-01  DC  Original version.
002510* 2026-10-15  DC  Reads the customer's entries by key from the
002520*                 activity history instead of walking every
002530*                 generation on the audit control file end to
002540*                 end, which grew slower with every night.
002600*
002700****************************************************************
002800 IDENTIFICATION DIVISION.
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT HISTORY-FILE ASSIGN TO 'CustActHist.dax'
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ACTH-KEY OF HISTORY-RECORD
004200         FILE STATUS IS WS-HISTORY-FILE-STATUS.
004300     SELECT AUDIT-FILE ASSIGN TO 'CustAudit.dat'
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  HISTORY-FILE.
004900 01  HISTORY-RECORD.
005000     COPY ACTHREC.

005600 FD  AUDIT-FILE.
005700 01  AUDIT-RECORD.
005800     COPY AUDITREC.

005900 WORKING-STORAGE SECTION.
006000 01  WS-HISTORY-FILE-STATUS        PIC X(02).
006100     88  WS-HISTORY-FILE-OK        VALUE '00'.
006400 01  WS-AUDIT-FILE-STATUS          PIC X(02).
006500     88  WS-AUDIT-FILE-OK          VALUE '00'.
006600 01  WS-DONE-SWITCH                PIC X(01) VALUE 'N'.
006700     88  WS-INQUIRY-DONE           VALUE 'Y'.
006800 01  WS-HISTORY-EOF-SWITCH         PIC X(01) VALUE 'N'.
006900     88  WS-END-OF-HISTORY         VALUE 'Y'.
007200 01  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
007300     88  WS-END-OF-AUDIT-FILE      VALUE 'Y'.
007400 01  WS-WANTED-ID-X                PIC X(06).
007700 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
007800 01  WS-TO-DATE-X                  PIC X(08).
007900 01  WS-TO-DATE                    PIC 9(08) VALUE ZERO.
008200 01  WS-MATCH-COUNT                PIC 9(06) COMP VALUE ZERO.
008300 01  WS-AUDIT-WORK.
008400     COPY AUDITREC.
014000         MOVE WS-TO-DATE-X TO WS-TO-DATE
014100     END-IF.
014200     MOVE ZERO TO WS-MATCH-COUNT.
014300     PERFORM 3000-READ-HISTORY THRU 3000-EXIT.
014400     PERFORM 5000-SCAN-LIVE-TRAIL THRU 5000-EXIT.
014500     IF WS-MATCH-COUNT = ZERO
014600         DISPLAY 'NO ACTIVITY FOUND FOR CUSTOMER '
015200     EXIT.

015300*****************************************************************
015400* 3000-READ-HISTORY - position the activity history on the
015500* wanted customer at the from date and read forward by key until
015600* the customer changes or the entries pass the to date.  Only
015700* that customer's entries are read, however many generations the
015800* roll has cut.
015900*****************************************************************
016000 3000-READ-HISTORY.
016100     MOVE 'N' TO WS-HISTORY-EOF-SWITCH.
016200     OPEN INPUT HISTORY-FILE.
016300     IF WS-HISTORY-FILE-STATUS = '35'
016400         DISPLAY 'NO ACTIVITY HISTORY ON HAND - '
016500             'SHOWING TODAY''S ACTIVITY ONLY'
016600         GO TO 3000-EXIT
016700     END-IF.
016800     IF NOT WS-HISTORY-FILE-OK
016900         DISPLAY 'ERROR OPENING ACTIVITY HISTORY, STATUS = '
017000             WS-HISTORY-FILE-STATUS
017100         GO TO 3000-EXIT
017200     END-IF.
017300     MOVE WS-WANTED-ID TO ACTH-CUSTOMER-ID OF HISTORY-RECORD.
017400     MOVE WS-FROM-DATE TO ACTH-DATE OF HISTORY-RECORD.
017500     MOVE ZERO TO ACTH-TIME OF HISTORY-RECORD.
017600     MOVE ZERO TO ACTH-GENERATION-DATE OF HISTORY-RECORD.
017700     MOVE ZERO TO ACTH-GEN-SEQUENCE OF HISTORY-RECORD.
017800     START HISTORY-FILE KEY IS NOT LESS THAN ACTH-KEY
017900         INVALID KEY MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
018000     END-START.
018100     PERFORM 3100-TAKE-ONE-HISTORY-ENTRY THRU 3100-EXIT
018200         UNTIL WS-END-OF-HISTORY.
018300     CLOSE HISTORY-FILE.
018400 3000-EXIT.
018500     EXIT.

018600 3100-TAKE-ONE-HISTORY-ENTRY.
018700     READ HISTORY-FILE NEXT RECORD
018800         AT END MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
018900         NOT AT END
019000             IF ACTH-CUSTOMER-ID OF HISTORY-RECORD
019100                     NOT = WS-WANTED-ID
019200                 OR ACTH-DATE OF HISTORY-RECORD > WS-TO-DATE
019300                 MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
019400             ELSE
019500                 MOVE ACTH-AUDIT-DATA OF HISTORY-RECORD
019600                     TO WS-AUDIT-WORK
019700                 PERFORM 6000-SHOW-MATCHING-ENTRY THRU 6000-EXIT
019800             END-IF
019900     END-READ.
020000 3100-EXIT.
020100     EXIT.

021800*****************************************************************
021900* 5000-SCAN-LIVE-TRAIL - the current day's activity is still on
