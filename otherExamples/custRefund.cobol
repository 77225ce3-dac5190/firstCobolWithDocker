000100****************************************************************
000200* Program name:    CustRefund
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Credit-balance refund run.  Walks CustBal.dax
000900*                  in customer id order and selects every credit
001000*                  (negative) balance larger than the run's
001100*                  dollar threshold, and every credit at all on a
001200*                  closed account - those never leave the master
001300*                  otherwise, since CUST-ARCHIVE holds back any
001400*                  account with an open balance.  The supervisor
001500*                  signs on through INPUT-AUTH-ENTRY (maintenance
001600*                  authority, level 3) and chooses either a
001700*                  review-only run, which prints the refund
001800*                  review register and changes nothing, or an
001900*                  approval run, which shows each selected
002000*                  customer and takes a refund / pass decision.
002100*                  An approved refund takes the balance to zero,
002200*                  posts an offsetting refund record (type D) to
002300*                  the posting history CustPostHist.dat so the
002400*                  statement shows it, and writes a refund
002500*                  request with the customer's name and mailing
002600*                  address to the accounts payable file
002700*                  CustRefund.dat (REFUNDREC), closed off with a
002800*                  count and total trailer.  Every selected credit
002900*                  and its decision prints on the register
003000*                  CustRefund.rpt.  A review-only run leaves the
003100*                  last approval run's payables file alone, and
003110*                  an approval run is refused with return code
003120*                  16 while that file still holds requests
003130*                  payables has not taken and emptied.  The
003200*                  system-busy flag is honored the way CUST-ENTRY
003300*                  honors it, with an override logged to the
003400*                  security log.
003500*
003600* Maintenance history
003700* -------------------------------------------------------------
003800* 2026-10-15  DC  Original version.
003900*
004000****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CUST-REFUND.
004300 AUTHOR. David Catino.
004400 INSTALLATION. Customer Systems.
004500 DATE-WRITTEN. 10/15/2026.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT BALANCE-FILE ASSIGN TO 'CustBal.dax'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS BAL-CUSTOMER-ID OF BALANCE-RECORD
005400         FILE STATUS IS WS-BALANCE-FILE-STATUS.
005500     SELECT CUSTOMER-FILE ASSIGN TO 'Customers.dax'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
005900         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
006000     SELECT HISTORY-FILE ASSIGN TO 'CustPostHist.dat'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HISTORY-FILE-STATUS.
006300     SELECT REFUND-FILE ASSIGN TO 'CustRefund.dat'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REFUND-FILE-STATUS.
006600     SELECT REGISTER-FILE ASSIGN TO 'CustRefund.rpt'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-REGISTER-FILE-STATUS.
006900     SELECT BUSY-FILE ASSIGN TO 'CustBusy.dat'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-BUSY-FILE-STATUS.
007200     SELECT SIGNLOG-FILE ASSIGN TO 'CustSignLog.dat'
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-SIGNLOG-FILE-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  BALANCE-FILE.
007800 01  BALANCE-RECORD.
007900     COPY BALREC.

008100 FD  CUSTOMER-FILE.
008200 01  CUSTOMER-RECORD.
008300     COPY CUSTREC.

008500 FD  HISTORY-FILE.
008600 01  HISTORY-RECORD.
008700     COPY POSTREC.

008900 FD  REFUND-FILE.
009000 01  REFUND-RECORD.
009100     COPY REFUNDREC.

009300 FD  REGISTER-FILE.
009400 01  REGISTER-LINE                 PIC X(132).

009600 FD  BUSY-FILE.
009700 01  BUSY-RECORD.
009800     COPY BUSYREC.

010000 FD  SIGNLOG-FILE.
010100 01  SIGNLOG-RECORD.
010200     COPY SIGNREC.

010400 WORKING-STORAGE SECTION.
010500 01  WS-OPERATOR-ID                PIC X(15).
010600 01  WS-OPERATOR-AUTHORITY         PIC 9(01) VALUE ZERO.
010700 01  WS-BALANCE-FILE-STATUS        PIC X(02).
010800     88  WS-BALANCE-FILE-OK        VALUE '00'.
010900 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
011000     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
011100 01  WS-HISTORY-FILE-STATUS        PIC X(02).
011200     88  WS-HISTORY-FILE-OK        VALUE '00'.
011300 01  WS-REFUND-FILE-STATUS         PIC X(02).
011400     88  WS-REFUND-FILE-OK         VALUE '00'.
011500 01  WS-REGISTER-FILE-STATUS       PIC X(02).
011600     88  WS-REGISTER-FILE-OK       VALUE '00'.
011700 01  WS-BUSY-FILE-STATUS           PIC X(02).
011800     88  WS-BUSY-FILE-OK           VALUE '00'.
011900 01  WS-SIGNLOG-FILE-STATUS        PIC X(02).
012000     88  WS-SIGNLOG-FILE-OK        VALUE '00'.
012100 01  WS-OVERRIDE-ANSWER            PIC X(01).
012200 01  WS-OVERRIDE-DATE              PIC 9(08) VALUE ZERO.
012300 01  WS-OVERRIDE-TIME              PIC 9(08) VALUE ZERO.
012400 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
012500     88  WS-END-OF-BALANCE-FILE    VALUE 'Y'.
012600 01  WS-BALANCE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
012700     88  WS-BALANCE-FILE-OPENED    VALUE 'Y'.
012710 01  WS-REFUND-OPEN-SWITCH         PIC X(01) VALUE 'N'.
012720     88  WS-REFUND-FILE-OPENED     VALUE 'Y'.
012730 01  WS-REFUND-WAITING-SWITCH      PIC X(01) VALUE 'N'.
012740     88  WS-REFUNDS-WAITING        VALUE 'Y'.
012800 01  WS-RUN-MODE                   PIC X(01) VALUE SPACE.
012900     88  WS-REVIEW-ONLY            VALUE 'R'.
013000     88  WS-APPROVAL-RUN           VALUE 'A'.
013100 01  WS-REVIEW-STOP-SWITCH         PIC X(01) VALUE 'N'.
013200     88  WS-REVIEW-STOPPED         VALUE 'Y'.
013300 01  WS-DECIDED-SWITCH             PIC X(01) VALUE 'N'.
013400     88  WS-DECISION-TAKEN         VALUE 'Y'.
013500 01  WS-POST-FAIL-SWITCH           PIC X(01) VALUE 'N'.
013600     88  WS-POST-FAILED            VALUE 'Y'.
013610 01  WS-HISTORY-FAIL-SWITCH        PIC X(01) VALUE 'N'.
013620     88  WS-HISTORY-FAILED         VALUE 'Y'.
013700 01  WS-REFUND-REASON              PIC X(01) VALUE SPACE.
013800     88  WS-REASON-THRESHOLD       VALUE 'T'.
013900     88  WS-REASON-CLOSED          VALUE 'C'.
014000     88  WS-NOT-SELECTED           VALUE SPACE.
014100 01  WS-DECISION-ANSWER            PIC X(01).
014200 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
014300 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
014400     05  WS-RUN-YEAR               PIC 9(04).
014500     05  WS-RUN-MONTH              PIC 9(02).
014600     05  WS-RUN-DAY                PIC 9(02).
014700 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
014800 01  WS-DEFAULT-THRESHOLD          PIC 9(05)V99 VALUE 10.00.
014900 01  WS-THRESHOLD                  PIC 9(05)V99 VALUE ZERO.
015000 01  WS-CREDIT-AMOUNT              PIC S9(07)V99 VALUE ZERO.
015100*    Threshold keyed as dollars with an optional point and cents.
015200 01  WS-THRESHOLD-ANSWER           PIC X(15).
015300 01  WS-THRESHOLD-VALID-SWITCH     PIC X(01) VALUE 'N'.
015400     88  WS-THRESHOLD-VALID        VALUE 'Y'.
015500 01  WS-AMT-WHOLE-X                PIC X(05) JUSTIFIED RIGHT.
015600 01  WS-AMT-CENTS-X                PIC X(02).
015700 01  WS-AMT-REST-X                 PIC X(15).
015800 01  WS-AMT-WHOLE-LEN              PIC 9(02) COMP VALUE ZERO.
015900 01  WS-AMT-CENTS-LEN              PIC 9(02) COMP VALUE ZERO.
016000 01  WS-AMT-REST-LEN               PIC 9(02) COMP VALUE ZERO.
016100 01  WS-AMT-DIGITS.
016200     05  WS-AMT-WHOLE              PIC 9(05).
016300     05  WS-AMT-CENTS              PIC 9(02).
016400 01  WS-AMT-VALUE REDEFINES WS-AMT-DIGITS
016500                                   PIC 9(05)V99.
016600 01  WS-READ-COUNT                 PIC 9(08) COMP VALUE ZERO.
016700 01  WS-SELECTED-COUNT             PIC 9(06) COMP VALUE ZERO.
016800 01  WS-SELECTED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
016900 01  WS-REFUNDED-COUNT             PIC 9(06) COMP VALUE ZERO.
017000 01  WS-REFUNDED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
017100 01  WS-PASSED-COUNT               PIC 9(06) COMP VALUE ZERO.
017200 01  WS-NOT-REVIEWED-COUNT         PIC 9(06) COMP VALUE ZERO.
017300 01  WS-NO-MASTER-COUNT            PIC 9(06) COMP VALUE ZERO.
017400 01  WS-FAILED-COUNT               PIC 9(06) COMP VALUE ZERO.
017450 01  WS-NO-HISTORY-COUNT           PIC 9(06) COMP VALUE ZERO.
017500 01  WS-AMOUNT-EDIT                PIC -,ZZZ,ZZZ,ZZ9.99.
017600 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
017700 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
017800 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 50.
017900 01  WS-REPORT-DATE.
018000     05  WS-REPORT-MONTH           PIC 9(02).
018100     05  FILLER                    PIC X(01) VALUE '/'.
018200     05  WS-REPORT-DAY             PIC 9(02).
018300     05  FILLER                    PIC X(01) VALUE '/'.
018400     05  WS-REPORT-YEAR            PIC 9(04).
018500 01  WS-HEADING-1.
018600     05  FILLER                    PIC X(30) VALUE
018700         'CREDIT BALANCE REFUND REGISTER'.
018800     05  FILLER                    PIC X(04) VALUE SPACES.
018900     05  FILLER                    PIC X(11) VALUE 'REPORT DATE'.
019000     05  FILLER                    PIC X(01) VALUE SPACES.
019100     05  HDG-REPORT-DATE           PIC X(10).
019200     05  FILLER                    PIC X(03) VALUE SPACES.
019300     05  FILLER                    PIC X(04) VALUE 'PAGE'.
019400     05  FILLER                    PIC X(01) VALUE SPACES.
019500     05  HDG-PAGE-NUMBER           PIC ZZZ9.
019600 01  WS-HEADING-2.
019700     05  FILLER                    PIC X(10) VALUE 'THRESHOLD '.
019800     05  HDG-THRESHOLD             PIC ZZ,ZZ9.99.
019900     05  FILLER                    PIC X(03) VALUE SPACES.
020000     05  HDG-RUN-MODE              PIC X(20).
020100     05  FILLER                    PIC X(03) VALUE SPACES.
020200     05  FILLER                    PIC X(11) VALUE 'SUPERVISOR '.
020300     05  HDG-OPERATOR              PIC X(15).
020400 01  WS-HEADING-3.
020500     05  FILLER                    PIC X(06) VALUE 'CUST #'.
020600     05  FILLER                    PIC X(02) VALUE SPACES.
020700     05  FILLER                    PIC X(20) VALUE 'LAST NAME'.
020800     05  FILLER                    PIC X(02) VALUE SPACES.
020900     05  FILLER                    PIC X(20) VALUE 'FIRST NAME'.
021000     05  FILLER                    PIC X(02) VALUE SPACES.
021100     05  FILLER                    PIC X(02) VALUE 'ST'.
021200     05  FILLER                    PIC X(02) VALUE SPACES.
021300     05  FILLER                    PIC X(08) VALUE 'LAST PD'.
021400     05  FILLER                    PIC X(02) VALUE SPACES.
021500     05  FILLER                    PIC X(13) VALUE
021600         '       CREDIT'.
021700     05  FILLER                    PIC X(02) VALUE SPACES.
021800     05  FILLER                    PIC X(14) VALUE 'SELECTED FOR'.
021900     05  FILLER                    PIC X(02) VALUE SPACES.
022000     05  FILLER                    PIC X(16) VALUE 'DECISION'.
022100 01  WS-DETAIL-LINE.
022200     05  DTL-CUSTOMER-ID           PIC ZZZZZ9.
022300     05  FILLER                    PIC X(02) VALUE SPACES.
022400     05  DTL-LAST-NAME             PIC X(20).
022500     05  FILLER                    PIC X(02) VALUE SPACES.
022600     05  DTL-FIRST-NAME            PIC X(20).
022700     05  FILLER                    PIC X(02) VALUE SPACES.
022800     05  DTL-STATUS                PIC X(02).
022900     05  FILLER                    PIC X(02) VALUE SPACES.
023000     05  DTL-LAST-PAID             PIC X(08).
023100     05  FILLER                    PIC X(02) VALUE SPACES.
023200     05  DTL-CREDIT                PIC -Z,ZZZ,ZZ9.99.
023300     05  FILLER                    PIC X(02) VALUE SPACES.
023400     05  DTL-REASON                PIC X(14).
023500     05  FILLER                    PIC X(02) VALUE SPACES.
023600     05  DTL-DECISION              PIC X(34).
023700 01  WS-TOTAL-LINE.
023800     05  TOT-LABEL                 PIC X(25).
023900     05  TOT-COUNT                 PIC ZZZ,ZZ9.
024000     05  FILLER                    PIC X(04) VALUE SPACES.
024100     05  TOT-AMOUNT                PIC -,ZZZ,ZZZ,ZZ9.99.
024200 PROCEDURE DIVISION.
024300 0000-MAINLINE.
024400     MOVE ZERO TO RETURN-CODE.
024500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024600     IF RETURN-CODE NOT = ZERO
024700         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
024800         GO TO 9999-STOP-RUN
024900     END-IF.
025000     PERFORM 2000-EXAMINE-ONE-BALANCE THRU 2000-EXIT
025100         UNTIL WS-END-OF-BALANCE-FILE.
025200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
025300     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

025500*****************************************************************
025600* 1000-INITIALIZE - sign the supervisor in, check the busy flag,
025700* settle the threshold and the kind of run, and open the files.
025800*****************************************************************
025900 1000-INITIALIZE.
026000     CALL 'INPUT-AUTH-ENTRY' USING WS-OPERATOR-ID
026100         WS-OPERATOR-AUTHORITY.
026200     IF RETURN-CODE NOT = ZERO
026300         GO TO 1000-EXIT
026400     END-IF.
026500     IF WS-OPERATOR-AUTHORITY < 3
026600         DISPLAY 'OPERATOR NOT AUTHORIZED FOR '
026700             'CREDIT REFUNDS'
026800         MOVE 12 TO RETURN-CODE
026900         GO TO 1000-EXIT
027000     END-IF.
027100     PERFORM 1200-CHECK-SYSTEM-BUSY THRU 1200-EXIT.
027200     IF RETURN-CODE NOT = ZERO
027300         GO TO 1000-EXIT
027400     END-IF.
027500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027600     ACCEPT WS-RUN-TIME FROM TIME.
027700     MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.
027800     MOVE WS-RUN-DAY TO WS-REPORT-DAY.
027900     MOVE WS-RUN-YEAR TO WS-REPORT-YEAR.
028000     MOVE WS-REPORT-DATE TO HDG-REPORT-DATE.
028100     MOVE WS-OPERATOR-ID TO HDG-OPERATOR.
028200     PERFORM 1100-ASK-THRESHOLD THRU 1100-EXIT
028300         UNTIL WS-THRESHOLD-VALID.
028400     MOVE WS-THRESHOLD TO HDG-THRESHOLD.
028500     PERFORM 1150-ASK-RUN-MODE THRU 1150-EXIT
028600         UNTIL WS-REVIEW-ONLY OR WS-APPROVAL-RUN.
028700     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
028800 1000-EXIT.
028900     EXIT.

029100*****************************************************************
029200* 1100-ASK-THRESHOLD - credits larger than this are selected on
029300* any account; a blank reply takes the standing default.
029400*****************************************************************
029500 1100-ASK-THRESHOLD.
029600     MOVE WS-DEFAULT-THRESHOLD TO WS-AMOUNT-EDIT.
029700     DISPLAY 'REFUND CREDITS OVER (BLANK FOR '
029800         WS-AMOUNT-EDIT '): '.
029900     ACCEPT WS-THRESHOLD-ANSWER.
030000     IF WS-THRESHOLD-ANSWER = SPACES
030100         OR WS-THRESHOLD-ANSWER = LOW-VALUES
030200         MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
030300         MOVE 'Y' TO WS-THRESHOLD-VALID-SWITCH
030400         GO TO 1100-EXIT
030500     END-IF.
030600     MOVE SPACES TO WS-AMT-WHOLE-X.
030700     MOVE SPACES TO WS-AMT-CENTS-X.
030800     MOVE SPACES TO WS-AMT-REST-X.
030900     MOVE ZERO TO WS-AMT-WHOLE-LEN.
031000     MOVE ZERO TO WS-AMT-CENTS-LEN.
031100     MOVE ZERO TO WS-AMT-REST-LEN.
031200     UNSTRING WS-THRESHOLD-ANSWER DELIMITED BY '.' OR ALL SPACE
031300         INTO WS-AMT-WHOLE-X COUNT IN WS-AMT-WHOLE-LEN
031400              WS-AMT-CENTS-X COUNT IN WS-AMT-CENTS-LEN
031500              WS-AMT-REST-X COUNT IN WS-AMT-REST-LEN
031600     END-UNSTRING.
031700     IF WS-AMT-WHOLE-LEN = ZERO
031800         OR WS-AMT-WHOLE-LEN > 5
031900         OR WS-AMT-CENTS-LEN > 2
032000         OR WS-AMT-REST-LEN > ZERO
032100         DISPLAY 'THRESHOLD MUST BE DOLLARS AND CENTS'
032200         GO TO 1100-EXIT
032300     END-IF.
032400     INSPECT WS-AMT-WHOLE-X REPLACING LEADING SPACE BY '0'.
032500     INSPECT WS-AMT-CENTS-X REPLACING ALL SPACE BY '0'.
032600     IF WS-AMT-WHOLE-X IS NOT NUMERIC
032700         OR WS-AMT-CENTS-X IS NOT NUMERIC
032800         DISPLAY 'THRESHOLD MUST BE DOLLARS AND CENTS'
032900         GO TO 1100-EXIT
033000     END-IF.
033100     MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE.
033200     MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS.
033300     MOVE WS-AMT-VALUE TO WS-THRESHOLD.
033400     MOVE 'Y' TO WS-THRESHOLD-VALID-SWITCH.
033500 1100-EXIT.
033600     EXIT.

033800 1150-ASK-RUN-MODE.
033900     DISPLAY 'R = REVIEW REGISTER ONLY, '
034000         'A = APPROVE AND REFUND: '.
034100     ACCEPT WS-RUN-MODE.
034200     EVALUATE WS-RUN-MODE
034300         WHEN 'R'
034400         WHEN 'r'
034500             MOVE 'R' TO WS-RUN-MODE
034600             MOVE 'REVIEW ONLY' TO HDG-RUN-MODE
034700         WHEN 'A'
034800         WHEN 'a'
034900             MOVE 'A' TO WS-RUN-MODE
035000             MOVE 'APPROVAL RUN' TO HDG-RUN-MODE
035100         WHEN OTHER
035200             DISPLAY 'REPLY R OR A'
035300     END-EVALUATE.
035400 1150-EXIT.
035500     EXIT.

035700*****************************************************************
035800* 1070-CLOSE-ON-ABEND - close whichever files did open
035900* successfully before the run gives up.
036000*****************************************************************
036100 1070-CLOSE-ON-ABEND.
036200     IF WS-BALANCE-FILE-OPENED
036300         CLOSE BALANCE-FILE
036400     END-IF.
036500     IF WS-CUSTOMER-FILE-OK
036600         CLOSE CUSTOMER-FILE
036700     END-IF.
036800     IF WS-HISTORY-FILE-OK
036900         CLOSE HISTORY-FILE
037000     END-IF.
037100     IF WS-REFUND-FILE-OPENED
037200         CLOSE REFUND-FILE
037300     END-IF.
037400     IF WS-REGISTER-FILE-OK
037500         CLOSE REGISTER-FILE
037600     END-IF.
037700 1070-EXIT.
037800     EXIT.

038000*****************************************************************
038100* 1200-CHECK-SYSTEM-BUSY - refuse to run while CUST-DRIVER's
038200* window owns the files.  The supervisor can override for the
038300* night the driver dies without clearing the flag; the override
038400* goes on the security log.
038500*****************************************************************
038600 1200-CHECK-SYSTEM-BUSY.
038700     OPEN INPUT BUSY-FILE.
038800     IF WS-BUSY-FILE-STATUS = '35'
038900         GO TO 1200-EXIT
039000     END-IF.
039100     IF NOT WS-BUSY-FILE-OK
039200         DISPLAY 'WARNING - CANNOT READ SYSTEM BUSY FLAG, '
039300             'STATUS = ' WS-BUSY-FILE-STATUS
039400         GO TO 1200-EXIT
039500     END-IF.
039600     READ BUSY-FILE
039700         AT END
039800             CLOSE BUSY-FILE
039900             GO TO 1200-EXIT
040000     END-READ.
040100     CLOSE BUSY-FILE.
040200     IF NOT BUSY-WINDOW-OPEN
040300         GO TO 1200-EXIT
040400     END-IF.
040500     DISPLAY 'SYSTEM BUSY - THE BATCH WINDOW OPENED AT '
040600         BUSY-TIME ' ON ' BUSY-DATE
040700         ' (OPERATOR ' BUSY-OPERATOR-ID ')'.
040800     DISPLAY 'OVERRIDE THE BUSY FLAG AND CONTINUE? (Y/N): '.
040900     ACCEPT WS-OVERRIDE-ANSWER.
041000     IF WS-OVERRIDE-ANSWER = 'Y' OR WS-OVERRIDE-ANSWER = 'y'
041100         PERFORM 1250-LOG-BUSY-OVERRIDE THRU 1250-EXIT
041200     ELSE
041300         DISPLAY 'REFUND RUN REFUSED WHILE THE WINDOW IS OPEN'
041400         MOVE 12 TO RETURN-CODE
041500     END-IF.
041600 1200-EXIT.
041700     EXIT.

041900 1250-LOG-BUSY-OVERRIDE.
042000     OPEN EXTEND SIGNLOG-FILE.
042100     IF WS-SIGNLOG-FILE-STATUS = '35'
042200         OPEN OUTPUT SIGNLOG-FILE
042300     END-IF.
042400     IF NOT WS-SIGNLOG-FILE-OK
042500         DISPLAY 'WARNING - OVERRIDE NOT LOGGED, STATUS = '
042600             WS-SIGNLOG-FILE-STATUS
042700         GO TO 1250-EXIT
042800     END-IF.
042900     ACCEPT WS-OVERRIDE-DATE FROM DATE YYYYMMDD.
043000     ACCEPT WS-OVERRIDE-TIME FROM TIME.
043100     MOVE WS-OPERATOR-ID TO SIGN-OPERATOR-ID.
043200     MOVE WS-OVERRIDE-DATE TO SIGN-DATE.
043300     MOVE WS-OVERRIDE-TIME TO SIGN-TIME.
043400     MOVE 'BUSY FLAG OVERRIDE' TO SIGN-EVENT.
043500     MOVE 'CUST-REFUND SESSION' TO SIGN-DETAIL.
043600     WRITE SIGNLOG-RECORD.
043700     CLOSE SIGNLOG-FILE.
043800     DISPLAY 'OVERRIDE LOGGED - PROCEED WITH CARE'.
043900 1250-EXIT.
044000     EXIT.

044200*****************************************************************
044300* 1300-OPEN-FILES - the payables file and the history are only
044400* opened on an approval run, so a review-only run cannot
044500* truncate a payables file that has not been picked up yet.
044510* An approval run will not truncate one either: it stops with
044520* return code 16 while the file still holds any record.
044600*****************************************************************
044700 1300-OPEN-FILES.
044800     OPEN INPUT CUSTOMER-FILE.
044900     IF NOT WS-CUSTOMER-FILE-OK
045000         DISPLAY 'ERROR OPENING CUSTOMER FILE, STATUS = '
045100             WS-CUSTOMER-FILE-STATUS
045200         MOVE 16 TO RETURN-CODE
045300         GO TO 1300-EXIT
045400     END-IF.
045500     OPEN I-O BALANCE-FILE.
045600     IF WS-BALANCE-FILE-STATUS = '35'
045700         DISPLAY 'NO BALANCE FILE ON HAND - '
045800             'NO CREDITS TO REFUND'
045900         MOVE 'Y' TO WS-EOF-SWITCH
046000     ELSE
046100         IF NOT WS-BALANCE-FILE-OK
046200             DISPLAY 'ERROR OPENING BALANCE FILE, STATUS = '
046300                 WS-BALANCE-FILE-STATUS
046400             MOVE 16 TO RETURN-CODE
046500             GO TO 1300-EXIT
046600         END-IF
046700         MOVE 'Y' TO WS-BALANCE-OPEN-SWITCH
046800     END-IF.
046900     OPEN OUTPUT REGISTER-FILE.
047000     IF NOT WS-REGISTER-FILE-OK
047100         DISPLAY 'ERROR OPENING REFUND REGISTER, STATUS = '
047200             WS-REGISTER-FILE-STATUS
047300         MOVE 16 TO RETURN-CODE
047400         GO TO 1300-EXIT
047500     END-IF.
047600     IF WS-REVIEW-ONLY
047700         GO TO 1300-EXIT
047800     END-IF.
047900     OPEN EXTEND HISTORY-FILE.
048000     IF WS-HISTORY-FILE-STATUS = '35'
048100         OPEN OUTPUT HISTORY-FILE
048200     END-IF.
048300     IF NOT WS-HISTORY-FILE-OK
048400         DISPLAY 'ERROR OPENING POSTING HISTORY FILE, STATUS = '
048500             WS-HISTORY-FILE-STATUS
048600         MOVE 16 TO RETURN-CODE
048700         GO TO 1300-EXIT
048800     END-IF.
048810     PERFORM 1310-CHECK-REFUND-FILE THRU 1310-EXIT.
048820     IF RETURN-CODE NOT = ZERO
048830         GO TO 1300-EXIT
048840     END-IF.
048900     OPEN OUTPUT REFUND-FILE.
049000     IF NOT WS-REFUND-FILE-OK
049100         DISPLAY 'ERROR OPENING REFUND REQUEST FILE, STATUS = '
049200             WS-REFUND-FILE-STATUS
049300         MOVE 16 TO RETURN-CODE
049400         GO TO 1300-EXIT
049500     END-IF.
049550     MOVE 'Y' TO WS-REFUND-OPEN-SWITCH.
049600 1300-EXIT.
049700     EXIT.

049706*****************************************************************
049712* 1310-CHECK-REFUND-FILE - payables empties CustRefund.dat once
049718* it has cut the checks.  Any record still on it is a request
049724* not yet taken, for a balance already zeroed, and opening the
049730* file for output would lose it.
049736*****************************************************************
049742 1310-CHECK-REFUND-FILE.
049748     MOVE 'N' TO WS-REFUND-WAITING-SWITCH.
049754     OPEN INPUT REFUND-FILE.
049760     IF WS-REFUND-FILE-STATUS = '35'
049766         GO TO 1310-EXIT
049772     END-IF.
049778     IF NOT WS-REFUND-FILE-OK
049784         DISPLAY 'ERROR OPENING REFUND REQUEST FILE, STATUS = '
049790             WS-REFUND-FILE-STATUS
049796         MOVE 16 TO RETURN-CODE
049802         GO TO 1310-EXIT
049808     END-IF.
049814     READ REFUND-FILE
049820         AT END CONTINUE
049826         NOT AT END MOVE 'Y' TO WS-REFUND-WAITING-SWITCH
049832     END-READ.
049838     CLOSE REFUND-FILE.
049844     IF WS-REFUNDS-WAITING
049850         DISPLAY 'CustRefund.dat STILL HOLDS REFUND REQUESTS NOT '
049856             'TAKEN BY PAYABLES'
049862         DISPLAY 'APPROVAL RUN REFUSED - RUN REVIEW ONLY, OR '
049868             'HAVE PAYABLES TAKE THE FILE FIRST'
049874         MOVE 16 TO RETURN-CODE
049880     END-IF.
049886 1310-EXIT.
049892     EXIT.

049900*****************************************************************
050000* 2000-EXAMINE-ONE-BALANCE - one balance record per pass, in
050100* customer id order.
050200*****************************************************************
050300 2000-EXAMINE-ONE-BALANCE.
050400     READ BALANCE-FILE NEXT RECORD
050500         AT END MOVE 'Y' TO WS-EOF-SWITCH
050600         NOT AT END
050700             ADD 1 TO WS-READ-COUNT
050800             PERFORM 2100-SELECT-CREDIT THRU 2100-EXIT
050900     END-READ.
051000 2000-EXIT.
051100     EXIT.

051300*****************************************************************
051400* 2100-SELECT-CREDIT - a credit is selected when it is over the
051500* threshold, or when the account is closed and the credit would
051600* otherwise sit on the master forever.  A credit with no master
051700* record has no name or address to send a check to; it prints
051800* for someone to chase but cannot be refunded.
051900*****************************************************************
052000 2100-SELECT-CREDIT.
052100     IF BAL-CURRENT-BALANCE OF BALANCE-RECORD NOT < ZERO
052200         GO TO 2100-EXIT
052300     END-IF.
052400     COMPUTE WS-CREDIT-AMOUNT =
052500         ZERO - BAL-CURRENT-BALANCE OF BALANCE-RECORD.
052600     MOVE SPACES TO WS-DETAIL-LINE.
052700     MOVE BAL-CUSTOMER-ID OF BALANCE-RECORD TO DTL-CUSTOMER-ID.
052800     MOVE BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
052900         TO DTL-LAST-PAID.
053000     MOVE WS-CREDIT-AMOUNT TO DTL-CREDIT.
053100     MOVE BAL-CUSTOMER-ID OF BALANCE-RECORD
053200         TO CUSTOMER-ID OF CUSTOMER-RECORD.
053300     READ CUSTOMER-FILE
053400         INVALID KEY
053500             IF WS-CREDIT-AMOUNT > WS-THRESHOLD
053600                 MOVE '** NOT ON MASTER **' TO DTL-LAST-NAME
053700                 MOVE 'OVER THRESHOLD' TO DTL-REASON
053800                 MOVE 'NO MASTER RECORD' TO DTL-DECISION
053900                 ADD 1 TO WS-NO-MASTER-COUNT
054000                 PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT
054100             END-IF
054200             GO TO 2100-EXIT
054300     END-READ.
054400     MOVE SPACE TO WS-REFUND-REASON.
054500     IF ACCOUNT-CLOSED OF CUSTOMER-RECORD
054600         MOVE 'C' TO WS-REFUND-REASON
054700         MOVE 'CLOSED ACCOUNT' TO DTL-REASON
054800     ELSE
054900         IF WS-CREDIT-AMOUNT > WS-THRESHOLD
055000             MOVE 'T' TO WS-REFUND-REASON
055100             MOVE 'OVER THRESHOLD' TO DTL-REASON
055200         END-IF
055300     END-IF.
055400     IF WS-NOT-SELECTED
055500         GO TO 2100-EXIT
055600     END-IF.
055700     ADD 1 TO WS-SELECTED-COUNT.
055800     ADD WS-CREDIT-AMOUNT TO WS-SELECTED-AMOUNT.
055900     MOVE LAST-NAME OF CUSTOMER-RECORD TO DTL-LAST-NAME.
056000     MOVE FIRST-NAME OF CUSTOMER-RECORD TO DTL-FIRST-NAME.
056100     MOVE ACCOUNT-STATUS OF CUSTOMER-RECORD TO DTL-STATUS.
056200     EVALUATE TRUE
056300         WHEN WS-REVIEW-ONLY
056400             MOVE 'FOR REVIEW' TO DTL-DECISION
056500         WHEN WS-REVIEW-STOPPED
056600             MOVE 'NOT REVIEWED' TO DTL-DECISION
056700             ADD 1 TO WS-NOT-REVIEWED-COUNT
056800         WHEN OTHER
056900             PERFORM 3000-REVIEW-CREDIT THRU 3000-EXIT
057000     END-EVALUATE.
057100     PERFORM 4000-PRINT-DETAIL THRU 4000-EXIT.
057200 2100-EXIT.
057300     EXIT.

057500*****************************************************************
057600* 3000-REVIEW-CREDIT - show the supervisor the customer and the
057700* credit and take the decision.  S stops the reviewing; the
057800* rest of the credits still print, as not reviewed.
057900*****************************************************************
058000 3000-REVIEW-CREDIT.
058100     DISPLAY ' '.
058200     DISPLAY 'CUSTOMER ' CUSTOMER-ID OF CUSTOMER-RECORD
058300         ' ' FIRST-NAME OF CUSTOMER-RECORD
058400         ' ' LAST-NAME OF CUSTOMER-RECORD
058500         ' STATUS ' ACCOUNT-STATUS OF CUSTOMER-RECORD.
058600     DISPLAY '         ' CUSTOMER-ADDRESS OF CUSTOMER-RECORD.
058700     DISPLAY '         ' CUSTOMER-CITY OF CUSTOMER-RECORD
058800         ' ' CUSTOMER-STATE OF CUSTOMER-RECORD
058900         ' ' CUSTOMER-ZIP OF CUSTOMER-RECORD.
059000     MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT.
059100     DISPLAY '         CREDIT ' WS-AMOUNT-EDIT
059200         '  LAST PAID '
059300         BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
059400         '  ' DTL-REASON.
059500     MOVE 'N' TO WS-DECIDED-SWITCH.
059600     PERFORM 3010-ASK-DECISION THRU 3010-EXIT
059700         UNTIL WS-DECISION-TAKEN.
059800 3000-EXIT.
059900     EXIT.

060100 3010-ASK-DECISION.
060200     DISPLAY 'REFUND (Y), PASS (N) OR STOP REVIEWING (S): '.
060300     ACCEPT WS-DECISION-ANSWER.
060400     EVALUATE WS-DECISION-ANSWER
060500         WHEN 'Y'
060600         WHEN 'y'
060700             MOVE 'Y' TO WS-DECIDED-SWITCH
060800             PERFORM 3100-ISSUE-REFUND THRU 3100-EXIT
060810             IF RETURN-CODE = 16
060820                 MOVE 'Y' TO WS-REVIEW-STOP-SWITCH
060830                 DISPLAY 'FILE ERROR - NO FURTHER CREDITS WILL '
060840                     'BE REVIEWED THIS RUN'
060850             END-IF
060900         WHEN 'N'
061000         WHEN 'n'
061100             MOVE 'Y' TO WS-DECIDED-SWITCH
061200             MOVE 'PASSED' TO DTL-DECISION
061300             ADD 1 TO WS-PASSED-COUNT
061400         WHEN 'S'
061500         WHEN 's'
061600             MOVE 'Y' TO WS-DECIDED-SWITCH
061700             MOVE 'Y' TO WS-REVIEW-STOP-SWITCH
061800             MOVE 'NOT REVIEWED' TO DTL-DECISION
061900             ADD 1 TO WS-NOT-REVIEWED-COUNT
062000         WHEN OTHER
062100             DISPLAY 'REPLY Y, N OR S'
062200     END-EVALUATE.
062300 3010-EXIT.
062400     EXIT.

062600*****************************************************************
062700* 3100-ISSUE-REFUND - zero the balance first; only a balance
062800* that took the refund gets its history record and its payables
062900* request, so a check is never cut for a credit still on file.
062910* The refund is counted into the trailer totals only once its
062920* payables request is written.  A balance zeroed whose history
062930* record would not write still gets its request - the check is
062940* owed - but is marked and counted apart so the history can be
062950* put right.
063000*****************************************************************
063100 3100-ISSUE-REFUND.
063200     MOVE 'N' TO WS-POST-FAIL-SWITCH.
063300     MOVE ZERO TO BAL-CURRENT-BALANCE OF BALANCE-RECORD.
063400     REWRITE BALANCE-RECORD
063500         INVALID KEY
063600             DISPLAY 'ERROR REWRITING BALANCE RECORD: '
063700                 BAL-CUSTOMER-ID OF BALANCE-RECORD
063800                 ' STATUS = ' WS-BALANCE-FILE-STATUS
063900             MOVE 16 TO RETURN-CODE
064000             MOVE 'Y' TO WS-POST-FAIL-SWITCH
064100     END-REWRITE.
064200     IF WS-POST-FAILED
064300         MOVE 'NOT REFUNDED' TO DTL-DECISION
064400         ADD 1 TO WS-FAILED-COUNT
064500         GO TO 3100-EXIT
064600     END-IF.
064700     PERFORM 3200-WRITE-HISTORY-RECORD THRU 3200-EXIT.
064710     MOVE WS-POST-FAIL-SWITCH TO WS-HISTORY-FAIL-SWITCH.
064720     MOVE 'N' TO WS-POST-FAIL-SWITCH.
064800     PERFORM 3300-WRITE-REFUND-REQUEST THRU 3300-EXIT.
064810     IF WS-POST-FAILED
064820         MOVE 'NO AP REQUEST' TO DTL-DECISION
064830         ADD 1 TO WS-FAILED-COUNT
064840         GO TO 3100-EXIT
064850     END-IF.
064900     ADD 1 TO WS-REFUNDED-COUNT.
065000     ADD WS-CREDIT-AMOUNT TO WS-REFUNDED-AMOUNT.
065010     IF WS-HISTORY-FAILED
065020         MOVE 'REFUND ISSUED, HISTORY NOT WRITTEN'
065030             TO DTL-DECISION
065040         ADD 1 TO WS-NO-HISTORY-COUNT
065050         GO TO 3100-EXIT
065060     END-IF.
065100     MOVE 'REFUNDED' TO DTL-DECISION.
065200 3100-EXIT.
065300     EXIT.

065400*****************************************************************
065410* 3200-WRITE-HISTORY-RECORD - the type D record the statement
065420* and the activity history show the refund from.
065430*****************************************************************
065500 3200-WRITE-HISTORY-RECORD.
065600     MOVE BAL-CUSTOMER-ID OF BALANCE-RECORD TO POST-CUSTOMER-ID.
065700     MOVE 'D' TO POST-TRAN-TYPE.
065800     MOVE WS-CREDIT-AMOUNT TO POST-AMOUNT.
065900     MOVE WS-RUN-DATE TO POST-DATE.
066000     MOVE WS-RUN-TIME TO POST-TIME.
066100     MOVE ZERO TO POST-PAY-DATE.
066200     WRITE HISTORY-RECORD.
066300     IF NOT WS-HISTORY-FILE-OK
066400         DISPLAY 'ERROR WRITING POSTING HISTORY RECORD, '
066500             'STATUS = ' WS-HISTORY-FILE-STATUS
066600         MOVE 16 TO RETURN-CODE
066650         MOVE 'Y' TO WS-POST-FAIL-SWITCH
066700     END-IF.
066800 3200-EXIT.
066900     EXIT.

067100 3300-WRITE-REFUND-REQUEST.
067200     MOVE SPACES TO REFUND-RECORD.
067300     MOVE 'D' TO REF-RECORD-TYPE.
067400     MOVE BAL-CUSTOMER-ID OF BALANCE-RECORD TO REF-CUSTOMER-ID.
067500     MOVE WS-CREDIT-AMOUNT TO REF-AMOUNT.
067600     MOVE WS-RUN-DATE TO REF-REQUEST-DATE.
067700     MOVE WS-REFUND-REASON TO REF-REFUND-REASON.
067800     MOVE FIRST-NAME OF CUSTOMER-RECORD TO REF-FIRST-NAME.
067900     MOVE LAST-NAME OF CUSTOMER-RECORD TO REF-LAST-NAME.
068000     MOVE CUSTOMER-ADDRESS OF CUSTOMER-RECORD TO REF-ADDRESS.
068100     MOVE CUSTOMER-CITY OF CUSTOMER-RECORD TO REF-CITY.
068200     MOVE CUSTOMER-STATE OF CUSTOMER-RECORD TO REF-STATE.
068300     MOVE CUSTOMER-ZIP OF CUSTOMER-RECORD TO REF-ZIP.
068400     MOVE WS-OPERATOR-ID TO REF-APPROVED-BY.
068500     WRITE REFUND-RECORD.
068600     IF NOT WS-REFUND-FILE-OK
068700         DISPLAY 'ERROR WRITING REFUND REQUEST FOR '
068800             REF-CUSTOMER-ID ', STATUS = '
068900             WS-REFUND-FILE-STATUS
069000         MOVE 16 TO RETURN-CODE
069050         MOVE 'Y' TO WS-POST-FAIL-SWITCH
069100     END-IF.
069200 3300-EXIT.
069300     EXIT.

069500*****************************************************************
069600* 4000-PRINT-DETAIL - one register line per selected credit,
069700* with a fresh page and headings every WS-LINES-PER-PAGE lines.
069800*****************************************************************
069900 4000-PRINT-DETAIL.
070000     IF WS-PAGE-COUNT = ZERO
070100         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
070200         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
070300     END-IF.
070400     MOVE WS-DETAIL-LINE TO REGISTER-LINE.
070500     WRITE REGISTER-LINE.
070600     ADD 1 TO WS-LINE-COUNT.
070700 4000-EXIT.
070800     EXIT.

071000 4100-PRINT-HEADINGS.
071100     ADD 1 TO WS-PAGE-COUNT.
071200     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
071300     IF WS-PAGE-COUNT > 1
071400         MOVE SPACES TO REGISTER-LINE
071500         WRITE REGISTER-LINE
071600         WRITE REGISTER-LINE AFTER ADVANCING PAGE
071700     END-IF.
071800     MOVE WS-HEADING-1 TO REGISTER-LINE.
071900     WRITE REGISTER-LINE.
072000     MOVE WS-HEADING-2 TO REGISTER-LINE.
072100     WRITE REGISTER-LINE.
072200     MOVE SPACES TO REGISTER-LINE.
072300     WRITE REGISTER-LINE.
072400     MOVE WS-HEADING-3 TO REGISTER-LINE.
072500     WRITE REGISTER-LINE.
072600     MOVE ZERO TO WS-LINE-COUNT.
072700 4100-EXIT.
072800     EXIT.

073000*****************************************************************
073100* 8000-TERMINATE - close the payables file with its trailer,
073200* print the register totals, and report the counts.  A credit
073300* with no master record ends the run with return code 4 so
073400* someone chases it.
073500*****************************************************************
073600 8000-TERMINATE.
073700     IF WS-APPROVAL-RUN
073800         MOVE SPACES TO REFUND-RECORD
073900         MOVE 'T' TO REF-RECORD-TYPE
074000         MOVE WS-REFUNDED-COUNT TO REF-TRAILER-COUNT
074100         MOVE WS-REFUNDED-AMOUNT TO REF-TRAILER-AMOUNT
074200         MOVE WS-RUN-DATE TO REF-TRAILER-DATE
074300         WRITE REFUND-RECORD
074310         IF NOT WS-REFUND-FILE-OK
074320             DISPLAY 'ERROR WRITING REFUND TRAILER, STATUS = '
074330                 WS-REFUND-FILE-STATUS
074340             MOVE 16 TO RETURN-CODE
074350         END-IF
074400         CLOSE REFUND-FILE
074410         MOVE 'N' TO WS-REFUND-OPEN-SWITCH
074500         CLOSE HISTORY-FILE
074600     END-IF.
074700     IF WS-PAGE-COUNT = ZERO
074800         PERFORM 4100-PRINT-HEADINGS THRU 4100-EXIT
074900     END-IF.
075000     MOVE SPACES TO REGISTER-LINE.
075100     WRITE REGISTER-LINE.
075200     MOVE SPACES TO WS-TOTAL-LINE.
075300     MOVE 'CREDITS SELECTED:        ' TO TOT-LABEL.
075400     MOVE WS-SELECTED-COUNT TO TOT-COUNT.
075500     MOVE WS-SELECTED-AMOUNT TO TOT-AMOUNT.
075600     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
075700     WRITE REGISTER-LINE.
075800     MOVE 'CREDITS REFUNDED:        ' TO TOT-LABEL.
075900     MOVE WS-REFUNDED-COUNT TO TOT-COUNT.
076000     MOVE WS-REFUNDED-AMOUNT TO TOT-AMOUNT.
076100     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
076200     WRITE REGISTER-LINE.
076300     MOVE SPACES TO WS-TOTAL-LINE.
076400     MOVE 'CREDITS PASSED:          ' TO TOT-LABEL.
076500     MOVE WS-PASSED-COUNT TO TOT-COUNT.
076600     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
076700     WRITE REGISTER-LINE.
076800     MOVE 'CREDITS NOT REVIEWED:    ' TO TOT-LABEL.
076900     MOVE WS-NOT-REVIEWED-COUNT TO TOT-COUNT.
077000     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
077100     WRITE REGISTER-LINE.
077200     MOVE 'CREDITS WITHOUT MASTER:  ' TO TOT-LABEL.
077300     MOVE WS-NO-MASTER-COUNT TO TOT-COUNT.
077400     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
077500     WRITE REGISTER-LINE.
077510     IF WS-NO-HISTORY-COUNT > ZERO
077520         MOVE 'REFUNDS WITHOUT HISTORY: ' TO TOT-LABEL
077530         MOVE WS-NO-HISTORY-COUNT TO TOT-COUNT
077540         MOVE WS-TOTAL-LINE TO REGISTER-LINE
077550         WRITE REGISTER-LINE
077560     END-IF.
077600     IF WS-BALANCE-FILE-OPENED
077700         CLOSE BALANCE-FILE
077800     END-IF.
077900     CLOSE CUSTOMER-FILE.
078000     CLOSE REGISTER-FILE.
078100     DISPLAY 'BALANCES READ:          ' WS-READ-COUNT.
078200     DISPLAY 'CREDITS SELECTED:       ' WS-SELECTED-COUNT.
078300     DISPLAY 'CREDITS REFUNDED:       ' WS-REFUNDED-COUNT.
078400     MOVE WS-REFUNDED-AMOUNT TO WS-AMOUNT-EDIT.
078500     DISPLAY 'AMOUNT REFUNDED:      ' WS-AMOUNT-EDIT.
078600     DISPLAY 'CREDITS WITHOUT MASTER: ' WS-NO-MASTER-COUNT.
078700     IF WS-FAILED-COUNT > ZERO
078800         DISPLAY 'REFUNDS NOT POSTED:     ' WS-FAILED-COUNT
078900     END-IF.
078910     IF WS-NO-HISTORY-COUNT > ZERO
078920         DISPLAY 'REFUNDS WITHOUT HISTORY: ' WS-NO-HISTORY-COUNT
078930     END-IF.
079000     IF WS-NO-MASTER-COUNT > ZERO AND RETURN-CODE < 4
079100         MOVE 4 TO RETURN-CODE
079200     END-IF.
079300     DISPLAY 'REGISTER WRITTEN TO CustRefund.rpt'.
079400 8000-EXIT.
079500     EXIT.

079700 9999-STOP-RUN.
079800     GOBACK.
079900 9999-EXIT.
080000     EXIT.
