000100****************************************************************
000200* Program name:    CustPayEntry
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Interactive payment entry for counter and
000900*                  mail-in payments that never come through the
001000*                  billing system's return file.  The operator
001100*                  signs on through INPUT-AUTH-ENTRY (transaction
001200*                  entry authority, level 2, or better) and opens
001300*                  a batch by keying its control count and
001400*                  control total off the adding-machine tape.
001500*                  Each item is keyed as customer id, amount and
001600*                  payment date; the customer is read off the
001700*                  indexed master and shown, with their current
001800*                  balance, for confirmation.  The batch will
001900*                  not close until the items keyed agree with
002000*                  both controls - the operator keys more items,
002100*                  deletes a wrong one, rekeys the controls or
002200*                  abandons the batch.  A balanced batch posts
002300*                  the way CUST-PAY-POST posts a billing payment:
002400*                  the balance is reduced and the last-payment
002500*                  date stamped on CustBal.dax (a first payment
002600*                  creates the balance record) and a payment
002700*                  record goes to the posting history
002800*                  CustPostHist.dat, so CUST-STATEMENT prints it.
002900*                  Every batch, posted or abandoned, is printed
003000*                  on the batch proof listing CustPayBatch.rpt.
003100*                  The session honors the system-busy flag the
003200*                  way CUST-ENTRY does, with an override logged
003300*                  to the security log; the flag is checked
003400*                  again before each batch posts.
003500*
003600* Maintenance history
003700* -------------------------------------------------------------
003800* 2026-10-15  DC  Original version.
003900*
004000****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CUST-PAY-ENTRY.
004300 AUTHOR. David Catino.
004400 INSTALLATION. Customer Systems.
004500 DATE-WRITTEN. 10/15/2026.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT CUSTOMER-FILE ASSIGN TO 'Customers.dax'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
005400         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
005500     SELECT BALANCE-FILE ASSIGN TO 'CustBal.dax'
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS BAL-CUSTOMER-ID OF BALANCE-RECORD
005900         FILE STATUS IS WS-BALANCE-FILE-STATUS.
006000     SELECT HISTORY-FILE ASSIGN TO 'CustPostHist.dat'
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HISTORY-FILE-STATUS.
006300     SELECT PROOF-FILE ASSIGN TO 'CustPayBatch.rpt'
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PROOF-FILE-STATUS.
006600     SELECT BUSY-FILE ASSIGN TO 'CustBusy.dat'
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-BUSY-FILE-STATUS.
006900     SELECT SIGNLOG-FILE ASSIGN TO 'CustSignLog.dat'
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-SIGNLOG-FILE-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  CUSTOMER-FILE.
007500 01  CUSTOMER-RECORD.
007600     COPY CUSTREC.

007800 FD  BALANCE-FILE.
007900 01  BALANCE-RECORD.
008000     COPY BALREC.

008200 FD  HISTORY-FILE.
008300 01  HISTORY-RECORD.
008400     COPY POSTREC.

008600 FD  PROOF-FILE.
008700 01  PROOF-LINE                    PIC X(132).

008900 FD  BUSY-FILE.
009000 01  BUSY-RECORD.
009100     COPY BUSYREC.

009300 FD  SIGNLOG-FILE.
009400 01  SIGNLOG-RECORD.
009500     COPY SIGNREC.

009700 WORKING-STORAGE SECTION.
009800 01  WS-OPERATOR-ID                PIC X(15).
009900 01  WS-OPERATOR-AUTHORITY         PIC 9(01) VALUE ZERO.
010000 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
010100     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
010200 01  WS-BALANCE-FILE-STATUS        PIC X(02).
010300     88  WS-BALANCE-FILE-OK        VALUE '00'.
010400 01  WS-HISTORY-FILE-STATUS        PIC X(02).
010500     88  WS-HISTORY-FILE-OK        VALUE '00'.
010600 01  WS-PROOF-FILE-STATUS          PIC X(02).
010700     88  WS-PROOF-FILE-OK          VALUE '00'.
010800 01  WS-BUSY-FILE-STATUS           PIC X(02).
010900     88  WS-BUSY-FILE-OK           VALUE '00'.
011000 01  WS-SIGNLOG-FILE-STATUS        PIC X(02).
011100     88  WS-SIGNLOG-FILE-OK        VALUE '00'.
011200 01  WS-OVERRIDE-ANSWER            PIC X(01).
011300 01  WS-OVERRIDE-DATE              PIC 9(08) VALUE ZERO.
011400 01  WS-OVERRIDE-TIME              PIC 9(08) VALUE ZERO.
011500 01  WS-OVERRIDE-SWITCH            PIC X(01) VALUE 'N'.
011600     88  WS-OVERRIDE-TAKEN         VALUE 'Y'.
011700 01  WS-BUSY-REFUSED-SWITCH        PIC X(01) VALUE 'N'.
011800     88  WS-BUSY-REFUSED           VALUE 'Y'.
011900 01  WS-DONE-SWITCH                PIC X(01) VALUE 'N'.
012000     88  WS-SESSION-DONE           VALUE 'Y'.
012100 01  WS-KEYING-SWITCH              PIC X(01) VALUE 'N'.
012200     88  WS-KEYING-DONE            VALUE 'Y'.
012300 01  WS-BATCH-STATE                PIC X(01) VALUE 'O'.
012400     88  WS-BATCH-OPEN             VALUE 'O'.
012500     88  WS-BATCH-POSTED           VALUE 'P'.
012600     88  WS-BATCH-ABANDONED        VALUE 'A'.
012700     88  WS-BATCH-HELD             VALUE 'H'.
012800 01  WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
012900     88  WS-CUSTOMER-FOUND         VALUE 'Y'.
013000 01  WS-HAVE-BALANCE-SWITCH        PIC X(01) VALUE 'N'.
013100     88  WS-HAVE-BALANCE-RECORD    VALUE 'Y'.
013200 01  WS-POST-FAIL-SWITCH           PIC X(01) VALUE 'N'.
013300     88  WS-POST-FAILED            VALUE 'Y'.
013400 01  WS-ID-ANSWER-SWITCH           PIC X(01) VALUE 'N'.
013500     88  WS-ID-ANSWERED            VALUE 'Y'.
013600 01  WS-CUSTOMER-ID-X              PIC X(06).
013700 01  WS-CONFIRM-ANSWER             PIC X(01).
013800 01  WS-ACTION-ANSWER              PIC X(01).
013900 01  WS-FIELD-ANSWER               PIC X(30).
014000 01  WS-POSTING-DATE               PIC 9(08) VALUE ZERO.
014100 01  WS-POSTING-DATE-PARTS REDEFINES WS-POSTING-DATE.
014200     05  WS-POSTING-YEAR           PIC 9(04).
014300     05  WS-POSTING-MONTH          PIC 9(02).
014400     05  WS-POSTING-DAY            PIC 9(02).
014500 01  WS-POSTING-TIME               PIC 9(08) VALUE ZERO.
014600 01  WS-CLOCK                      PIC 9(08) VALUE ZERO.
014700 01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
014800     05  WS-CLOCK-HHMMSS           PIC 9(06).
014900     05  FILLER                    PIC 9(02).
015000*    Batch controls, keyed off the adding-machine tape.
015100 01  WS-BATCH-ID.
015200     05  WS-BATCH-ID-DATE          PIC 9(08).
015300     05  FILLER                    PIC X(01) VALUE '-'.
015400     05  WS-BATCH-ID-TIME          PIC 9(06).
015500 01  WS-BATCH-SOURCE               PIC X(01) VALUE SPACE.
015600     88  WS-COUNTER-BATCH          VALUE 'C'.
015700     88  WS-MAIL-BATCH             VALUE 'M'.
015800 01  WS-BATCH-SOURCE-NAME          PIC X(08) VALUE SPACES.
015900 01  WS-CONTROL-COUNT              PIC 9(04) VALUE ZERO.
016000 01  WS-CONTROL-TOTAL              PIC S9(09)V99 VALUE ZERO.
016100 01  WS-ITEM-COUNT                 PIC 9(04) COMP VALUE ZERO.
016200 01  WS-ITEM-TOTAL                 PIC S9(09)V99 VALUE ZERO.
016300 01  WS-ITEM-USED                  PIC 9(04) COMP VALUE ZERO.
016400 01  WS-ITEM-MAX                   PIC 9(04) COMP VALUE 500.
016500 01  WS-ITEM-SUB                   PIC 9(04) COMP VALUE ZERO.
016600 01  WS-COUNT-DIFFERENCE           PIC S9(04) VALUE ZERO.
016700 01  WS-AMOUNT-DIFFERENCE          PIC S9(09)V99 VALUE ZERO.
016800 01  WS-POSTED-COUNT               PIC 9(04) COMP VALUE ZERO.
016900 01  WS-POSTED-AMOUNT              PIC S9(09)V99 VALUE ZERO.
017000 01  WS-FAILED-COUNT               PIC 9(04) COMP VALUE ZERO.
017100 01  WS-BATCHES-POSTED             PIC 9(04) COMP VALUE ZERO.
017200 01  WS-BATCHES-NOT-POSTED         PIC 9(04) COMP VALUE ZERO.
017300 01  WS-SESSION-POSTED-COUNT       PIC 9(06) COMP VALUE ZERO.
017400 01  WS-SESSION-POSTED-AMOUNT      PIC S9(09)V99 VALUE ZERO.
017500*    Items held until the batch balances; nothing posts before.
017600 01  WS-ITEM-TABLE.
017700     05  WS-ITEM-ENTRY             OCCURS 500 TIMES.
017800         10  WS-ITEM-CUSTOMER-ID   PIC 9(06).
017900         10  WS-ITEM-FIRST-NAME    PIC X(20).
018000         10  WS-ITEM-LAST-NAME     PIC X(20).
018100         10  WS-ITEM-AMOUNT        PIC S9(07)V99.
018200         10  WS-ITEM-PAY-DATE      PIC 9(08).
018300         10  WS-ITEM-STATE         PIC X(01).
018400             88  WS-ITEM-LIVE      VALUE 'L'.
018500             88  WS-ITEM-DELETED   VALUE 'D'.
018600             88  WS-ITEM-POSTED    VALUE 'P'.
018700             88  WS-ITEM-FAILED    VALUE 'F'.
018800*    Amount keyed as dollars with an optional point and cents.
018900 01  WS-AMOUNT-ANSWER              PIC X(15).
019000 01  WS-AMOUNT-VALID-SWITCH        PIC X(01) VALUE 'N'.
019100     88  WS-AMOUNT-VALID           VALUE 'Y'.
019200 01  WS-AMOUNT-ABANDON-SWITCH      PIC X(01) VALUE 'N'.
019300     88  WS-AMOUNT-ABANDONED       VALUE 'Y'.
019400 01  WS-AMT-WHOLE-X                PIC X(09) JUSTIFIED RIGHT.
019500 01  WS-AMT-CENTS-X                PIC X(02).
019600 01  WS-AMT-REST-X                 PIC X(15).
019700 01  WS-AMT-WHOLE-LEN              PIC 9(02) COMP VALUE ZERO.
019800 01  WS-AMT-CENTS-LEN              PIC 9(02) COMP VALUE ZERO.
019900 01  WS-AMT-REST-LEN               PIC 9(02) COMP VALUE ZERO.
020000 01  WS-AMT-MAX-WHOLE              PIC 9(02) COMP VALUE ZERO.
020100 01  WS-AMT-DIGITS.
020200     05  WS-AMT-WHOLE              PIC 9(09).
020300     05  WS-AMT-CENTS              PIC 9(02).
020400 01  WS-AMT-VALUE REDEFINES WS-AMT-DIGITS
020500                                   PIC 9(09)V99.
020600 01  WS-COUNT-ANSWER               PIC X(10).
020700 01  WS-COUNT-X                    PIC X(04) JUSTIFIED RIGHT.
020800 01  WS-COUNT-LEN                  PIC 9(02) COMP VALUE ZERO.
020900 01  WS-COUNT-VALID-SWITCH         PIC X(01) VALUE 'N'.
021000     88  WS-COUNT-VALID            VALUE 'Y'.
021100 01  WS-PAY-DATE-X                 PIC X(08).
021200 01  WS-PAY-DATE REDEFINES WS-PAY-DATE-X
021300                                   PIC 9(08).
021400 01  WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE-X.
021500     05  WS-PAY-YEAR               PIC 9(04).
021600     05  WS-PAY-MONTH              PIC 9(02).
021700     05  WS-PAY-DAY                PIC 9(02).
021800 01  WS-PAY-DATE-VALID-SWITCH      PIC X(01) VALUE 'N'.
021900     88  WS-PAY-DATE-VALID         VALUE 'Y'.
022000 01  WS-ITEM-NUMBER-X              PIC X(04) JUSTIFIED RIGHT.
022100 01  WS-ITEM-NUMBER REDEFINES WS-ITEM-NUMBER-X
022200                                   PIC 9(04).
022300 01  WS-AMOUNT-EDIT                PIC -,ZZZ,ZZZ,ZZ9.99.
022400 01  WS-COUNT-EDIT                 PIC ZZZ,ZZ9.
022500 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
022600 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
022700 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 50.
022800 01  WS-REPORT-DATE.
022900     05  WS-REPORT-MONTH           PIC 9(02).
023000     05  FILLER                    PIC X(01) VALUE '/'.
023100     05  WS-REPORT-DAY             PIC 9(02).
023200     05  FILLER                    PIC X(01) VALUE '/'.
023300     05  WS-REPORT-YEAR            PIC 9(04).
023400 01  WS-HEADING-1.
023500     05  FILLER                    PIC X(27) VALUE
023600         'PAYMENT BATCH PROOF LISTING'.
023700     05  FILLER                    PIC X(03) VALUE SPACES.
023800     05  FILLER                    PIC X(11) VALUE 'REPORT DATE'.
023900     05  FILLER                    PIC X(01) VALUE SPACES.
024000     05  HDG-REPORT-DATE           PIC X(10).
024100     05  FILLER                    PIC X(05) VALUE SPACES.
024200     05  FILLER                    PIC X(04) VALUE 'PAGE'.
024300     05  FILLER                    PIC X(01) VALUE SPACES.
024400     05  HDG-PAGE-NUMBER           PIC ZZZ9.
024500 01  WS-HEADING-2.
024600     05  FILLER                    PIC X(06) VALUE 'BATCH '.
024700     05  HDG-BATCH-ID              PIC X(15).
024800     05  FILLER                    PIC X(03) VALUE SPACES.
024900     05  FILLER                    PIC X(07) VALUE 'SOURCE '.
025000     05  HDG-BATCH-SOURCE          PIC X(08).
025100     05  FILLER                    PIC X(03) VALUE SPACES.
025200     05  FILLER                    PIC X(09) VALUE 'OPERATOR '.
025300     05  HDG-OPERATOR              PIC X(15).
025400 01  WS-HEADING-3.
025500     05  FILLER                    PIC X(04) VALUE 'ITEM'.
025600     05  FILLER                    PIC X(02) VALUE SPACES.
025700     05  FILLER                    PIC X(06) VALUE 'CUST #'.
025800     05  FILLER                    PIC X(02) VALUE SPACES.
025900     05  FILLER                    PIC X(20) VALUE 'LAST NAME'.
026000     05  FILLER                    PIC X(02) VALUE SPACES.
026100     05  FILLER                    PIC X(20) VALUE 'FIRST NAME'.
026200     05  FILLER                    PIC X(02) VALUE SPACES.
026300     05  FILLER                    PIC X(08) VALUE 'PAY DATE'.
026400     05  FILLER                    PIC X(02) VALUE SPACES.
026500     05  FILLER                    PIC X(16) VALUE
026600         '          AMOUNT'.
026700     05  FILLER                    PIC X(02) VALUE SPACES.
026800     05  FILLER                    PIC X(12) VALUE 'NOTE'.
026900 01  WS-DETAIL-LINE.
027000     05  DTL-ITEM-NUMBER           PIC ZZZ9.
027100     05  FILLER                    PIC X(02) VALUE SPACES.
027200     05  DTL-CUSTOMER-ID           PIC 9(06).
027300     05  FILLER                    PIC X(02) VALUE SPACES.
027400     05  DTL-LAST-NAME             PIC X(20).
027500     05  FILLER                    PIC X(02) VALUE SPACES.
027600     05  DTL-FIRST-NAME            PIC X(20).
027700     05  FILLER                    PIC X(02) VALUE SPACES.
027800     05  DTL-PAY-DATE              PIC 9(08).
027900     05  FILLER                    PIC X(02) VALUE SPACES.
028000     05  DTL-AMOUNT                PIC -,ZZZ,ZZZ,ZZ9.99.
028100     05  FILLER                    PIC X(02) VALUE SPACES.
028200     05  DTL-NOTE                  PIC X(12).
028300 01  WS-TOTAL-LINE.
028400     05  TOT-LABEL                 PIC X(25).
028500     05  TOT-COUNT                 PIC ZZZ,ZZ9.
028600     05  FILLER                    PIC X(04) VALUE SPACES.
028700     05  TOT-AMOUNT                PIC -,ZZZ,ZZZ,ZZ9.99.
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
029000     MOVE ZERO TO RETURN-CODE.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029200     IF RETURN-CODE NOT = ZERO
029300         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
029400         GO TO 9999-STOP-RUN
029500     END-IF.
029600     PERFORM 2000-RUN-ONE-BATCH THRU 2000-EXIT
029700         UNTIL WS-SESSION-DONE.
029800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
029900     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

030100*****************************************************************
030200* 1000-INITIALIZE - sign the operator in, check the busy flag,
030300* and open the files.  Unlike CUST-ENTRY, a payment cannot be
030400* keyed without the master to confirm the customer against, so
030500* a master that will not open ends the session.
030600*****************************************************************
030700 1000-INITIALIZE.
030800     CALL 'INPUT-AUTH-ENTRY' USING WS-OPERATOR-ID
030900         WS-OPERATOR-AUTHORITY.
031000     IF RETURN-CODE NOT = ZERO
031100         GO TO 1000-EXIT
031200     END-IF.
031300     IF WS-OPERATOR-AUTHORITY < 2
031400         DISPLAY 'OPERATOR NOT AUTHORIZED FOR '
031500             'PAYMENT ENTRY'
031600         MOVE 12 TO RETURN-CODE
031700         GO TO 1000-EXIT
031800     END-IF.
031900     PERFORM 1200-CHECK-SYSTEM-BUSY THRU 1200-EXIT.
032000     IF WS-BUSY-REFUSED
032100         MOVE 12 TO RETURN-CODE
032200         GO TO 1000-EXIT
032300     END-IF.
032400     ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD.
032500     MOVE WS-POSTING-MONTH TO WS-REPORT-MONTH.
032600     MOVE WS-POSTING-DAY TO WS-REPORT-DAY.
032700     MOVE WS-POSTING-YEAR TO WS-REPORT-YEAR.
032800     MOVE WS-REPORT-DATE TO HDG-REPORT-DATE.
032900     MOVE WS-OPERATOR-ID TO HDG-OPERATOR.
033000     OPEN INPUT CUSTOMER-FILE.
033100     IF NOT WS-CUSTOMER-FILE-OK
033200         DISPLAY 'ERROR OPENING CUSTOMER FILE, STATUS = '
033300             WS-CUSTOMER-FILE-STATUS
033400         MOVE 16 TO RETURN-CODE
033500         GO TO 1000-EXIT
033600     END-IF.
033700     PERFORM 1020-OPEN-BALANCE-FILE THRU 1020-EXIT.
033800     IF NOT WS-BALANCE-FILE-OK
033900         GO TO 1000-EXIT
034000     END-IF.
034100     OPEN EXTEND HISTORY-FILE.
034200     IF WS-HISTORY-FILE-STATUS = '35'
034300         OPEN OUTPUT HISTORY-FILE
034400     END-IF.
034500     IF NOT WS-HISTORY-FILE-OK
034600         DISPLAY 'ERROR OPENING POSTING HISTORY FILE, STATUS = '
034700             WS-HISTORY-FILE-STATUS
034800         MOVE 16 TO RETURN-CODE
034900         GO TO 1000-EXIT
035000     END-IF.
035100     OPEN OUTPUT PROOF-FILE.
035200     IF NOT WS-PROOF-FILE-OK
035300         DISPLAY 'ERROR OPENING PROOF LISTING, STATUS = '
035400             WS-PROOF-FILE-STATUS
035500         MOVE 16 TO RETURN-CODE
035600         GO TO 1000-EXIT
035700     END-IF.
035800 1000-EXIT.
035900     EXIT.

036100*****************************************************************
036200* 1020-OPEN-BALANCE-FILE - the balance file is created on first
036300* use, the same way CUST-PAY-POST creates it.
036400*****************************************************************
036500 1020-OPEN-BALANCE-FILE.
036600     OPEN I-O BALANCE-FILE.
036700     IF WS-BALANCE-FILE-STATUS = '35'
036800         OPEN OUTPUT BALANCE-FILE
036900         CLOSE BALANCE-FILE
037000         OPEN I-O BALANCE-FILE
037100     END-IF.
037200     IF NOT WS-BALANCE-FILE-OK
037300         DISPLAY 'ERROR OPENING BALANCE FILE, STATUS = '
037400             WS-BALANCE-FILE-STATUS
037500         MOVE 16 TO RETURN-CODE
037600         GO TO 1020-EXIT
037700     END-IF.
037800 1020-EXIT.
037900     EXIT.

038100*****************************************************************
038200* 1070-CLOSE-ON-ABEND - close whichever files did open
038300* successfully before the session gives up.
038400*****************************************************************
038500 1070-CLOSE-ON-ABEND.
038600     IF WS-CUSTOMER-FILE-OK
038700         CLOSE CUSTOMER-FILE
038800     END-IF.
038900     IF WS-BALANCE-FILE-OK
039000         CLOSE BALANCE-FILE
039100     END-IF.
039200     IF WS-HISTORY-FILE-OK
039300         CLOSE HISTORY-FILE
039400     END-IF.
039500     IF WS-PROOF-FILE-OK
039600         CLOSE PROOF-FILE
039700     END-IF.
039800 1070-EXIT.
039900     EXIT.

040100*****************************************************************
040200* 1200-CHECK-SYSTEM-BUSY - refuse to post against the balance
040300* file while CUST-DRIVER's window owns the files.  The operator
040400* can override for the night the driver dies without clearing
040500* the flag; the override goes on the security log, once per
040600* session.
040700*****************************************************************
040800 1200-CHECK-SYSTEM-BUSY.
040900     MOVE 'N' TO WS-BUSY-REFUSED-SWITCH.
041000     IF WS-OVERRIDE-TAKEN
041100         GO TO 1200-EXIT
041200     END-IF.
041300     OPEN INPUT BUSY-FILE.
041400     IF WS-BUSY-FILE-STATUS = '35'
041500         GO TO 1200-EXIT
041600     END-IF.
041700     IF NOT WS-BUSY-FILE-OK
041800         DISPLAY 'WARNING - CANNOT READ SYSTEM BUSY FLAG, '
041900             'STATUS = ' WS-BUSY-FILE-STATUS
042000         GO TO 1200-EXIT
042100     END-IF.
042200     READ BUSY-FILE
042300         AT END
042400             CLOSE BUSY-FILE
042500             GO TO 1200-EXIT
042600     END-READ.
042700     CLOSE BUSY-FILE.
042800     IF NOT BUSY-WINDOW-OPEN
042900         GO TO 1200-EXIT
043000     END-IF.
043100     DISPLAY 'SYSTEM BUSY - THE BATCH WINDOW OPENED AT '
043200         BUSY-TIME ' ON ' BUSY-DATE
043300         ' (OPERATOR ' BUSY-OPERATOR-ID ')'.
043400     DISPLAY 'OVERRIDE THE BUSY FLAG AND CONTINUE? (Y/N): '.
043500     ACCEPT WS-OVERRIDE-ANSWER.
043600     IF WS-OVERRIDE-ANSWER = 'Y' OR WS-OVERRIDE-ANSWER = 'y'
043700         PERFORM 1250-LOG-BUSY-OVERRIDE THRU 1250-EXIT
043800         MOVE 'Y' TO WS-OVERRIDE-SWITCH
043900     ELSE
044000         DISPLAY 'POSTING REFUSED WHILE THE WINDOW IS OPEN'
044100         MOVE 'Y' TO WS-BUSY-REFUSED-SWITCH
044200     END-IF.
044300 1200-EXIT.
044400     EXIT.

044600*****************************************************************
044700* 1250-LOG-BUSY-OVERRIDE - the override gets its own entry on
044800* the security log, so the morning review sees who posted
044900* payments while the flag was up.
045000*****************************************************************
045100 1250-LOG-BUSY-OVERRIDE.
045200     OPEN EXTEND SIGNLOG-FILE.
045300     IF WS-SIGNLOG-FILE-STATUS = '35'
045400         OPEN OUTPUT SIGNLOG-FILE
045500     END-IF.
045600     IF NOT WS-SIGNLOG-FILE-OK
045700         DISPLAY 'WARNING - OVERRIDE NOT LOGGED, STATUS = '
045800             WS-SIGNLOG-FILE-STATUS
045900         GO TO 1250-EXIT
046000     END-IF.
046100     ACCEPT WS-OVERRIDE-DATE FROM DATE YYYYMMDD.
046200     ACCEPT WS-OVERRIDE-TIME FROM TIME.
046300     MOVE WS-OPERATOR-ID TO SIGN-OPERATOR-ID.
046400     MOVE WS-OVERRIDE-DATE TO SIGN-DATE.
046500     MOVE WS-OVERRIDE-TIME TO SIGN-TIME.
046600     MOVE 'BUSY FLAG OVERRIDE' TO SIGN-EVENT.
046700     MOVE 'CUST-PAY-ENTRY SESSION' TO SIGN-DETAIL.
046800     WRITE SIGNLOG-RECORD.
046900     CLOSE SIGNLOG-FILE.
047000     DISPLAY 'OVERRIDE LOGGED - PROCEED WITH CARE'.
047100 1250-EXIT.
047200     EXIT.

047400*****************************************************************
047500* 2000-RUN-ONE-BATCH - open a batch on its controls, key its
047600* items, hold it until it balances (or is abandoned), post it
047700* and print its proof.  A blank control count ends the session.
047800*****************************************************************
047900 2000-RUN-ONE-BATCH.
048000     PERFORM 2100-OPEN-BATCH THRU 2100-EXIT.
048100     IF WS-SESSION-DONE
048200         GO TO 2000-EXIT
048300     END-IF.
048400     MOVE 'N' TO WS-KEYING-SWITCH.
048500     PERFORM 3000-KEY-ONE-ITEM THRU 3000-EXIT
048600         UNTIL WS-KEYING-DONE.
048700     PERFORM 4000-BALANCE-BATCH THRU 4000-EXIT
048800         UNTIL NOT WS-BATCH-OPEN.
048900     IF WS-BATCH-POSTED
049000         ADD 1 TO WS-BATCHES-POSTED
049100     ELSE
049200         ADD 1 TO WS-BATCHES-NOT-POSTED
049300     END-IF.
049400     PERFORM 7000-PRINT-PROOF THRU 7000-EXIT.
049500 2000-EXIT.
049600     EXIT.

049800*****************************************************************
049900* 2100-OPEN-BATCH - the batch id is the date and time it was
050000* opened.  The controls are keyed before any item, so the
050100* operator cannot work the batch total back from the items.
050200*****************************************************************
050300 2100-OPEN-BATCH.
050400     MOVE 'N' TO WS-COUNT-VALID-SWITCH.
050500     PERFORM 2110-ASK-CONTROL-COUNT THRU 2110-EXIT
050600         UNTIL WS-COUNT-VALID OR WS-SESSION-DONE.
050700     IF WS-SESSION-DONE
050800         GO TO 2100-EXIT
050900     END-IF.
051000     MOVE 9 TO WS-AMT-MAX-WHOLE.
051100     MOVE 'N' TO WS-AMOUNT-VALID-SWITCH.
051200     MOVE 'N' TO WS-AMOUNT-ABANDON-SWITCH.
051300     PERFORM 2120-ASK-CONTROL-TOTAL THRU 2120-EXIT
051400         UNTIL WS-AMOUNT-VALID.
051500     MOVE WS-AMT-VALUE TO WS-CONTROL-TOTAL.
051600     MOVE SPACE TO WS-BATCH-SOURCE.
051700     PERFORM 2130-ASK-BATCH-SOURCE THRU 2130-EXIT
051800         UNTIL WS-COUNTER-BATCH OR WS-MAIL-BATCH.
051900     ACCEPT WS-BATCH-ID-DATE FROM DATE YYYYMMDD.
052000     ACCEPT WS-CLOCK FROM TIME.
052100     MOVE WS-CLOCK-HHMMSS TO WS-BATCH-ID-TIME.
052200     MOVE 'O' TO WS-BATCH-STATE.
052300     MOVE ZERO TO WS-ITEM-COUNT.
052400     MOVE ZERO TO WS-ITEM-TOTAL.
052500     MOVE ZERO TO WS-ITEM-USED.
052600     MOVE ZERO TO WS-POSTED-COUNT.
052700     MOVE ZERO TO WS-POSTED-AMOUNT.
052800     MOVE ZERO TO WS-FAILED-COUNT.
052900     DISPLAY 'BATCH ' WS-BATCH-ID ' OPENED'.
053000 2100-EXIT.
053100     EXIT.

053300 2110-ASK-CONTROL-COUNT.
053400     DISPLAY 'BATCH CONTROL COUNT (BLANK TO END SESSION): '.
053500     ACCEPT WS-COUNT-ANSWER.
053600     IF WS-COUNT-ANSWER = SPACES
053700         OR WS-COUNT-ANSWER = LOW-VALUES
053800         MOVE 'Y' TO WS-DONE-SWITCH
053900         GO TO 2110-EXIT
054000     END-IF.
054100     PERFORM 6500-EDIT-COUNT THRU 6500-EXIT.
054200     IF NOT WS-COUNT-VALID
054300         DISPLAY 'CONTROL COUNT MUST BE 1 TO '
054400             WS-ITEM-MAX ' ITEMS'
054500         GO TO 2110-EXIT
054600     END-IF.
054700     MOVE WS-COUNT-X TO WS-CONTROL-COUNT.
054800     IF WS-CONTROL-COUNT = ZERO
054900         OR WS-CONTROL-COUNT > WS-ITEM-MAX
055000         DISPLAY 'CONTROL COUNT MUST BE 1 TO '
055100             WS-ITEM-MAX ' ITEMS'
055200         MOVE 'N' TO WS-COUNT-VALID-SWITCH
055300     END-IF.
055400 2110-EXIT.
055500     EXIT.

055700 2120-ASK-CONTROL-TOTAL.
055800     DISPLAY 'BATCH CONTROL TOTAL (E.G. 1234.56): '.
055900     ACCEPT WS-AMOUNT-ANSWER.
056000     PERFORM 6400-EDIT-AMOUNT THRU 6400-EXIT.
056100     IF NOT WS-AMOUNT-VALID
056200         DISPLAY 'CONTROL TOTAL MUST BE DOLLARS AND CENTS'
056300     END-IF.
056400 2120-EXIT.
056500     EXIT.

056700 2130-ASK-BATCH-SOURCE.
056800     DISPLAY 'BATCH SOURCE (C = COUNTER, M = MAIL-IN): '.
056900     ACCEPT WS-BATCH-SOURCE.
057000     EVALUATE WS-BATCH-SOURCE
057100         WHEN 'C'
057200         WHEN 'c'
057300             MOVE 'C' TO WS-BATCH-SOURCE
057400             MOVE 'COUNTER' TO WS-BATCH-SOURCE-NAME
057500         WHEN 'M'
057600         WHEN 'm'
057700             MOVE 'M' TO WS-BATCH-SOURCE
057800             MOVE 'MAIL-IN' TO WS-BATCH-SOURCE-NAME
057900         WHEN OTHER
058000             DISPLAY 'SOURCE MUST BE C OR M'
058100     END-EVALUATE.
058200 2130-EXIT.
058300     EXIT.

058500*****************************************************************
058600* 3000-KEY-ONE-ITEM - one payment per pass: the customer is
058700* found on the master and shown with their balance, then the
058800* amount and payment date are keyed.  A blank customer id ends
058900* the keying and takes the batch to balancing.
059000*****************************************************************
059100 3000-KEY-ONE-ITEM.
059200     IF WS-ITEM-USED NOT < WS-ITEM-MAX
059300         DISPLAY 'BATCH IS FULL AT ' WS-ITEM-MAX ' ITEMS'
059400         MOVE 'Y' TO WS-KEYING-SWITCH
059500         GO TO 3000-EXIT
059600     END-IF.
059700     MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
059800     DISPLAY 'ITEM ' WS-COUNT-EDIT ' OF ' WS-CONTROL-COUNT
059900         ' KEYED SO FAR'.
060000     PERFORM 6000-PROMPT-CUSTOMER-ID THRU 6000-EXIT.
060100     IF WS-CUSTOMER-ID-X = SPACES
060200         MOVE 'Y' TO WS-KEYING-SWITCH
060300         GO TO 3000-EXIT
060400     END-IF.
060500     PERFORM 6100-FIND-ON-MASTER THRU 6100-EXIT.
060600     IF NOT WS-CUSTOMER-FOUND
060700         DISPLAY 'CUSTOMER ' WS-CUSTOMER-ID-X
060800             ' IS NOT ON THE MASTER'
060900         GO TO 3000-EXIT
061000     END-IF.
061100     PERFORM 6200-SHOW-CUSTOMER THRU 6200-EXIT.
061200     DISPLAY 'PAYMENT FROM THIS CUSTOMER? (Y/N): '.
061300     ACCEPT WS-CONFIRM-ANSWER.
061400     IF WS-CONFIRM-ANSWER NOT = 'Y'
061500         AND WS-CONFIRM-ANSWER NOT = 'y'
061600         DISPLAY 'ITEM ABANDONED'
061700         GO TO 3000-EXIT
061800     END-IF.
061900     MOVE 7 TO WS-AMT-MAX-WHOLE.
062000     MOVE 'N' TO WS-AMOUNT-VALID-SWITCH.
062100     MOVE 'N' TO WS-AMOUNT-ABANDON-SWITCH.
062200     PERFORM 3100-ASK-ITEM-AMOUNT THRU 3100-EXIT
062300         UNTIL WS-AMOUNT-VALID OR WS-AMOUNT-ABANDONED.
062400     IF WS-AMOUNT-ABANDONED
062500         DISPLAY 'ITEM ABANDONED'
062600         GO TO 3000-EXIT
062700     END-IF.
062800     MOVE 'N' TO WS-PAY-DATE-VALID-SWITCH.
062900     PERFORM 3200-ASK-PAY-DATE THRU 3200-EXIT
063000         UNTIL WS-PAY-DATE-VALID.
063100     ADD 1 TO WS-ITEM-USED.
063200     MOVE WS-ITEM-USED TO WS-ITEM-SUB.
063300     MOVE CUSTOMER-ID OF CUSTOMER-RECORD
063400         TO WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB).
063500     MOVE FIRST-NAME OF CUSTOMER-RECORD
063600         TO WS-ITEM-FIRST-NAME (WS-ITEM-SUB).
063700     MOVE LAST-NAME OF CUSTOMER-RECORD
063800         TO WS-ITEM-LAST-NAME (WS-ITEM-SUB).
063900     MOVE WS-AMT-VALUE TO WS-ITEM-AMOUNT (WS-ITEM-SUB).
064000     MOVE WS-PAY-DATE TO WS-ITEM-PAY-DATE (WS-ITEM-SUB).
064100     MOVE 'L' TO WS-ITEM-STATE (WS-ITEM-SUB).
064200     ADD 1 TO WS-ITEM-COUNT.
064300     ADD WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-ITEM-TOTAL.
064400     MOVE WS-ITEM-TOTAL TO WS-AMOUNT-EDIT.
064500     DISPLAY 'ITEM ' WS-ITEM-SUB ' TAKEN - BATCH TOTAL SO FAR '
064600         WS-AMOUNT-EDIT.
064700 3000-EXIT.
064800     EXIT.

065000 3100-ASK-ITEM-AMOUNT.
065100     DISPLAY 'AMOUNT (E.G. 125.00, * TO ABANDON): '.
065200     ACCEPT WS-AMOUNT-ANSWER.
065300     IF WS-AMOUNT-ANSWER = '*'
065400         MOVE 'Y' TO WS-AMOUNT-ABANDON-SWITCH
065500         GO TO 3100-EXIT
065600     END-IF.
065700     PERFORM 6400-EDIT-AMOUNT THRU 6400-EXIT.
065800     IF NOT WS-AMOUNT-VALID
065900         DISPLAY 'AMOUNT MUST BE DOLLARS AND CENTS, '
066000             'UP TO 9,999,999.99'
066100         GO TO 3100-EXIT
066200     END-IF.
066300     IF WS-AMT-VALUE = ZERO
066400         DISPLAY 'AMOUNT MUST BE GREATER THAN ZERO'
066500         MOVE 'N' TO WS-AMOUNT-VALID-SWITCH
066600     END-IF.
066700 3100-EXIT.
066800     EXIT.

067000*****************************************************************
067100* 3200-ASK-PAY-DATE - the date on the check or the day the money
067200* came over the counter; blank takes today.  A date in the
067300* future is refused.
067400*****************************************************************
067500 3200-ASK-PAY-DATE.
067600     DISPLAY 'PAYMENT DATE (YYYYMMDD, BLANK FOR TODAY): '.
067700     ACCEPT WS-FIELD-ANSWER.
067800     IF WS-FIELD-ANSWER = SPACES
067900         OR WS-FIELD-ANSWER = LOW-VALUES
068000         MOVE WS-POSTING-DATE TO WS-PAY-DATE
068100         MOVE 'Y' TO WS-PAY-DATE-VALID-SWITCH
068200         GO TO 3200-EXIT
068300     END-IF.
068400     MOVE WS-FIELD-ANSWER TO WS-PAY-DATE-X.
068500     IF WS-PAY-DATE-X IS NOT NUMERIC
068600         DISPLAY 'PAYMENT DATE MUST BE 8 DIGITS'
068700         GO TO 3200-EXIT
068800     END-IF.
068900     IF WS-PAY-MONTH < 01 OR WS-PAY-MONTH > 12
069000         OR WS-PAY-DAY < 01 OR WS-PAY-DAY > 31
069100         DISPLAY 'PAYMENT DATE IS NOT A CALENDAR DATE'
069200         GO TO 3200-EXIT
069300     END-IF.
069400     IF WS-PAY-DATE > WS-POSTING-DATE
069500         DISPLAY 'PAYMENT DATE CANNOT BE AFTER TODAY'
069600         GO TO 3200-EXIT
069700     END-IF.
069800     MOVE 'Y' TO WS-PAY-DATE-VALID-SWITCH.
069900 3200-EXIT.
070000     EXIT.

070200*****************************************************************
070300* 4000-BALANCE-BATCH - prove the items against both controls.
070400* An out-of-balance batch stays open: the operator keys more
070500* items, deletes a wrong one, rekeys the controls from a
070600* corrected tape, or abandons the batch with nothing posted.
070700*****************************************************************
070800 4000-BALANCE-BATCH.
070900     COMPUTE WS-COUNT-DIFFERENCE =
071000         WS-ITEM-COUNT - WS-CONTROL-COUNT.
071100     COMPUTE WS-AMOUNT-DIFFERENCE =
071200         WS-ITEM-TOTAL - WS-CONTROL-TOTAL.
071300     IF WS-COUNT-DIFFERENCE = ZERO
071400         AND WS-AMOUNT-DIFFERENCE = ZERO
071500         PERFORM 5000-POST-BATCH THRU 5000-EXIT
071600         GO TO 4000-EXIT
071700     END-IF.
071800     DISPLAY 'BATCH ' WS-BATCH-ID ' IS OUT OF BALANCE'.
071900     MOVE WS-CONTROL-COUNT TO WS-COUNT-EDIT.
072000     MOVE WS-CONTROL-TOTAL TO WS-AMOUNT-EDIT.
072100     DISPLAY '    CONTROLS: ' WS-COUNT-EDIT ' ITEMS '
072200         WS-AMOUNT-EDIT.
072300     MOVE WS-ITEM-COUNT TO WS-COUNT-EDIT.
072400     MOVE WS-ITEM-TOTAL TO WS-AMOUNT-EDIT.
072500     DISPLAY '    KEYED:    ' WS-COUNT-EDIT ' ITEMS '
072600         WS-AMOUNT-EDIT.
072700     MOVE WS-AMOUNT-DIFFERENCE TO WS-AMOUNT-EDIT.
072800     DISPLAY '    DIFFERENCE: ' WS-COUNT-DIFFERENCE ' ITEMS '
072900         WS-AMOUNT-EDIT.
073000     DISPLAY 'K = KEY MORE ITEMS, L = LIST ITEMS, '
073100         'D = DELETE AN ITEM,'.
073200     DISPLAY 'C = REKEY CONTROLS, A = ABANDON BATCH: '.
073300     ACCEPT WS-ACTION-ANSWER.
073400     EVALUATE WS-ACTION-ANSWER
073500         WHEN 'K'
073600         WHEN 'k'
073700             MOVE 'N' TO WS-KEYING-SWITCH
073800             PERFORM 3000-KEY-ONE-ITEM THRU 3000-EXIT
073900                 UNTIL WS-KEYING-DONE
074000         WHEN 'L'
074100         WHEN 'l'
074200             PERFORM 4100-SHOW-ONE-ITEM THRU 4100-EXIT
074300                 VARYING WS-ITEM-SUB FROM 1 BY 1
074400                 UNTIL WS-ITEM-SUB > WS-ITEM-USED
074500         WHEN 'D'
074600         WHEN 'd'
074700             PERFORM 4200-DELETE-ITEM THRU 4200-EXIT
074800         WHEN 'C'
074900         WHEN 'c'
075000             PERFORM 4300-REKEY-CONTROLS THRU 4300-EXIT
075100         WHEN 'A'
075200         WHEN 'a'
075300             PERFORM 4400-ABANDON-BATCH THRU 4400-EXIT
075400         WHEN OTHER
075500             DISPLAY 'REPLY K, L, D, C OR A'
075600     END-EVALUATE.
075700 4000-EXIT.
075800     EXIT.

076000 4100-SHOW-ONE-ITEM.
076100     IF NOT WS-ITEM-LIVE (WS-ITEM-SUB)
076200         GO TO 4100-EXIT
076300     END-IF.
076400     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-AMOUNT-EDIT.
076500     DISPLAY '    ' WS-ITEM-SUB '  '
076600         WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB) '  '
076700         WS-ITEM-LAST-NAME (WS-ITEM-SUB) '  '
076800         WS-ITEM-PAY-DATE (WS-ITEM-SUB) '  '
076900         WS-AMOUNT-EDIT.
077000 4100-EXIT.
077100     EXIT.

077300*****************************************************************
077400* 4200-DELETE-ITEM - a wrong item is marked deleted, not
077500* removed, so the proof listing still shows what was keyed.
077600*****************************************************************
077700 4200-DELETE-ITEM.
077800     DISPLAY 'ITEM NUMBER TO DELETE (BLANK TO CANCEL): '.
077900     ACCEPT WS-COUNT-ANSWER.
078000     IF WS-COUNT-ANSWER = SPACES
078100         OR WS-COUNT-ANSWER = LOW-VALUES
078200         GO TO 4200-EXIT
078300     END-IF.
078400     PERFORM 6500-EDIT-COUNT THRU 6500-EXIT.
078500     IF NOT WS-COUNT-VALID
078600         DISPLAY 'ITEM NUMBER MUST BE DIGITS'
078700         GO TO 4200-EXIT
078800     END-IF.
078900     MOVE WS-COUNT-X TO WS-ITEM-NUMBER-X.
079000     IF WS-ITEM-NUMBER = ZERO
079100         OR WS-ITEM-NUMBER > WS-ITEM-USED
079200         DISPLAY 'NO SUCH ITEM IN THIS BATCH'
079300         GO TO 4200-EXIT
079400     END-IF.
079500     MOVE WS-ITEM-NUMBER TO WS-ITEM-SUB.
079600     IF NOT WS-ITEM-LIVE (WS-ITEM-SUB)
079700         DISPLAY 'ITEM ' WS-ITEM-SUB ' IS ALREADY DELETED'
079800         GO TO 4200-EXIT
079900     END-IF.
080000     PERFORM 4100-SHOW-ONE-ITEM THRU 4100-EXIT.
080100     DISPLAY 'DELETE THIS ITEM? (Y/N): '.
080200     ACCEPT WS-CONFIRM-ANSWER.
080300     IF WS-CONFIRM-ANSWER NOT = 'Y'
080400         AND WS-CONFIRM-ANSWER NOT = 'y'
080500         GO TO 4200-EXIT
080600     END-IF.
080700     MOVE 'D' TO WS-ITEM-STATE (WS-ITEM-SUB).
080800     SUBTRACT 1 FROM WS-ITEM-COUNT.
080900     SUBTRACT WS-ITEM-AMOUNT (WS-ITEM-SUB) FROM WS-ITEM-TOTAL.
081000     DISPLAY 'ITEM ' WS-ITEM-SUB ' DELETED'.
081100 4200-EXIT.
081200     EXIT.

081400 4300-REKEY-CONTROLS.
081500     MOVE 'N' TO WS-COUNT-VALID-SWITCH.
081600     PERFORM 4310-ASK-NEW-COUNT THRU 4310-EXIT
081700         UNTIL WS-COUNT-VALID.
081800     MOVE 9 TO WS-AMT-MAX-WHOLE.
081900     MOVE 'N' TO WS-AMOUNT-VALID-SWITCH.
082000     PERFORM 2120-ASK-CONTROL-TOTAL THRU 2120-EXIT
082100         UNTIL WS-AMOUNT-VALID.
082200     MOVE WS-AMT-VALUE TO WS-CONTROL-TOTAL.
082300 4300-EXIT.
082400     EXIT.

082600 4310-ASK-NEW-COUNT.
082700     DISPLAY 'BATCH CONTROL COUNT: '.
082800     ACCEPT WS-COUNT-ANSWER.
082900     PERFORM 6500-EDIT-COUNT THRU 6500-EXIT.
083000     IF NOT WS-COUNT-VALID
083100         DISPLAY 'CONTROL COUNT MUST BE DIGITS'
083200         GO TO 4310-EXIT
083300     END-IF.
083400     MOVE WS-COUNT-X TO WS-CONTROL-COUNT.
083500     IF WS-CONTROL-COUNT = ZERO
083600         OR WS-CONTROL-COUNT > WS-ITEM-MAX
083700         DISPLAY 'CONTROL COUNT MUST BE 1 TO '
083800             WS-ITEM-MAX ' ITEMS'
083900         MOVE 'N' TO WS-COUNT-VALID-SWITCH
084000     END-IF.
084100 4310-EXIT.
084200     EXIT.

084400 4400-ABANDON-BATCH.
084500     DISPLAY 'ABANDON THE BATCH - NOTHING WILL POST? (Y/N): '.
084600     ACCEPT WS-CONFIRM-ANSWER.
084700     IF WS-CONFIRM-ANSWER = 'Y' OR WS-CONFIRM-ANSWER = 'y'
084800         MOVE 'A' TO WS-BATCH-STATE
084900         DISPLAY 'BATCH ' WS-BATCH-ID ' ABANDONED'
085000     END-IF.
085100 4400-EXIT.
085200     EXIT.

085400*****************************************************************
085500* 5000-POST-BATCH - the batch balances.  The busy flag is
085600* looked at again, since the window may have opened while the
085700* batch was keyed; a refused post holds the batch unposted and
085800* its proof listing says so.
085900*****************************************************************
086000 5000-POST-BATCH.
086100     PERFORM 1200-CHECK-SYSTEM-BUSY THRU 1200-EXIT.
086200     IF WS-BUSY-REFUSED
086300         MOVE 'H' TO WS-BATCH-STATE
086400         DISPLAY 'BATCH ' WS-BATCH-ID ' NOT POSTED - REKEY IT '
086500             'ONCE THE WINDOW CLOSES'
086600         GO TO 5000-EXIT
086700     END-IF.
086800     ACCEPT WS-POSTING-TIME FROM TIME.
086900     PERFORM 5100-POST-ONE-ITEM THRU 5100-EXIT
087000         VARYING WS-ITEM-SUB FROM 1 BY 1
087100         UNTIL WS-ITEM-SUB > WS-ITEM-USED.
087200     MOVE 'P' TO WS-BATCH-STATE.
087300     ADD WS-POSTED-COUNT TO WS-SESSION-POSTED-COUNT.
087400     ADD WS-POSTED-AMOUNT TO WS-SESSION-POSTED-AMOUNT.
087500     MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-EDIT.
087600     DISPLAY 'BATCH ' WS-BATCH-ID ' IN BALANCE AND POSTED - '
087700         WS-POSTED-COUNT ' ITEMS ' WS-AMOUNT-EDIT.
087800     IF WS-FAILED-COUNT > ZERO
087900         DISPLAY 'WARNING - ' WS-FAILED-COUNT
088000             ' ITEMS COULD NOT BE POSTED, SEE PROOF LISTING'
088100     END-IF.
088200 5000-EXIT.
088300     EXIT.

088500 5100-POST-ONE-ITEM.
088600     IF NOT WS-ITEM-LIVE (WS-ITEM-SUB)
088700         GO TO 5100-EXIT
088800     END-IF.
088900     PERFORM 5200-APPLY-TO-BALANCE THRU 5200-EXIT.
089000     IF WS-POST-FAILED
089100         MOVE 'F' TO WS-ITEM-STATE (WS-ITEM-SUB)
089200         ADD 1 TO WS-FAILED-COUNT
089300         GO TO 5100-EXIT
089400     END-IF.
089500     PERFORM 5300-WRITE-HISTORY-RECORD THRU 5300-EXIT.
089600     MOVE 'P' TO WS-ITEM-STATE (WS-ITEM-SUB).
089700     ADD 1 TO WS-POSTED-COUNT.
089800     ADD WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-POSTED-AMOUNT.
089900 5100-EXIT.
090000     EXIT.

090200*****************************************************************
090300* 5200-APPLY-TO-BALANCE - read (or create) the customer's
090400* balance record, reduce it by the payment, stamp the
090500* last-payment date and put it back - CUST-PAY-POST's payment
090600* rule, item for item.
090700*****************************************************************
090800 5200-APPLY-TO-BALANCE.
090900     MOVE 'N' TO WS-POST-FAIL-SWITCH.
091000     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
091100         TO BAL-CUSTOMER-ID OF BALANCE-RECORD.
091200     READ BALANCE-FILE
091300         INVALID KEY
091400             MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
091500                 TO BAL-CUSTOMER-ID OF BALANCE-RECORD
091600             MOVE ZERO
091700                 TO BAL-CURRENT-BALANCE OF BALANCE-RECORD
091800             MOVE ZERO
091900                 TO BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
092000             PERFORM 5210-APPLY-PAYMENT THRU 5210-EXIT
092100             WRITE BALANCE-RECORD
092200                 INVALID KEY
092300                     DISPLAY 'ERROR WRITING BALANCE RECORD: '
092400                         BAL-CUSTOMER-ID OF BALANCE-RECORD
092500                         ' STATUS = ' WS-BALANCE-FILE-STATUS
092600                     MOVE 16 TO RETURN-CODE
092700                     MOVE 'Y' TO WS-POST-FAIL-SWITCH
092800             END-WRITE
092900         NOT INVALID KEY
093000             PERFORM 5210-APPLY-PAYMENT THRU 5210-EXIT
093100             REWRITE BALANCE-RECORD
093200                 INVALID KEY
093300                     DISPLAY 'ERROR REWRITING BALANCE RECORD: '
093400                         BAL-CUSTOMER-ID OF BALANCE-RECORD
093500                         ' STATUS = ' WS-BALANCE-FILE-STATUS
093600                     MOVE 16 TO RETURN-CODE
093700                     MOVE 'Y' TO WS-POST-FAIL-SWITCH
093800             END-REWRITE
093900     END-READ.
094000 5200-EXIT.
094100     EXIT.

094300 5210-APPLY-PAYMENT.
094400     SUBTRACT WS-ITEM-AMOUNT (WS-ITEM-SUB)
094500         FROM BAL-CURRENT-BALANCE OF BALANCE-RECORD.
094600     MOVE WS-ITEM-PAY-DATE (WS-ITEM-SUB)
094700         TO BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD.
094800 5210-EXIT.
094900     EXIT.

095100*****************************************************************
095200* 5300-WRITE-HISTORY-RECORD - one dated payment record per item
095300* posted, written only after the balance record took it, so the
095400* history and the balance file always agree.
095500*****************************************************************
095600 5300-WRITE-HISTORY-RECORD.
095700     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB) TO POST-CUSTOMER-ID.
095800     MOVE 'P' TO POST-TRAN-TYPE.
095900     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO POST-AMOUNT.
096000     MOVE WS-POSTING-DATE TO POST-DATE.
096100     MOVE WS-POSTING-TIME TO POST-TIME.
096200     MOVE WS-ITEM-PAY-DATE (WS-ITEM-SUB) TO POST-PAY-DATE.
096300     WRITE HISTORY-RECORD.
096400     IF NOT WS-HISTORY-FILE-OK
096500         DISPLAY 'ERROR WRITING POSTING HISTORY RECORD, '
096600             'STATUS = ' WS-HISTORY-FILE-STATUS
096700         MOVE 16 TO RETURN-CODE
096800     END-IF.
096900 5300-EXIT.
097000     EXIT.

097200*****************************************************************
097300* 6000-PROMPT-CUSTOMER-ID - a customer id must be six digits,
097400* re-prompting on anything else the way CUST-ENTRY does; a
097500* blank reply ends the keying.
097600*****************************************************************
097700 6000-PROMPT-CUSTOMER-ID.
097800     MOVE 'N' TO WS-ID-ANSWER-SWITCH.
097900     PERFORM 6010-ASK-CUSTOMER-ID THRU 6010-EXIT
098000         UNTIL WS-ID-ANSWERED.
098100 6000-EXIT.
098200     EXIT.

098400 6010-ASK-CUSTOMER-ID.
098500     DISPLAY 'CUSTOMER ID (6 DIGITS, BLANK WHEN BATCH IS '
098600         'KEYED): '.
098700     ACCEPT WS-CUSTOMER-ID-X.
098800     IF WS-CUSTOMER-ID-X = SPACES
098900         OR WS-CUSTOMER-ID-X = LOW-VALUES
099000         MOVE SPACES TO WS-CUSTOMER-ID-X
099100         MOVE 'Y' TO WS-ID-ANSWER-SWITCH
099200         GO TO 6010-EXIT
099300     END-IF.
099400     IF WS-CUSTOMER-ID-X IS NOT NUMERIC
099500         DISPLAY 'CUSTOMER ID MUST BE ALL DIGITS'
099600     ELSE
099700         MOVE 'Y' TO WS-ID-ANSWER-SWITCH
099800     END-IF.
099900 6010-EXIT.
100000     EXIT.

100200 6100-FIND-ON-MASTER.
100300     MOVE 'N' TO WS-FOUND-SWITCH.
100400     MOVE WS-CUSTOMER-ID-X
100500         TO CUSTOMER-ID OF CUSTOMER-RECORD.
100600     READ CUSTOMER-FILE
100700         INVALID KEY CONTINUE
100800         NOT INVALID KEY MOVE 'Y' TO WS-FOUND-SWITCH
100900     END-READ.
101000 6100-EXIT.
101100     EXIT.

101300*****************************************************************
101400* 6200-SHOW-CUSTOMER - the customer as the master holds them,
101500* with the balance the payment will come off.
101600*****************************************************************
101700 6200-SHOW-CUSTOMER.
101800     DISPLAY 'FOUND: ' CUSTOMER-ID OF CUSTOMER-RECORD
101900         ' ' FIRST-NAME OF CUSTOMER-RECORD
102000         ' ' LAST-NAME OF CUSTOMER-RECORD.
102100     DISPLAY '       ' CUSTOMER-ADDRESS OF CUSTOMER-RECORD.
102200     DISPLAY '       ' CUSTOMER-CITY OF CUSTOMER-RECORD
102300         ' ' CUSTOMER-STATE OF CUSTOMER-RECORD
102400         ' ' CUSTOMER-ZIP OF CUSTOMER-RECORD
102500         ' ' ACCOUNT-STATUS OF CUSTOMER-RECORD.
102600     MOVE 'N' TO WS-HAVE-BALANCE-SWITCH.
102700     MOVE CUSTOMER-ID OF CUSTOMER-RECORD
102800         TO BAL-CUSTOMER-ID OF BALANCE-RECORD.
102900     READ BALANCE-FILE
103000         INVALID KEY CONTINUE
103100         NOT INVALID KEY
103200             MOVE 'Y' TO WS-HAVE-BALANCE-SWITCH
103300     END-READ.
103400     IF WS-HAVE-BALANCE-RECORD
103500         MOVE BAL-CURRENT-BALANCE OF BALANCE-RECORD
103600             TO WS-AMOUNT-EDIT
103700         DISPLAY '       BALANCE ' WS-AMOUNT-EDIT
103800             '  LAST PAID '
103900             BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
104000     ELSE
104100         DISPLAY '       NO BALANCE ON FILE'
104200     END-IF.
104300     IF NOT ACCOUNT-ACTIVE OF CUSTOMER-RECORD
104400         DISPLAY '       NOTE - ACCOUNT IS NOT ACTIVE'
104500     END-IF.
104600 6200-EXIT.
104700     EXIT.

104900*****************************************************************
105000* 6400-EDIT-AMOUNT - take WS-AMOUNT-ANSWER apart as whole
105100* dollars, an optional point and up to two cents digits, and
105200* build the value in WS-AMT-VALUE.  WS-AMT-MAX-WHOLE limits the
105300* dollar digits to what the receiving field holds.
105400*****************************************************************
105500 6400-EDIT-AMOUNT.
105600     MOVE 'N' TO WS-AMOUNT-VALID-SWITCH.
105700     MOVE SPACES TO WS-AMT-WHOLE-X.
105800     MOVE SPACES TO WS-AMT-CENTS-X.
105900     MOVE SPACES TO WS-AMT-REST-X.
106000     MOVE ZERO TO WS-AMT-WHOLE-LEN.
106100     MOVE ZERO TO WS-AMT-CENTS-LEN.
106200     MOVE ZERO TO WS-AMT-REST-LEN.
106300     UNSTRING WS-AMOUNT-ANSWER DELIMITED BY '.' OR ALL SPACE
106400         INTO WS-AMT-WHOLE-X COUNT IN WS-AMT-WHOLE-LEN
106500              WS-AMT-CENTS-X COUNT IN WS-AMT-CENTS-LEN
106600              WS-AMT-REST-X COUNT IN WS-AMT-REST-LEN
106700     END-UNSTRING.
106800     IF WS-AMT-WHOLE-LEN = ZERO
106900         OR WS-AMT-WHOLE-LEN > WS-AMT-MAX-WHOLE
107000         OR WS-AMT-CENTS-LEN > 2
107100         OR WS-AMT-REST-LEN > ZERO
107200         GO TO 6400-EXIT
107300     END-IF.
107400     INSPECT WS-AMT-WHOLE-X REPLACING LEADING SPACE BY '0'.
107500     INSPECT WS-AMT-CENTS-X REPLACING ALL SPACE BY '0'.
107600     IF WS-AMT-WHOLE-X IS NOT NUMERIC
107700         OR WS-AMT-CENTS-X IS NOT NUMERIC
107800         GO TO 6400-EXIT
107900     END-IF.
108000     MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE.
108100     MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS.
108200     MOVE 'Y' TO WS-AMOUNT-VALID-SWITCH.
108300 6400-EXIT.
108400     EXIT.

108600*****************************************************************
108700* 6500-EDIT-COUNT - a count or item number of up to four digits
108800* in WS-COUNT-ANSWER, right-justified into WS-COUNT-X.
108900*****************************************************************
109000 6500-EDIT-COUNT.
109100     MOVE 'N' TO WS-COUNT-VALID-SWITCH.
109200     MOVE SPACES TO WS-COUNT-X.
109300     MOVE ZERO TO WS-COUNT-LEN.
109400     UNSTRING WS-COUNT-ANSWER DELIMITED BY ALL SPACE
109500         INTO WS-COUNT-X COUNT IN WS-COUNT-LEN
109600     END-UNSTRING.
109700     IF WS-COUNT-LEN = ZERO
109800         OR WS-COUNT-LEN > 4
109900         GO TO 6500-EXIT
110000     END-IF.
110100     INSPECT WS-COUNT-X REPLACING LEADING SPACE BY '0'.
110200     IF WS-COUNT-X IS NUMERIC
110300         MOVE 'Y' TO WS-COUNT-VALID-SWITCH
110400     END-IF.
110500 6500-EXIT.
110600     EXIT.

110800*****************************************************************
110900* 7000-PRINT-PROOF - every batch gets its own page of the proof
111000* listing: each item keyed, with deleted and unposted items
111100* noted, then the controls against the items and the outcome.
111200*****************************************************************
111300 7000-PRINT-PROOF.
111400     MOVE WS-BATCH-ID TO HDG-BATCH-ID.
111500     MOVE WS-BATCH-SOURCE-NAME TO HDG-BATCH-SOURCE.
111600     PERFORM 7200-PRINT-HEADINGS THRU 7200-EXIT.
111700     PERFORM 7100-PRINT-ONE-ITEM THRU 7100-EXIT
111800         VARYING WS-ITEM-SUB FROM 1 BY 1
111900         UNTIL WS-ITEM-SUB > WS-ITEM-USED.
112000     MOVE SPACES TO PROOF-LINE.
112100     WRITE PROOF-LINE.
112200     MOVE SPACES TO WS-TOTAL-LINE.
112300     MOVE 'BATCH CONTROLS:          ' TO TOT-LABEL.
112400     MOVE WS-CONTROL-COUNT TO TOT-COUNT.
112500     MOVE WS-CONTROL-TOTAL TO TOT-AMOUNT.
112600     MOVE WS-TOTAL-LINE TO PROOF-LINE.
112700     WRITE PROOF-LINE.
112800     MOVE 'ITEMS KEYED:             ' TO TOT-LABEL.
112900     MOVE WS-ITEM-COUNT TO TOT-COUNT.
113000     MOVE WS-ITEM-TOTAL TO TOT-AMOUNT.
113100     MOVE WS-TOTAL-LINE TO PROOF-LINE.
113200     WRITE PROOF-LINE.
113300     MOVE 'ITEMS POSTED:            ' TO TOT-LABEL.
113400     MOVE WS-POSTED-COUNT TO TOT-COUNT.
113500     MOVE WS-POSTED-AMOUNT TO TOT-AMOUNT.
113600     MOVE WS-TOTAL-LINE TO PROOF-LINE.
113700     WRITE PROOF-LINE.
113800     MOVE SPACES TO PROOF-LINE.
113900     WRITE PROOF-LINE.
114000     EVALUATE TRUE
114100         WHEN WS-BATCH-POSTED AND WS-FAILED-COUNT = ZERO
114200             MOVE 'BATCH IN BALANCE - POSTED' TO PROOF-LINE
114300         WHEN WS-BATCH-POSTED
114400             MOVE 'BATCH IN BALANCE - POSTED WITH FAILED ITEMS'
114500                 TO PROOF-LINE
114600         WHEN WS-BATCH-HELD
114700             MOVE 'BATCH IN BALANCE - NOT POSTED, SYSTEM BUSY'
114800                 TO PROOF-LINE
114900         WHEN OTHER
115000             MOVE 'BATCH ABANDONED - NOTHING POSTED'
115100                 TO PROOF-LINE
115200     END-EVALUATE.
115300     WRITE PROOF-LINE.
115400 7000-EXIT.
115500     EXIT.

115700 7100-PRINT-ONE-ITEM.
115800     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
115900         PERFORM 7200-PRINT-HEADINGS THRU 7200-EXIT
116000     END-IF.
116100     MOVE WS-ITEM-SUB TO DTL-ITEM-NUMBER.
116200     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB) TO DTL-CUSTOMER-ID.
116300     MOVE WS-ITEM-LAST-NAME (WS-ITEM-SUB) TO DTL-LAST-NAME.
116400     MOVE WS-ITEM-FIRST-NAME (WS-ITEM-SUB) TO DTL-FIRST-NAME.
116500     MOVE WS-ITEM-PAY-DATE (WS-ITEM-SUB) TO DTL-PAY-DATE.
116600     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO DTL-AMOUNT.
116700     EVALUATE TRUE
116800         WHEN WS-ITEM-DELETED (WS-ITEM-SUB)
116900             MOVE 'DELETED' TO DTL-NOTE
117000         WHEN WS-ITEM-FAILED (WS-ITEM-SUB)
117100             MOVE 'NOT POSTED' TO DTL-NOTE
117200         WHEN OTHER
117300             MOVE SPACES TO DTL-NOTE
117400     END-EVALUATE.
117500     MOVE WS-DETAIL-LINE TO PROOF-LINE.
117600     WRITE PROOF-LINE.
117700     ADD 1 TO WS-LINE-COUNT.
117800 7100-EXIT.
117900     EXIT.

118100 7200-PRINT-HEADINGS.
118200     ADD 1 TO WS-PAGE-COUNT.
118300     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
118400     IF WS-PAGE-COUNT > 1
118500         MOVE SPACES TO PROOF-LINE
118600         WRITE PROOF-LINE
118700         WRITE PROOF-LINE AFTER ADVANCING PAGE
118800     END-IF.
118900     MOVE WS-HEADING-1 TO PROOF-LINE.
119000     WRITE PROOF-LINE.
119100     MOVE WS-HEADING-2 TO PROOF-LINE.
119200     WRITE PROOF-LINE.
119300     MOVE SPACES TO PROOF-LINE.
119400     WRITE PROOF-LINE.
119500     MOVE WS-HEADING-3 TO PROOF-LINE.
119600     WRITE PROOF-LINE.
119700     MOVE ZERO TO WS-LINE-COUNT.
119800 7200-EXIT.
119900     EXIT.

120100 8000-TERMINATE.
120200     CLOSE CUSTOMER-FILE.
120300     CLOSE BALANCE-FILE.
120400     CLOSE HISTORY-FILE.
120500     CLOSE PROOF-FILE.
120600     DISPLAY 'BATCHES POSTED:       ' WS-BATCHES-POSTED.
120700     DISPLAY 'BATCHES NOT POSTED:   ' WS-BATCHES-NOT-POSTED.
120800     MOVE WS-SESSION-POSTED-COUNT TO WS-COUNT-EDIT.
120900     DISPLAY 'PAYMENTS POSTED:      ' WS-COUNT-EDIT.
121000     MOVE WS-SESSION-POSTED-AMOUNT TO WS-AMOUNT-EDIT.
121100     DISPLAY 'AMOUNT POSTED:      ' WS-AMOUNT-EDIT.
121200     IF WS-BATCHES-NOT-POSTED > ZERO
121300         AND RETURN-CODE < 4
121400         MOVE 4 TO RETURN-CODE
121500     END-IF.
121600 8000-EXIT.
121700     EXIT.

121900 9999-STOP-RUN.
122000     GOBACK.
122100 9999-EXIT.
122200     EXIT.
