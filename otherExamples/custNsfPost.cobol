000100****************************************************************
000200* Program name:    CustNsfPost
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Returned-payment (NSF) reversal.  Takes the
000900*                  bank's returned-item file and undoes each
001000*                  bounced payment CUST-PAY-POST (or
001100*                  CUST-PAY-ENTRY) already credited.  Each item
001200*                  is matched to its original payment on the
001300*                  posting history CustPostHist.dat by customer,
001400*                  amount and payment date; a payment already
001500*                  reversed by an earlier run does not match
001600*                  again.  A matched item puts the amount back
001700*                  on the customer's CustBal.dax balance, rolls
001800*                  the last-payment date back to the customer's
001900*                  latest payment still good - one not reversed
001950*                  on the history or by another item in the run
002000*                  - when the bounced one was the latest (so
002050*                  CUST-DELINQ ages the account from money
002100*                  actually received), and appends a
002200*                  reversal record (type R) to the history, which
002300*                  CUST-STATEMENT prints as its own line.  When
002400*                  the operator gives a returned-check fee at
002500*                  the start of the run, each reversal is also
002600*                  charged the fee as a type F history record.
002700*                  Items that cannot be matched, or whose
002800*                  customer is gone from the master or balance
002900*                  file, go to the exception report.  Reversed
003000*                  plus rejected items must balance the file's
003100*                  trailer the way CUST-PAY-POST balances the
003200*                  payment return file, or the run ends with
003300*                  return code 8.  An item sent under a customer
003310*                  id CUST-MERGE has retired is matched and
003320*                  reversed under the surviving id named on the
003330*                  merge cross-reference CustMergeXref.dax, with
003340*                  a note on the exception report.
003400*
003500*                  Returned-item file layout (CustNsfRet.dat):
003600*                   detail  'D' + customer-id 9(6) + amount
003700*                           S9(7)V99 sign leading separate +
003800*                           original payment date 9(8) +
003900*                           return reason X(20)
004000*                   trailer 'T' + record count 9(6) + total
004100*                           amount S9(9)V99 sign leading
004200*                           separate
004300*
004400* Maintenance history
004500* -------------------------------------------------------------
004600* 2026-10-15  DC  Original version.
004700*
004800****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. CUST-NSF-POST.
005100 AUTHOR. David Catino.
005200 INSTALLATION. Customer Systems.
005300 DATE-WRITTEN. 10/15/2026.
005400 DATE-COMPILED.
005500 ENVIRONMENT DIVISION.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT CUSTOMER-FILE ASSIGN TO 'Customers.dax'
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
006200         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
006300     SELECT BALANCE-FILE ASSIGN TO 'CustBal.dax'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS BAL-CUSTOMER-ID OF BALANCE-RECORD
006700         FILE STATUS IS WS-BALANCE-FILE-STATUS.
006800     SELECT RETURNED-FILE ASSIGN TO 'CustNsfRet.dat'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-RETURNED-FILE-STATUS.
007100     SELECT EXCEPTION-FILE ASSIGN TO 'CustNsfExcpt.rpt'
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
007400     SELECT HISTORY-FILE ASSIGN TO 'CustPostHist.dat'
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-HISTORY-FILE-STATUS.
007610     SELECT MERGE-FILE ASSIGN TO 'CustMergeXref.dax'
007620         ORGANIZATION IS INDEXED
007630         ACCESS MODE IS RANDOM
007640         RECORD KEY IS MERGE-RETIRED-ID OF MERGE-RECORD
007650         FILE STATUS IS WS-MERGE-FILE-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  CUSTOMER-FILE.
008000 01  CUSTOMER-RECORD.
008100     COPY CUSTREC.

008300 FD  BALANCE-FILE.
008400 01  BALANCE-RECORD.
008500     COPY BALREC.

008700 FD  RETURNED-FILE.
008800 01  RETURNED-RECORD.
008900     05  RTN-RECORD-TYPE           PIC X(01).
009000         88  RTN-DETAIL            VALUE 'D'.
009100         88  RTN-TRAILER           VALUE 'T'.
009200     05  RTN-DETAIL-DATA.
009300         10  RTN-CUSTOMER-ID       PIC 9(06).
009400         10  RTN-AMOUNT            PIC S9(07)V99
009500                                   SIGN LEADING SEPARATE.
009600         10  RTN-PAY-DATE          PIC 9(08).
009700         10  RTN-REASON            PIC X(20).
009800     05  RTN-TRAILER-DATA REDEFINES RTN-DETAIL-DATA.
009900         10  RTN-TRAILER-COUNT     PIC 9(06).
010000         10  RTN-TRAILER-AMOUNT    PIC S9(09)V99
010100                                   SIGN LEADING SEPARATE.
010200         10  FILLER                PIC X(26).

010400 FD  EXCEPTION-FILE.
010500 01  EXCEPTION-RECORD              PIC X(132).

010700 FD  HISTORY-FILE.
010800 01  HISTORY-RECORD.
010900     COPY POSTREC.

010950 FD  MERGE-FILE.
011000 01  MERGE-RECORD.
011050     COPY MERGEREC.

011100 WORKING-STORAGE SECTION.
011200 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
011300     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
011400 01  WS-BALANCE-FILE-STATUS        PIC X(02).
011500     88  WS-BALANCE-FILE-OK        VALUE '00'.
011600 01  WS-RETURNED-FILE-STATUS       PIC X(02).
011700     88  WS-RETURNED-FILE-OK       VALUE '00'.
011800 01  WS-EXCEPTION-FILE-STATUS      PIC X(02).
011900     88  WS-EXCEPTION-FILE-OK      VALUE '00'.
012000 01  WS-HISTORY-FILE-STATUS        PIC X(02).
012100     88  WS-HISTORY-FILE-OK        VALUE '00'.
012120 01  WS-MERGE-FILE-STATUS          PIC X(02).
012140     88  WS-MERGE-FILE-OK          VALUE '00'.
012160 01  WS-MERGE-SWITCH               PIC X(01) VALUE 'N'.
012180     88  WS-MERGE-XREF-AVAILABLE   VALUE 'Y'.
012200 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
012300     88  WS-END-OF-RETURNED-FILE   VALUE 'Y'.
012400 01  WS-HISTORY-EOF-SWITCH         PIC X(01) VALUE 'N'.
012500     88  WS-END-OF-HISTORY-FILE    VALUE 'Y'.
012600 01  WS-CUSTOMER-FOUND-SWITCH      PIC X(01) VALUE 'N'.
012700     88  WS-CUSTOMER-FOUND         VALUE 'Y'.
012800 01  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE 'N'.
012900     88  WS-TRAILER-SEEN           VALUE 'Y'.
013000 01  WS-POST-FAIL-SWITCH           PIC X(01) VALUE 'N'.
013100     88  WS-POST-FAILED            VALUE 'Y'.
013200 01  WS-FEE-SWITCH                 PIC X(01) VALUE 'N'.
013300     88  WS-CHARGE-FEE             VALUE 'Y'.
013330 01  WS-DATE-KEPT-SWITCH           PIC X(01) VALUE 'N'.
013360     88  WS-DATE-KEPT              VALUE 'Y'.
013400 01  WS-REVERSED-COUNT             PIC 9(06) COMP VALUE ZERO.
013500 01  WS-REJECT-COUNT               PIC 9(06) COMP VALUE ZERO.
013600 01  WS-FEE-COUNT                  PIC 9(06) COMP VALUE ZERO.
013650 01  WS-REDIRECT-COUNT             PIC 9(06) COMP VALUE ZERO.
013700 01  WS-REVERSED-AMOUNT            PIC S9(09)V99 VALUE ZERO.
013800 01  WS-REJECT-AMOUNT              PIC S9(09)V99 VALUE ZERO.
013900 01  WS-FEE-TOTAL                  PIC S9(09)V99 VALUE ZERO.
014000 01  WS-FILE-AMOUNT                PIC S9(09)V99 VALUE ZERO.
014100 01  WS-TRAILER-COUNT              PIC 9(06) VALUE ZERO.
014200 01  WS-TRAILER-AMOUNT             PIC S9(09)V99 VALUE ZERO.
014300 01  WS-DETAIL-COUNT               PIC 9(06) COMP VALUE ZERO.
014400 01  WS-POSTING-DATE               PIC 9(08) VALUE ZERO.
014500 01  WS-POSTING-TIME               PIC 9(08) VALUE ZERO.
014600 01  WS-FEE-AMOUNT                 PIC S9(07)V99 VALUE ZERO.
014700*    Returned items are held so one pass of the posting history
014800*    can match them all before anything posts.
014900 01  WS-ITEM-MAX                   PIC 9(04) COMP VALUE 500.
015000 01  WS-ITEM-USED                  PIC 9(04) COMP VALUE ZERO.
015100 01  WS-ITEM-SUB                   PIC 9(04) COMP VALUE ZERO.
015200 01  WS-EARLIER-SUB                PIC 9(04) COMP VALUE ZERO.
015300 01  WS-ITEM-TABLE.
015400     05  WS-ITEM-ENTRY             OCCURS 500 TIMES.
015500         10  WS-ITEM-CUSTOMER-ID   PIC 9(06).
015600         10  WS-ITEM-AMOUNT        PIC S9(07)V99.
015700         10  WS-ITEM-PAY-DATE      PIC 9(08).
015800         10  WS-ITEM-REASON        PIC X(20).
015900         10  WS-ITEM-PAID-COUNT    PIC 9(04) COMP.
016000         10  WS-ITEM-REVERSED-COUNT
016100                                   PIC 9(04) COMP.
016200         10  WS-ITEM-SAME-COUNT    PIC 9(04) COMP.
016300         10  WS-ITEM-PRIOR-PAY-DATE
016400                                   PIC 9(08).
016403         10  WS-ITEM-PRIOR-SWITCH  PIC X(01).
016406             88  WS-ITEM-PRIOR-UNKNOWN
016409                                   VALUE 'Y'.
016412*    Every (amount, payment date) the history holds for a held
016415*    customer, with its payments, its reversals and the held
016418*    items reversing it, so the last-payment date only ever
016421*    rolls back to a payment that is still good.
016424 01  WS-KEY-MAX                    PIC 9(04) COMP VALUE 5000.
016427 01  WS-KEY-USED                   PIC 9(04) COMP VALUE ZERO.
016430 01  WS-KEY-SUB                    PIC 9(04) COMP VALUE ZERO.
016433 01  WS-KEY-FOUND-SUB              PIC 9(04) COMP VALUE ZERO.
016436 01  WS-KEY-FULL-SWITCH            PIC X(01) VALUE 'N'.
016439     88  WS-KEY-TABLE-FULL         VALUE 'Y'.
016442 01  WS-HELD-CUSTOMER-SWITCH       PIC X(01) VALUE 'N'.
016445     88  WS-HELD-CUSTOMER          VALUE 'Y'.
016448 01  WS-FIND-CUSTOMER-ID           PIC 9(06) VALUE ZERO.
016451 01  WS-FIND-AMOUNT                PIC S9(07)V99 VALUE ZERO.
016454 01  WS-FIND-PAY-DATE              PIC 9(08) VALUE ZERO.
016457 01  WS-KEY-TABLE.
016460     05  WS-KEY-ENTRY              OCCURS 5000 TIMES.
016463         10  WS-KEY-CUSTOMER-ID    PIC 9(06).
016466         10  WS-KEY-AMOUNT         PIC S9(07)V99.
016469         10  WS-KEY-PAY-DATE       PIC 9(08).
016472         10  WS-KEY-PAID-COUNT     PIC 9(04) COMP.
016475         10  WS-KEY-REVERSED-COUNT PIC 9(04) COMP.
016478         10  WS-KEY-HELD-COUNT     PIC 9(04) COMP.
016500*    Returned-check fee keyed as dollars and cents.
016600 01  WS-FEE-ANSWER                 PIC X(15).
016700 01  WS-FEE-VALID-SWITCH           PIC X(01) VALUE 'N'.
016800     88  WS-FEE-VALID              VALUE 'Y'.
016900 01  WS-AMT-WHOLE-X                PIC X(05) JUSTIFIED RIGHT.
017000 01  WS-AMT-CENTS-X                PIC X(02).
017100 01  WS-AMT-REST-X                 PIC X(15).
017200 01  WS-AMT-WHOLE-LEN              PIC 9(02) COMP VALUE ZERO.
017300 01  WS-AMT-CENTS-LEN              PIC 9(02) COMP VALUE ZERO.
017400 01  WS-AMT-REST-LEN               PIC 9(02) COMP VALUE ZERO.
017500 01  WS-AMT-DIGITS.
017600     05  WS-AMT-WHOLE              PIC 9(05).
017700     05  WS-AMT-CENTS              PIC 9(02).
017800 01  WS-AMT-VALUE REDEFINES WS-AMT-DIGITS
017900                                   PIC 9(05)V99.
018000 01  WS-AMOUNT-EDIT                PIC -,ZZZ,ZZZ,ZZ9.99.
018100 01  WS-COUNT-EDIT                 PIC ZZZ,ZZ9.
018200 01  WS-EXCEPTION-LINE.
018300     05  EXC-CUSTOMER-ID           PIC X(06).
018400     05  FILLER                    PIC X(02) VALUE SPACES.
018500     05  EXC-AMOUNT                PIC -,ZZZ,ZZZ,ZZ9.99.
018600     05  FILLER                    PIC X(02) VALUE SPACES.
018700     05  EXC-PAY-DATE              PIC X(08).
018800     05  FILLER                    PIC X(02) VALUE SPACES.
018900     05  EXC-BANK-REASON           PIC X(20).
019000     05  FILLER                    PIC X(02) VALUE SPACES.
019100     05  EXC-REASON                PIC X(40).
019200 PROCEDURE DIVISION.
019300 0000-MAINLINE.
019400     MOVE ZERO TO RETURN-CODE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     IF RETURN-CODE NOT = ZERO
019700         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
019800         GO TO 9999-STOP-RUN
019900     END-IF.
020000     PERFORM 2000-LOAD-RETURNED-RECORD THRU 2000-EXIT
020100         UNTIL WS-END-OF-RETURNED-FILE.
020200     PERFORM 3000-MATCH-POSTING-HISTORY THRU 3000-EXIT.
020300     IF RETURN-CODE NOT = ZERO
020400         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
020500         GO TO 9999-STOP-RUN
020600     END-IF.
020700     PERFORM 4000-REVERSE-ONE-ITEM THRU 4000-EXIT
020800         VARYING WS-ITEM-SUB FROM 1 BY 1
020900         UNTIL WS-ITEM-SUB > WS-ITEM-USED.
021000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021100     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

021300*****************************************************************
021400* 1000-INITIALIZE - settle the returned-check fee, then open
021500* the files, bailing out as soon as one open fails.  The
021600* history is opened later, once to match and once to append.
021650* A merge cross-reference that will not open is only a warning.
021700*****************************************************************
021800 1000-INITIALIZE.
021900     ACCEPT WS-POSTING-DATE FROM DATE YYYYMMDD.
022000     ACCEPT WS-POSTING-TIME FROM TIME.
022100     PERFORM 1100-ASK-FEE THRU 1100-EXIT
022200         UNTIL WS-FEE-VALID.
022300     OPEN INPUT CUSTOMER-FILE.
022400     IF NOT WS-CUSTOMER-FILE-OK
022500         DISPLAY 'ERROR OPENING CUSTOMER FILE, STATUS = '
022600             WS-CUSTOMER-FILE-STATUS
022700         MOVE 16 TO RETURN-CODE
022800         GO TO 1000-EXIT
022900     END-IF.
023000     OPEN I-O BALANCE-FILE.
023100     IF NOT WS-BALANCE-FILE-OK
023200         DISPLAY 'ERROR OPENING BALANCE FILE, STATUS = '
023300             WS-BALANCE-FILE-STATUS
023400         MOVE 16 TO RETURN-CODE
023500         GO TO 1000-EXIT
023600     END-IF.
023700     OPEN INPUT RETURNED-FILE.
023800     IF NOT WS-RETURNED-FILE-OK
023900         DISPLAY 'ERROR OPENING RETURNED ITEM FILE, STATUS = '
024000             WS-RETURNED-FILE-STATUS
024100         MOVE 16 TO RETURN-CODE
024200         GO TO 1000-EXIT
024300     END-IF.
024400     OPEN OUTPUT EXCEPTION-FILE.
024500     IF NOT WS-EXCEPTION-FILE-OK
024600         DISPLAY 'ERROR OPENING EXCEPTION FILE, STATUS = '
024700             WS-EXCEPTION-FILE-STATUS
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 1000-EXIT
025000     END-IF.
025100     MOVE 'RETURNED PAYMENT EXCEPTION REPORT'
025200         TO EXCEPTION-RECORD.
025300     WRITE EXCEPTION-RECORD.
025350     PERFORM 1060-OPEN-MERGE-FILE THRU 1060-EXIT.
025400 1000-EXIT.
025500     EXIT.

025700*****************************************************************
025800* 1100-ASK-FEE - the returned-check fee for this run, charged
025900* once per payment reversed; a blank reply charges none.
026000*****************************************************************
026100 1100-ASK-FEE.
026200     DISPLAY 'RETURNED-CHECK FEE PER ITEM (E.G. 25.00, '
026300         'BLANK FOR NO FEE): '.
026400     ACCEPT WS-FEE-ANSWER.
026500     IF WS-FEE-ANSWER = SPACES
026600         OR WS-FEE-ANSWER = LOW-VALUES
026700         MOVE ZERO TO WS-FEE-AMOUNT
026800         MOVE 'N' TO WS-FEE-SWITCH
026900         MOVE 'Y' TO WS-FEE-VALID-SWITCH
027000         GO TO 1100-EXIT
027100     END-IF.
027200     MOVE SPACES TO WS-AMT-WHOLE-X.
027300     MOVE SPACES TO WS-AMT-CENTS-X.
027400     MOVE SPACES TO WS-AMT-REST-X.
027500     MOVE ZERO TO WS-AMT-WHOLE-LEN.
027600     MOVE ZERO TO WS-AMT-CENTS-LEN.
027700     MOVE ZERO TO WS-AMT-REST-LEN.
027800     UNSTRING WS-FEE-ANSWER DELIMITED BY '.' OR ALL SPACE
027900         INTO WS-AMT-WHOLE-X COUNT IN WS-AMT-WHOLE-LEN
028000              WS-AMT-CENTS-X COUNT IN WS-AMT-CENTS-LEN
028100              WS-AMT-REST-X COUNT IN WS-AMT-REST-LEN
028200     END-UNSTRING.
028300     IF WS-AMT-WHOLE-LEN = ZERO
028400         OR WS-AMT-WHOLE-LEN > 5
028500         OR WS-AMT-CENTS-LEN > 2
028600         OR WS-AMT-REST-LEN > ZERO
028700         DISPLAY 'FEE MUST BE DOLLARS AND CENTS'
028800         GO TO 1100-EXIT
028900     END-IF.
029000     INSPECT WS-AMT-WHOLE-X REPLACING LEADING SPACE BY '0'.
029100     INSPECT WS-AMT-CENTS-X REPLACING ALL SPACE BY '0'.
029200     IF WS-AMT-WHOLE-X IS NOT NUMERIC
029300         OR WS-AMT-CENTS-X IS NOT NUMERIC
029400         DISPLAY 'FEE MUST BE DOLLARS AND CENTS'
029500         GO TO 1100-EXIT
029600     END-IF.
029700     MOVE WS-AMT-WHOLE-X TO WS-AMT-WHOLE.
029800     MOVE WS-AMT-CENTS-X TO WS-AMT-CENTS.
029900     MOVE WS-AMT-VALUE TO WS-FEE-AMOUNT.
030000     IF WS-FEE-AMOUNT > ZERO
030100         MOVE 'Y' TO WS-FEE-SWITCH
030200     END-IF.
030300     MOVE 'Y' TO WS-FEE-VALID-SWITCH.
030400 1100-EXIT.
030500     EXIT.

030510*****************************************************************
030520* 1060-OPEN-MERGE-FILE - no merge cross-reference means no
030530* customer has ever been merged.  One that will not open costs
030540* only the redirect: items for retired ids are rejected, as
030550* they were before merges existed, and the run carries on.
030560*****************************************************************
030570 1060-OPEN-MERGE-FILE.
030580     OPEN INPUT MERGE-FILE.
030590     IF WS-MERGE-FILE-OK
030600         MOVE 'Y' TO WS-MERGE-SWITCH
030610         GO TO 1060-EXIT
030620     END-IF.
030630     IF WS-MERGE-FILE-STATUS NOT = '35'
030640         DISPLAY 'WARNING - MERGE XREF NOT AVAILABLE, STATUS = '
030650             WS-MERGE-FILE-STATUS ' - NO ITEMS REDIRECTED'
030660     END-IF.
030670 1060-EXIT.
030680     EXIT.

030700*****************************************************************
030800* 1070-CLOSE-ON-ABEND - close whichever files did open
030900* successfully before the run gives up.
031000*****************************************************************
031100 1070-CLOSE-ON-ABEND.
031200     IF WS-CUSTOMER-FILE-OK
031300         CLOSE CUSTOMER-FILE
031400     END-IF.
031500     IF WS-BALANCE-FILE-OK
031600         CLOSE BALANCE-FILE
031700     END-IF.
031800     IF WS-RETURNED-FILE-OK
031900         CLOSE RETURNED-FILE
032000     END-IF.
032100     IF WS-EXCEPTION-FILE-OK
032200         CLOSE EXCEPTION-FILE
032300     END-IF.
032320     IF WS-MERGE-XREF-AVAILABLE
032340         CLOSE MERGE-FILE
032360     END-IF.
032400 1070-EXIT.
032500     EXIT.

032700*****************************************************************
032800* 2000-LOAD-RETURNED-RECORD - one returned-item file record per
032900* pass.  Details that fail their edits are rejected at once;
033000* the rest are held for the history match.
033100*****************************************************************
033200 2000-LOAD-RETURNED-RECORD.
033300     READ RETURNED-FILE
033400         AT END MOVE 'Y' TO WS-EOF-SWITCH
033500         NOT AT END PERFORM 2100-ROUTE-RECORD THRU 2100-EXIT
033600     END-READ.
033700 2000-EXIT.
033800     EXIT.

034000 2100-ROUTE-RECORD.
034100     EVALUATE TRUE
034200         WHEN RTN-DETAIL
034300             ADD 1 TO WS-DETAIL-COUNT
034400             PERFORM 2200-EDIT-DETAIL THRU 2200-EXIT
034500         WHEN RTN-TRAILER
034600             IF RTN-TRAILER-COUNT IS NOT NUMERIC
034700                 OR RTN-TRAILER-AMOUNT IS NOT NUMERIC
034800                 MOVE SPACES TO WS-EXCEPTION-LINE
034900                 MOVE ZERO TO EXC-AMOUNT
035000                 MOVE 'TRAILER NOT NUMERIC - FILE NOT PROVED'
035100                     TO EXC-REASON
035200                 PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
035300                 GO TO 2100-EXIT
035400             END-IF
035500             MOVE RTN-TRAILER-COUNT TO WS-TRAILER-COUNT
035600             MOVE RTN-TRAILER-AMOUNT TO WS-TRAILER-AMOUNT
035700             MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
035800         WHEN OTHER
035900             MOVE SPACES TO WS-EXCEPTION-LINE
036000             MOVE ZERO TO EXC-AMOUNT
036100             MOVE 'UNKNOWN RECORD TYPE ON RETURNED FILE'
036200                 TO EXC-REASON
036300             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
036400     END-EVALUATE.
036500 2100-EXIT.
036600     EXIT.

036800 2200-EDIT-DETAIL.
036900     MOVE SPACES TO WS-EXCEPTION-LINE.
037000     MOVE RTN-CUSTOMER-ID TO EXC-CUSTOMER-ID.
037100     MOVE RTN-PAY-DATE TO EXC-PAY-DATE.
037200     MOVE RTN-REASON TO EXC-BANK-REASON.
037300     IF RTN-AMOUNT IS NOT NUMERIC
037400         MOVE ZERO TO EXC-AMOUNT
037500         MOVE 'AMOUNT NOT NUMERIC' TO EXC-REASON
037600         PERFORM 7100-REJECT-DETAIL THRU 7100-EXIT
037700         GO TO 2200-EXIT
037800     END-IF.
037900     MOVE RTN-AMOUNT TO EXC-AMOUNT.
038000     IF RTN-CUSTOMER-ID IS NOT NUMERIC
038100         MOVE 'CUSTOMER ID NOT NUMERIC' TO EXC-REASON
038200         PERFORM 7100-REJECT-DETAIL THRU 7100-EXIT
038300         GO TO 2200-EXIT
038400     END-IF.
038500     IF RTN-PAY-DATE IS NOT NUMERIC
038600         MOVE 'PAYMENT DATE NOT NUMERIC' TO EXC-REASON
038700         PERFORM 7100-REJECT-DETAIL THRU 7100-EXIT
038800         GO TO 2200-EXIT
038900     END-IF.
039000     IF RTN-AMOUNT NOT > ZERO
039100         MOVE 'RETURNED AMOUNT MUST BE POSITIVE' TO EXC-REASON
039200         PERFORM 7100-REJECT-DETAIL THRU 7100-EXIT
039300         GO TO 2200-EXIT
039400     END-IF.
039500     IF WS-ITEM-USED NOT < WS-ITEM-MAX
039600         MOVE 'TOO MANY ITEMS FOR ONE RUN - RESUBMIT'
039700             TO EXC-REASON
039800         PERFORM 7100-REJECT-DETAIL THRU 7100-EXIT
039900         GO TO 2200-EXIT
040000     END-IF.
040050     PERFORM 2300-FIND-CUSTOMER THRU 2300-EXIT.
040100     ADD 1 TO WS-ITEM-USED.
040200     MOVE WS-ITEM-USED TO WS-ITEM-SUB.
040300     MOVE RTN-CUSTOMER-ID TO WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB).
040400     MOVE RTN-AMOUNT TO WS-ITEM-AMOUNT (WS-ITEM-SUB).
040500     MOVE RTN-PAY-DATE TO WS-ITEM-PAY-DATE (WS-ITEM-SUB).
040600     MOVE RTN-REASON TO WS-ITEM-REASON (WS-ITEM-SUB).
040700     MOVE ZERO TO WS-ITEM-PAID-COUNT (WS-ITEM-SUB).
040800     MOVE ZERO TO WS-ITEM-REVERSED-COUNT (WS-ITEM-SUB).
040900     MOVE ZERO TO WS-ITEM-SAME-COUNT (WS-ITEM-SUB).
041000     MOVE ZERO TO WS-ITEM-PRIOR-PAY-DATE (WS-ITEM-SUB).
041050     MOVE 'N' TO WS-ITEM-PRIOR-SWITCH (WS-ITEM-SUB).
041100     PERFORM 2210-COUNT-ONE-EARLIER THRU 2210-EXIT
041200         VARYING WS-EARLIER-SUB FROM 1 BY 1
041300         UNTIL WS-EARLIER-SUB NOT < WS-ITEM-SUB.
041400 2200-EXIT.
041500     EXIT.

041700*****************************************************************
041800* 2210-COUNT-ONE-EARLIER - the bank can return two identical
041900* checks in one file; each needs its own original payment, so
042000* an item counts the identical items ahead of it.
042100*****************************************************************
042200 2210-COUNT-ONE-EARLIER.
042300     IF WS-ITEM-CUSTOMER-ID (WS-EARLIER-SUB) =
042400            WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
042500         AND WS-ITEM-AMOUNT (WS-EARLIER-SUB) =
042600            WS-ITEM-AMOUNT (WS-ITEM-SUB)
042700         AND WS-ITEM-PAY-DATE (WS-EARLIER-SUB) =
042800            WS-ITEM-PAY-DATE (WS-ITEM-SUB)
042900         ADD 1 TO WS-ITEM-SAME-COUNT (WS-ITEM-SUB)
043000     END-IF.
043100 2210-EXIT.
043200     EXIT.

043204*****************************************************************
043208* 2300-FIND-CUSTOMER - an item under an id that is not on the
043212* master may be one a merge retired; it is then held under the
043216* surviving id, whose history CUST-MERGE has taken over.
043220*****************************************************************
043224 2300-FIND-CUSTOMER.
043228     MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH.
043232     MOVE RTN-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.
043236     READ CUSTOMER-FILE
043240         INVALID KEY CONTINUE
043244         NOT INVALID KEY MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH
043248     END-READ.
043252     IF NOT WS-CUSTOMER-FOUND
043256         PERFORM 2350-FOLLOW-MERGE THRU 2350-EXIT
043260     END-IF.
043264 2300-EXIT.
043268     EXIT.

043272*****************************************************************
043276* 2350-FOLLOW-MERGE - CUST-MERGE keeps every retired id pointed
043280* at a live survivor, so one read is enough.  The item is
043284* re-addressed to the survivor before the history match, and
043288* the redirect is noted on the exception report without
043292* counting as a reject.
043296*****************************************************************
043300 2350-FOLLOW-MERGE.
043304     IF NOT WS-MERGE-XREF-AVAILABLE
043308         GO TO 2350-EXIT
043312     END-IF.
043316     MOVE RTN-CUSTOMER-ID TO MERGE-RETIRED-ID OF MERGE-RECORD.
043320     READ MERGE-FILE
043324         INVALID KEY GO TO 2350-EXIT
043328     END-READ.
043332     MOVE MERGE-SURVIVOR-ID OF MERGE-RECORD
043336         TO CUSTOMER-ID OF CUSTOMER-RECORD.
043340     READ CUSTOMER-FILE
043344         INVALID KEY GO TO 2350-EXIT
043348     END-READ.
043352     MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH.
043356     MOVE SPACES TO EXC-REASON.
043360     STRING 'MERGED - MATCHED TO SURVIVING ID '
043364                DELIMITED BY SIZE
043368            MERGE-SURVIVOR-ID OF MERGE-RECORD
043372                DELIMITED BY SIZE
043376         INTO EXC-REASON.
043380     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
043384     MOVE MERGE-SURVIVOR-ID OF MERGE-RECORD TO RTN-CUSTOMER-ID.
043388     ADD 1 TO WS-REDIRECT-COUNT.
043392 2350-EXIT.
043396     EXIT.

043400*****************************************************************
043500* 3000-MATCH-POSTING-HISTORY - one pass of the history against
043600* every held item: count the payments that match it and the
043700* reversals already posted against it, and table every
043800* payment and reversal of the held customers so the latest
043900* payment still good is known in case the last-payment date
043950* has to be rolled back.
044000*****************************************************************
044100 3000-MATCH-POSTING-HISTORY.
044200     IF WS-ITEM-USED = ZERO
044300         GO TO 3000-EXIT
044400     END-IF.
044420     PERFORM 3050-SEED-ONE-KEY THRU 3050-EXIT
044440         VARYING WS-ITEM-SUB FROM 1 BY 1
044460         UNTIL WS-ITEM-SUB > WS-ITEM-USED.
044500     OPEN INPUT HISTORY-FILE.
044600     IF WS-HISTORY-FILE-STATUS = '35'
044700         DISPLAY 'NO POSTING HISTORY ON HAND - '
044800             'NO ITEM CAN BE MATCHED'
044900         GO TO 3000-EXIT
045000     END-IF.
045100     IF NOT WS-HISTORY-FILE-OK
045200         DISPLAY 'ERROR OPENING POSTING HISTORY FILE, STATUS = '
045300             WS-HISTORY-FILE-STATUS
045400         MOVE 16 TO RETURN-CODE
045500         GO TO 3000-EXIT
045600     END-IF.
045700     PERFORM 3100-READ-ONE-HISTORY THRU 3100-EXIT
045800         UNTIL WS-END-OF-HISTORY-FILE.
045900     CLOSE HISTORY-FILE.
045920     PERFORM 3400-SET-PRIOR-DATE THRU 3400-EXIT
045940         VARYING WS-ITEM-SUB FROM 1 BY 1
045960         UNTIL WS-ITEM-SUB > WS-ITEM-USED.
046000 3000-EXIT.
046100     EXIT.

046103*****************************************************************
046106* 3050-SEED-ONE-KEY - each held item's own payment goes in the
046109* key table first, counting the items in the run reversing it.
046112*****************************************************************
046115 3050-SEED-ONE-KEY.
046118     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
046119         TO WS-FIND-CUSTOMER-ID.
046121     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-FIND-AMOUNT.
046124     MOVE WS-ITEM-PAY-DATE (WS-ITEM-SUB) TO WS-FIND-PAY-DATE.
046127     PERFORM 3060-FIND-KEY THRU 3060-EXIT.
046130     IF WS-KEY-FOUND-SUB NOT = ZERO
046133         ADD 1 TO WS-KEY-HELD-COUNT (WS-KEY-FOUND-SUB)
046136     END-IF.
046139 3050-EXIT.
046142     EXIT.

046145*****************************************************************
046148* 3060-FIND-KEY - find the customer, amount and payment date
046151* in the key table, adding it when it is new and there is room.
046154* WS-KEY-FOUND-SUB is left zero when the table is full.
046157*****************************************************************
046160 3060-FIND-KEY.
046163     MOVE ZERO TO WS-KEY-FOUND-SUB.
046166     PERFORM 3070-COMPARE-ONE-KEY THRU 3070-EXIT
046169         VARYING WS-KEY-SUB FROM 1 BY 1
046172         UNTIL WS-KEY-SUB > WS-KEY-USED
046175            OR WS-KEY-FOUND-SUB NOT = ZERO.
046178     IF WS-KEY-FOUND-SUB NOT = ZERO
046181         GO TO 3060-EXIT
046184     END-IF.
046187     IF WS-KEY-USED NOT < WS-KEY-MAX
046190         GO TO 3060-EXIT
046193     END-IF.
046196     ADD 1 TO WS-KEY-USED.
046199     MOVE WS-KEY-USED TO WS-KEY-FOUND-SUB.
046202     MOVE WS-FIND-CUSTOMER-ID
046205         TO WS-KEY-CUSTOMER-ID (WS-KEY-FOUND-SUB).
046208     MOVE WS-FIND-AMOUNT TO WS-KEY-AMOUNT (WS-KEY-FOUND-SUB).
046211     MOVE WS-FIND-PAY-DATE TO WS-KEY-PAY-DATE (WS-KEY-FOUND-SUB).
046214     MOVE ZERO TO WS-KEY-PAID-COUNT (WS-KEY-FOUND-SUB).
046217     MOVE ZERO TO WS-KEY-REVERSED-COUNT (WS-KEY-FOUND-SUB).
046220     MOVE ZERO TO WS-KEY-HELD-COUNT (WS-KEY-FOUND-SUB).
046223 3060-EXIT.
046226     EXIT.

046229 3070-COMPARE-ONE-KEY.
046232     IF WS-KEY-CUSTOMER-ID (WS-KEY-SUB) = WS-FIND-CUSTOMER-ID
046235         AND WS-KEY-AMOUNT (WS-KEY-SUB) = WS-FIND-AMOUNT
046238         AND WS-KEY-PAY-DATE (WS-KEY-SUB) = WS-FIND-PAY-DATE
046241         MOVE WS-KEY-SUB TO WS-KEY-FOUND-SUB
046244     END-IF.
046247 3070-EXIT.
046250     EXIT.

046300 3100-READ-ONE-HISTORY.
046400     READ HISTORY-FILE
046500         AT END MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
046600         NOT AT END
046700             IF POST-PAYMENT OR POST-REVERSAL
046750                 MOVE 'N' TO WS-HELD-CUSTOMER-SWITCH
046800                 PERFORM 3200-MATCH-ONE-ITEM THRU 3200-EXIT
046900                     VARYING WS-ITEM-SUB FROM 1 BY 1
047000                     UNTIL WS-ITEM-SUB > WS-ITEM-USED
047020                 IF WS-HELD-CUSTOMER
047040                     PERFORM 3300-COUNT-HISTORY-KEY
047060                         THRU 3300-EXIT
047080                 END-IF
047100             END-IF
047200     END-READ.
047300 3100-EXIT.
047400     EXIT.

047600 3200-MATCH-ONE-ITEM.
047700     IF POST-CUSTOMER-ID NOT = WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
047800         GO TO 3200-EXIT
047900     END-IF.
047950     MOVE 'Y' TO WS-HELD-CUSTOMER-SWITCH.
048000     IF POST-AMOUNT = WS-ITEM-AMOUNT (WS-ITEM-SUB)
048100         AND POST-PAY-DATE = WS-ITEM-PAY-DATE (WS-ITEM-SUB)
048200         IF POST-PAYMENT
048300             ADD 1 TO WS-ITEM-PAID-COUNT (WS-ITEM-SUB)
048400         ELSE
048500             ADD 1 TO WS-ITEM-REVERSED-COUNT (WS-ITEM-SUB)
048600         END-IF
048700         GO TO 3200-EXIT
048800     END-IF.
049300 3200-EXIT.
049400     EXIT.

049402*****************************************************************
049404* 3300-COUNT-HISTORY-KEY - count a held customer's payment or
049406* reversal against its amount and payment date.  A key the full
049408* table cannot take leaves that customer's latest good payment
049410* unknown, and the last-payment date is then left alone.
049412*****************************************************************
049414 3300-COUNT-HISTORY-KEY.
049416     MOVE POST-CUSTOMER-ID TO WS-FIND-CUSTOMER-ID.
049418     MOVE POST-AMOUNT TO WS-FIND-AMOUNT.
049420     MOVE POST-PAY-DATE TO WS-FIND-PAY-DATE.
049422     PERFORM 3060-FIND-KEY THRU 3060-EXIT.
049424     IF WS-KEY-FOUND-SUB = ZERO
049426         PERFORM 3350-KEY-TABLE-FULL THRU 3350-EXIT
049428         GO TO 3300-EXIT
049430     END-IF.
049432     IF POST-PAYMENT
049434         ADD 1 TO WS-KEY-PAID-COUNT (WS-KEY-FOUND-SUB)
049436     ELSE
049438         ADD 1 TO WS-KEY-REVERSED-COUNT (WS-KEY-FOUND-SUB)
049440     END-IF.
049442 3300-EXIT.
049444     EXIT.

049446 3350-KEY-TABLE-FULL.
049448     IF NOT WS-KEY-TABLE-FULL
049450         MOVE WS-KEY-MAX TO WS-COUNT-EDIT
049452         DISPLAY 'WARNING - PAYMENT KEY TABLE FULL AT '
049454             WS-COUNT-EDIT ' - SOME LAST-PAYMENT DATES KEPT'
049456         MOVE 'Y' TO WS-KEY-FULL-SWITCH
049458     END-IF.
049460     PERFORM 3360-MARK-PRIOR-UNKNOWN THRU 3360-EXIT
049462         VARYING WS-ITEM-SUB FROM 1 BY 1
049464         UNTIL WS-ITEM-SUB > WS-ITEM-USED.
049466 3350-EXIT.
049468     EXIT.

049470 3360-MARK-PRIOR-UNKNOWN.
049472     IF WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB) = POST-CUSTOMER-ID
049474         MOVE 'Y' TO WS-ITEM-PRIOR-SWITCH (WS-ITEM-SUB)
049476     END-IF.
049478 3360-EXIT.
049480     EXIT.

049482*****************************************************************
049484* 3400-SET-PRIOR-DATE - the date the last-payment date rolls
049486* back to is the customer's latest payment date still good:
049488* one with more payments on the history than its reversals
049490* there plus the items reversing it in this run.  Zero if none.
049492*****************************************************************
049494 3400-SET-PRIOR-DATE.
049496     MOVE ZERO TO WS-ITEM-PRIOR-PAY-DATE (WS-ITEM-SUB).
049498     PERFORM 3410-CHECK-ONE-KEY THRU 3410-EXIT
049500         VARYING WS-KEY-SUB FROM 1 BY 1
049502         UNTIL WS-KEY-SUB > WS-KEY-USED.
049504 3400-EXIT.
049506     EXIT.

049508 3410-CHECK-ONE-KEY.
049510     IF WS-KEY-CUSTOMER-ID (WS-KEY-SUB) =
049512            WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
049514         AND WS-KEY-PAID-COUNT (WS-KEY-SUB) >
049516            WS-KEY-REVERSED-COUNT (WS-KEY-SUB)
049518               + WS-KEY-HELD-COUNT (WS-KEY-SUB)
049520         AND WS-KEY-PAY-DATE (WS-KEY-SUB) >
049522            WS-ITEM-PRIOR-PAY-DATE (WS-ITEM-SUB)
049524         MOVE WS-KEY-PAY-DATE (WS-KEY-SUB)
049526             TO WS-ITEM-PRIOR-PAY-DATE (WS-ITEM-SUB)
049528     END-IF.
049530 3410-EXIT.
049532     EXIT.

049600*****************************************************************
049700* 4000-REVERSE-ONE-ITEM - an item whose original payment is on
049800* the history, and not already reversed, is put back on the
049900* customer's balance; anything else goes to the exceptions.
050000*****************************************************************
050100 4000-REVERSE-ONE-ITEM.
050200     IF WS-ITEM-SUB = 1
050300         PERFORM 4050-OPEN-HISTORY-EXTEND THRU 4050-EXIT
050400     END-IF.
050500     MOVE SPACES TO WS-EXCEPTION-LINE.
050600     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB) TO EXC-CUSTOMER-ID.
050700     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO EXC-AMOUNT.
050800     MOVE WS-ITEM-PAY-DATE (WS-ITEM-SUB) TO EXC-PAY-DATE.
050900     MOVE WS-ITEM-REASON (WS-ITEM-SUB) TO EXC-BANK-REASON.
051000     IF WS-ITEM-PAID-COUNT (WS-ITEM-SUB) = ZERO
051100         MOVE 'NO MATCHING PAYMENT ON POSTING HISTORY'
051200             TO EXC-REASON
051300         PERFORM 7200-REJECT-ITEM THRU 7200-EXIT
051400         GO TO 4000-EXIT
051500     END-IF.
051600     IF WS-ITEM-PAID-COUNT (WS-ITEM-SUB) NOT >
051700         WS-ITEM-REVERSED-COUNT (WS-ITEM-SUB)
051800             + WS-ITEM-SAME-COUNT (WS-ITEM-SUB)
051900         MOVE 'PAYMENT ALREADY REVERSED' TO EXC-REASON
052000         PERFORM 7200-REJECT-ITEM THRU 7200-EXIT
052100         GO TO 4000-EXIT
052200     END-IF.
052300     IF NOT WS-HISTORY-FILE-OK
052400         MOVE 'POSTING HISTORY NOT OPEN - NOT REVERSED'
052500             TO EXC-REASON
052600         PERFORM 7200-REJECT-ITEM THRU 7200-EXIT
052700         GO TO 4000-EXIT
052800     END-IF.
052900     PERFORM 4100-FIND-CUSTOMER THRU 4100-EXIT.
053000     IF NOT WS-CUSTOMER-FOUND
053100         MOVE 'CUSTOMER NOT ON MASTER' TO EXC-REASON
053200         PERFORM 7200-REJECT-ITEM THRU 7200-EXIT
053300         GO TO 4000-EXIT
053400     END-IF.
053500     PERFORM 4200-APPLY-TO-BALANCE THRU 4200-EXIT.
053600 4000-EXIT.
053700     EXIT.

053900*****************************************************************
054000* 4050-OPEN-HISTORY-EXTEND - the match pass has let go of the
054100* history; reopen it for appending the reversals.
054200*****************************************************************
054300 4050-OPEN-HISTORY-EXTEND.
054400     OPEN EXTEND HISTORY-FILE.
054500     IF WS-HISTORY-FILE-STATUS = '35'
054600         OPEN OUTPUT HISTORY-FILE
054700     END-IF.
054800     IF NOT WS-HISTORY-FILE-OK
054900         DISPLAY 'ERROR OPENING POSTING HISTORY FILE, STATUS = '
055000             WS-HISTORY-FILE-STATUS
055100         MOVE 16 TO RETURN-CODE
055200     END-IF.
055300 4050-EXIT.
055400     EXIT.

055600 4100-FIND-CUSTOMER.
055700     MOVE 'N' TO WS-CUSTOMER-FOUND-SWITCH.
055800     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
055900         TO CUSTOMER-ID OF CUSTOMER-RECORD.
056000     READ CUSTOMER-FILE
056100         INVALID KEY CONTINUE
056200         NOT INVALID KEY MOVE 'Y' TO WS-CUSTOMER-FOUND-SWITCH
056300     END-READ.
056400 4100-EXIT.
056500     EXIT.

056700*****************************************************************
056800* 4200-APPLY-TO-BALANCE - the bounced amount and any fee go
056900* back on the balance in one rewrite.  When the bounced payment
057000* is the one the last-payment date came from, the date goes
057100* back to the customer's latest payment still good (zero if
057130* none), or is left as it is, with a note on the exception
057160* report, when that payment could not be worked out.
057200*****************************************************************
057300 4200-APPLY-TO-BALANCE.
057400     MOVE 'N' TO WS-POST-FAIL-SWITCH.
057450     MOVE 'N' TO WS-DATE-KEPT-SWITCH.
057500     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB)
057600         TO BAL-CUSTOMER-ID OF BALANCE-RECORD.
057700     READ BALANCE-FILE
057800         INVALID KEY
057900             MOVE 'NO BALANCE RECORD FOR CUSTOMER' TO EXC-REASON
058000             PERFORM 7200-REJECT-ITEM THRU 7200-EXIT
058100             GO TO 4200-EXIT
058200     END-READ.
058300     ADD WS-ITEM-AMOUNT (WS-ITEM-SUB)
058400         TO BAL-CURRENT-BALANCE OF BALANCE-RECORD.
058500     IF WS-CHARGE-FEE
058600         ADD WS-FEE-AMOUNT
058650             TO BAL-CURRENT-BALANCE OF BALANCE-RECORD
058700     END-IF.
058800     IF BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD =
058900         WS-ITEM-PAY-DATE (WS-ITEM-SUB)
058940         IF WS-ITEM-PRIOR-UNKNOWN (WS-ITEM-SUB)
058980             MOVE 'Y' TO WS-DATE-KEPT-SWITCH
058990         ELSE
059000             MOVE WS-ITEM-PRIOR-PAY-DATE (WS-ITEM-SUB)
059100                 TO BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
059140         END-IF
059200     END-IF.
059300     REWRITE BALANCE-RECORD
059400         INVALID KEY
059500             DISPLAY 'ERROR REWRITING BALANCE RECORD: '
059600                 BAL-CUSTOMER-ID OF BALANCE-RECORD
059700                 ' STATUS = ' WS-BALANCE-FILE-STATUS
059800             MOVE 16 TO RETURN-CODE
059900             MOVE 'Y' TO WS-POST-FAIL-SWITCH
060000     END-REWRITE.
060100     IF WS-POST-FAILED
060200         MOVE 'BALANCE REWRITE FAILED - NOT REVERSED'
060300             TO EXC-REASON
060400         PERFORM 7200-REJECT-ITEM THRU 7200-EXIT
060500         GO TO 4200-EXIT
060600     END-IF.
060700     ADD 1 TO WS-REVERSED-COUNT.
060800     ADD WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-REVERSED-AMOUNT.
060810     IF WS-DATE-KEPT
060820         MOVE 'REVERSED - LAST PAYMENT DATE NOT MOVED'
060830             TO EXC-REASON
060840         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
060850     END-IF.
060900     MOVE 'R' TO POST-TRAN-TYPE.
061000     MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO POST-AMOUNT.
061100     MOVE WS-ITEM-PAY-DATE (WS-ITEM-SUB) TO POST-PAY-DATE.
061200     PERFORM 4300-WRITE-HISTORY-RECORD THRU 4300-EXIT.
061300     IF WS-CHARGE-FEE
061400         ADD 1 TO WS-FEE-COUNT
061500         ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
061600         MOVE 'F' TO POST-TRAN-TYPE
061700         MOVE WS-FEE-AMOUNT TO POST-AMOUNT
061800         MOVE ZERO TO POST-PAY-DATE
061900         PERFORM 4300-WRITE-HISTORY-RECORD THRU 4300-EXIT
062000     END-IF.
062100 4200-EXIT.
062200     EXIT.

062400*****************************************************************
062500* 4300-WRITE-HISTORY-RECORD - one dated history record, written
062600* only after the balance record took the amount.
062700*****************************************************************
062800 4300-WRITE-HISTORY-RECORD.
062900     MOVE WS-ITEM-CUSTOMER-ID (WS-ITEM-SUB) TO POST-CUSTOMER-ID.
063000     MOVE WS-POSTING-DATE TO POST-DATE.
063100     MOVE WS-POSTING-TIME TO POST-TIME.
063200     WRITE HISTORY-RECORD.
063300     IF NOT WS-HISTORY-FILE-OK
063400         DISPLAY 'ERROR WRITING POSTING HISTORY RECORD, '
063500             'STATUS = ' WS-HISTORY-FILE-STATUS
063600         MOVE 16 TO RETURN-CODE
063700     END-IF.
063800 4300-EXIT.
063900     EXIT.

064100 7000-WRITE-EXCEPTION.
064200     MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD.
064300     WRITE EXCEPTION-RECORD.
064400 7000-EXIT.
064500     EXIT.

064700 7100-REJECT-DETAIL.
064800     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
064900     ADD 1 TO WS-REJECT-COUNT.
065000     IF RTN-AMOUNT IS NUMERIC
065100         ADD RTN-AMOUNT TO WS-REJECT-AMOUNT
065200     END-IF.
065300 7100-EXIT.
065400     EXIT.

065600 7200-REJECT-ITEM.
065700     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
065800     ADD 1 TO WS-REJECT-COUNT.
065900     ADD WS-ITEM-AMOUNT (WS-ITEM-SUB) TO WS-REJECT-AMOUNT.
066000 7200-EXIT.
066100     EXIT.

066300*****************************************************************
066400* 8000-TERMINATE - print the totals and prove them against the
066500* trailer.  Reversed plus rejected must equal the trailer count
066600* and amount (fees are ours, not the bank's, and stay out of
066700* the proof) or the run ends with return code 8.
066800*****************************************************************
066900 8000-TERMINATE.
067000     MOVE SPACES TO EXCEPTION-RECORD.
067100     WRITE EXCEPTION-RECORD.
067200     ADD WS-REVERSED-AMOUNT WS-REJECT-AMOUNT
067300         GIVING WS-FILE-AMOUNT.
067400     MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT.
067500     DISPLAY 'PAYMENTS REVERSED:  ' WS-COUNT-EDIT.
067600     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
067700     DISPLAY 'ITEMS REJECTED:     ' WS-COUNT-EDIT.
067730     MOVE WS-REDIRECT-COUNT TO WS-COUNT-EDIT.
067760     DISPLAY 'ITEMS REDIRECTED:   ' WS-COUNT-EDIT.
067800     MOVE WS-REVERSED-AMOUNT TO WS-AMOUNT-EDIT.
067900     DISPLAY 'AMOUNT REVERSED:  ' WS-AMOUNT-EDIT.
068000     MOVE WS-REJECT-AMOUNT TO WS-AMOUNT-EDIT.
068100     DISPLAY 'AMOUNT REJECTED:  ' WS-AMOUNT-EDIT.
068200     MOVE WS-FEE-COUNT TO WS-COUNT-EDIT.
068300     DISPLAY 'FEES CHARGED:       ' WS-COUNT-EDIT.
068400     MOVE WS-FEE-TOTAL TO WS-AMOUNT-EDIT.
068500     DISPLAY 'FEE AMOUNT:       ' WS-AMOUNT-EDIT.
068600     IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 4
068700         MOVE 4 TO RETURN-CODE
068800     END-IF.
068900     IF NOT WS-TRAILER-SEEN
069000         DISPLAY 'NO TRAILER RECORD ON RETURNED FILE - '
069100             'FILE CANNOT BE PROVED'
069200         MOVE 'NO TRAILER RECORD - FILE NOT PROVED'
069300             TO EXCEPTION-RECORD
069400         WRITE EXCEPTION-RECORD
069500         IF RETURN-CODE < 8
069600             MOVE 8 TO RETURN-CODE
069700         END-IF
069800         GO TO 8000-CLOSE
069900     END-IF.
070000     IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
070100         OR WS-FILE-AMOUNT NOT = WS-TRAILER-AMOUNT
070200         DISPLAY 'REVERSALS OUT OF BALANCE WITH TRAILER'
070300         MOVE WS-TRAILER-AMOUNT TO WS-AMOUNT-EDIT
070400         DISPLAY 'TRAILER AMOUNT:   ' WS-AMOUNT-EDIT
070500         MOVE WS-FILE-AMOUNT TO WS-AMOUNT-EDIT
070600         DISPLAY 'FILE AMOUNT:      ' WS-AMOUNT-EDIT
070700         MOVE 'REVERSALS OUT OF BALANCE WITH TRAILER'
070800             TO EXCEPTION-RECORD
070900         WRITE EXCEPTION-RECORD
071000         IF RETURN-CODE < 8
071100             MOVE 8 TO RETURN-CODE
071200         END-IF
071300     ELSE
071400         DISPLAY 'REVERSALS IN BALANCE WITH TRAILER'
071500     END-IF.
071600 8000-CLOSE.
071700     CLOSE CUSTOMER-FILE.
071800     CLOSE BALANCE-FILE.
071900     CLOSE RETURNED-FILE.
072000     CLOSE EXCEPTION-FILE.
072100     IF WS-HISTORY-FILE-OK
072200         CLOSE HISTORY-FILE
072300     END-IF.
072320     IF WS-MERGE-XREF-AVAILABLE
072340         CLOSE MERGE-FILE
072360     END-IF.
072400 8000-EXIT.
072500     EXIT.

072700 9999-STOP-RUN.
072800     GOBACK.
072900 9999-EXIT.
073000     EXIT.
