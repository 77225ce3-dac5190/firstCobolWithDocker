000100****************************************************************
000200* Program name:    CustApprove
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Second-operator approval of held transactions.
000900*                  CUST-ENTRY holds every delete, and every change
001000*                  that alters ACCOUNT-STATUS, on the
001100*                  pending-approval file CustPending.dax instead
001200*                  of writing it to CustTran.dat.  An operator
001300*                  with maintenance authority (level 3) signs on
001400*                  through INPUT-AUTH-ENTRY and is shown each
001500*                  pending item in turn: the customer as the
001600*                  master holds it now beside the change asked
001700*                  for, with the fields that differ marked.  The
001800*                  operator approves or rejects it and must give
001900*                  a reason either way, or skips it for later.
002000*                  Items the signed-on operator keyed are never
002100*                  offered - another operator must decide them.
002200*                  An approved delete is written to CustTran.dat
002300*                  as keyed.  An approved status change is built
002310*                  from the master as it stands, taking only
002320*                  ACCOUNT-STATUS from the item, so a change
002330*                  applied since it was keyed is not undone; it
002340*                  is not approved while the customer still has
002350*                  a transaction waiting on CustTran.dat, and is
002360*                  listed as skipped.  Both are for the nightly
002400*                  CUST-EDIT and FILE-CREATE run; the decision,
002500*                  who made it, when and why stay on the pending
002600*                  record.  The session's decisions print on
002700*                  CustApprove.rpt, followed by an aging list of
002800*                  every item still pending after the number of
002900*                  days asked for at the start (return code 4
002950*                  when there are any).  An approval whose
002960*                  transaction is written but whose pending
002970*                  record will not take the decision is reported
002980*                  as such and ends the review with return code
002990*                  16, since the item would be offered again.
003000*                  The system-busy flag is honored the way
003100*                  CUST-ENTRY honors it, since both write the
003200*                  transaction file the window reads.
003300*
003400* Maintenance history
003500* -------------------------------------------------------------
003600* 2026-10-15  DC  Original version.
003700*
003800****************************************************************
003900 IDENTIFICATION DIVISION.
004000 PROGRAM-ID. CUST-APPROVE.
004100 AUTHOR. David Catino.
004200 INSTALLATION. Customer Systems.
004300 DATE-WRITTEN. 10/15/2026.
004400 DATE-COMPILED.
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT PENDING-FILE ASSIGN TO 'CustPending.dax'
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS PEND-KEY OF PENDING-RECORD
005200         FILE STATUS IS WS-PENDING-FILE-STATUS.
005300     SELECT CUSTOMER-FILE ASSIGN TO 'Customers.dax'
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
005700         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
005800     SELECT TRANSACTION-FILE ASSIGN TO 'CustTran.dat'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
006100     SELECT REPORT-FILE ASSIGN TO 'CustApprove.rpt'
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REPORT-FILE-STATUS.
006400     SELECT BUSY-FILE ASSIGN TO 'CustBusy.dat'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-BUSY-FILE-STATUS.
006700     SELECT SIGNLOG-FILE ASSIGN TO 'CustSignLog.dat'
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-SIGNLOG-FILE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PENDING-FILE.
007300 01  PENDING-RECORD.
007400     COPY PENDREC.

007600 FD  CUSTOMER-FILE.
007700 01  CUSTOMER-RECORD.
007800     COPY CUSTREC.

008000 FD  TRANSACTION-FILE.
008100 01  TRANSACTION-RECORD.
008200     COPY TRANREC.

008400 FD  REPORT-FILE.
008500 01  REPORT-LINE                   PIC X(132).

008700 FD  BUSY-FILE.
008800 01  BUSY-RECORD.
008900     COPY BUSYREC.

009100 FD  SIGNLOG-FILE.
009200 01  SIGNLOG-RECORD.
009300     COPY SIGNREC.

009500 WORKING-STORAGE SECTION.
009600 01  WS-OPERATOR-ID                PIC X(15).
009700 01  WS-OPERATOR-AUTHORITY         PIC 9(01) VALUE ZERO.
009800 01  WS-PENDING-FILE-STATUS        PIC X(02).
009900     88  WS-PENDING-FILE-OK        VALUE '00'.
010000 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
010100     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
010200 01  WS-TRANSACTION-FILE-STATUS    PIC X(02).
010300     88  WS-TRANSACTION-FILE-OK    VALUE '00'.
010400 01  WS-REPORT-FILE-STATUS         PIC X(02).
010500     88  WS-REPORT-FILE-OK         VALUE '00'.
010600 01  WS-BUSY-FILE-STATUS           PIC X(02).
010700     88  WS-BUSY-FILE-OK           VALUE '00'.
010800 01  WS-SIGNLOG-FILE-STATUS        PIC X(02).
010900     88  WS-SIGNLOG-FILE-OK        VALUE '00'.
011000 01  WS-OVERRIDE-ANSWER            PIC X(01).
011100 01  WS-OVERRIDE-DATE              PIC 9(08) VALUE ZERO.
011200 01  WS-OVERRIDE-TIME              PIC 9(08) VALUE ZERO.
011300 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
011400     88  WS-END-OF-PENDING-FILE    VALUE 'Y'.
011500 01  WS-PENDING-OPEN-SWITCH        PIC X(01) VALUE 'N'.
011600     88  WS-PENDING-FILE-OPENED    VALUE 'Y'.
011700 01  WS-MASTER-SWITCH              PIC X(01) VALUE 'N'.
011800     88  WS-MASTER-AVAILABLE       VALUE 'Y'.
011900 01  WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
012000     88  WS-CUSTOMER-FOUND         VALUE 'Y'.
012100 01  WS-REVIEW-STOP-SWITCH         PIC X(01) VALUE 'N'.
012200     88  WS-REVIEW-STOPPED         VALUE 'Y'.
012300 01  WS-DECIDED-SWITCH             PIC X(01) VALUE 'N'.
012400     88  WS-DECISION-TAKEN         VALUE 'Y'.
012500 01  WS-DAYS-VALID-SWITCH          PIC X(01) VALUE 'N'.
012600     88  WS-DAYS-VALID             VALUE 'Y'.
012700 01  WS-AGING-FULL-SWITCH          PIC X(01) VALUE 'N'.
012800     88  WS-AGING-TABLE-FULL       VALUE 'Y'.
012810 01  WS-QUEUED-EOF-SWITCH          PIC X(01) VALUE 'N'.
012820     88  WS-END-OF-QUEUED          VALUE 'Y'.
012830 01  WS-QUEUED-FULL-SWITCH         PIC X(01) VALUE 'N'.
012840     88  WS-QUEUED-TABLE-FULL      VALUE 'Y'.
012850 01  WS-QUEUED-FOUND-SWITCH        PIC X(01) VALUE 'N'.
012860     88  WS-CUSTOMER-QUEUED        VALUE 'Y'.
012870 01  WS-REFUSAL-REASON             PIC X(40).
012880 01  WS-RECORD-FAIL-SWITCH         PIC X(01) VALUE 'N'.
012890     88  WS-DECISION-NOT-RECORDED  VALUE 'Y'.
012900 01  WS-DECISION-ANSWER            PIC X(01).
013000 01  WS-REASON-ANSWER              PIC X(40).
013100 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
013200 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
013300     05  WS-RUN-YEAR               PIC 9(04).
013400     05  WS-RUN-MONTH              PIC 9(02).
013500     05  WS-RUN-DAY                PIC 9(02).
013600 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
013700 01  WS-TODAY-DAY-NUMBER           PIC S9(09) COMP VALUE ZERO.
013800 01  WS-ENTERED-DAY-NUMBER         PIC S9(09) COMP VALUE ZERO.
013900 01  WS-DAYS-PENDING               PIC S9(05) COMP VALUE ZERO.
014000 01  WS-DEFAULT-AGING-DAYS         PIC 9(03) VALUE 3.
014100 01  WS-AGING-DAYS                 PIC 9(03) VALUE ZERO.
014200 01  WS-DAYS-ANSWER                PIC X(10).
014300 01  WS-DAYS-X                     PIC X(03) JUSTIFIED RIGHT.
014400 01  WS-DAYS-REST-X                PIC X(10).
014500 01  WS-DAYS-LEN                   PIC 9(02) COMP VALUE ZERO.
014600 01  WS-DAYS-REST-LEN              PIC 9(02) COMP VALUE ZERO.
014700*    The transaction the pending item asks for, taken apart.
014800 01  WS-REQUESTED.
014900     COPY TRANREC.
015000 01  WS-ITEM-WORD                  PIC X(16).
015100 01  WS-MASTER-STATUS              PIC X(01).
015200 01  WS-FIELD-NAME                 PIC X(14).
015300 01  WS-MASTER-VALUE               PIC X(30).
015400 01  WS-REQUEST-VALUE              PIC X(30).
015500 01  WS-PAIR-LINE.
015600     05  PAIR-MARK                 PIC X(02).
015700     05  PAIR-FIELD                PIC X(14).
015800     05  FILLER                    PIC X(02) VALUE SPACES.
015900     05  PAIR-MASTER               PIC X(30).
016000     05  FILLER                    PIC X(02) VALUE SPACES.
016100     05  PAIR-REQUEST              PIC X(30).
016200 01  WS-PENDING-COUNT              PIC 9(06) COMP VALUE ZERO.
016300 01  WS-APPROVED-COUNT             PIC 9(06) COMP VALUE ZERO.
016400 01  WS-REJECTED-COUNT             PIC 9(06) COMP VALUE ZERO.
016500 01  WS-SKIPPED-COUNT              PIC 9(06) COMP VALUE ZERO.
016600 01  WS-OWN-ITEM-COUNT             PIC 9(06) COMP VALUE ZERO.
016650 01  WS-UNMARKED-COUNT             PIC 9(06) COMP VALUE ZERO.
016700 01  WS-AGING-SUB                  PIC 9(04) COMP VALUE ZERO.
016800 01  WS-AGING-USED                 PIC 9(04) COMP VALUE ZERO.
016900 01  WS-AGING-MAX                  PIC 9(04) COMP VALUE 500.
017000 01  WS-AGING-COUNT                PIC 9(06) COMP VALUE ZERO.
017100 01  WS-AGING-TABLE.
017200     05  WS-AGE-ENTRY              OCCURS 500 TIMES.
017300         10  WS-AGE-CUSTOMER-ID    PIC 9(06).
017400         10  WS-AGE-ITEM           PIC X(16).
017500         10  WS-AGE-ENTERED-BY     PIC X(15).
017600         10  WS-AGE-ENTERED-DATE   PIC 9(08).
017700         10  WS-AGE-DAYS           PIC 9(05).
017710*    Customers with a transaction already waiting on CustTran.dat.
017720 01  WS-QUEUED-SUB                 PIC 9(04) COMP VALUE ZERO.
017730 01  WS-QUEUED-USED                PIC 9(04) COMP VALUE ZERO.
017740 01  WS-QUEUED-MAX                 PIC 9(04) COMP VALUE 1000.
017750 01  WS-QUEUED-TABLE.
017760     05  WS-QUEUED-CUSTOMER-ID     PIC 9(06) OCCURS 1000 TIMES.
017800 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
017900 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
018000 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 50.
018100 01  WS-REPORT-DATE.
018200     05  WS-REPORT-MONTH           PIC 9(02).
018300     05  FILLER                    PIC X(01) VALUE '/'.
018400     05  WS-REPORT-DAY             PIC 9(02).
018500     05  FILLER                    PIC X(01) VALUE '/'.
018600     05  WS-REPORT-YEAR            PIC 9(04).
018700 01  WS-DATE-WORK.
018800     05  WS-DATE-WORK-YEAR         PIC 9(04).
018900     05  WS-DATE-WORK-MONTH        PIC 9(02).
019000     05  WS-DATE-WORK-DAY          PIC 9(02).
019100 01  WS-DATE-EDIT.
019200     05  WS-DATE-EDIT-MONTH        PIC 9(02).
019300     05  FILLER                    PIC X(01) VALUE '/'.
019400     05  WS-DATE-EDIT-DAY          PIC 9(02).
019500     05  FILLER                    PIC X(01) VALUE '/'.
019600     05  WS-DATE-EDIT-YEAR         PIC 9(04).
019700 01  WS-HEADING-1.
019800     05  FILLER                    PIC X(30) VALUE
019900         'PENDING TRANSACTION APPROVALS'.
020000     05  FILLER                    PIC X(04) VALUE SPACES.
020100     05  FILLER                    PIC X(11) VALUE 'REPORT DATE'.
020200     05  FILLER                    PIC X(01) VALUE SPACES.
020300     05  HDG-REPORT-DATE           PIC X(10).
020400     05  FILLER                    PIC X(03) VALUE SPACES.
020500     05  FILLER                    PIC X(04) VALUE 'PAGE'.
020600     05  FILLER                    PIC X(01) VALUE SPACES.
020700     05  HDG-PAGE-NUMBER           PIC ZZZ9.
020800 01  WS-HEADING-2.
020900     05  FILLER                    PIC X(12) VALUE 'APPROVER    '.
021000     05  HDG-OPERATOR              PIC X(15).
021100 01  WS-HEADING-3.
021200     05  FILLER                    PIC X(06) VALUE 'CUST #'.
021300     05  FILLER                    PIC X(02) VALUE SPACES.
021400     05  FILLER                    PIC X(16) VALUE 'ITEM'.
021500     05  FILLER                    PIC X(02) VALUE SPACES.
021600     05  FILLER                    PIC X(15) VALUE 'KEYED BY'.
021700     05  FILLER                    PIC X(02) VALUE SPACES.
021800     05  FILLER                    PIC X(10) VALUE 'KEYED ON'.
021900     05  FILLER                    PIC X(02) VALUE SPACES.
022000     05  FILLER                    PIC X(08) VALUE 'DECISION'.
022100     05  FILLER                    PIC X(02) VALUE SPACES.
022200     05  FILLER                    PIC X(40) VALUE 'REASON'.
022300 01  WS-DETAIL-LINE.
022400     05  DTL-CUSTOMER-ID           PIC ZZZZZ9.
022500     05  FILLER                    PIC X(02) VALUE SPACES.
022600     05  DTL-ITEM                  PIC X(16).
022700     05  FILLER                    PIC X(02) VALUE SPACES.
022800     05  DTL-ENTERED-BY            PIC X(15).
022900     05  FILLER                    PIC X(02) VALUE SPACES.
023000     05  DTL-ENTERED-DATE          PIC X(10).
023100     05  FILLER                    PIC X(02) VALUE SPACES.
023200     05  DTL-DECISION              PIC X(08).
023300     05  FILLER                    PIC X(02) VALUE SPACES.
023400     05  DTL-REASON                PIC X(40).
023500 01  WS-AGING-HEADING-1.
023600     05  FILLER                    PIC X(26) VALUE
023700         'ITEMS STILL PENDING AFTER '.
023800     05  HDG-AGING-DAYS            PIC ZZ9.
023900     05  FILLER                    PIC X(05) VALUE ' DAYS'.
024000 01  WS-AGING-HEADING-2.
024100     05  FILLER                    PIC X(06) VALUE 'CUST #'.
024200     05  FILLER                    PIC X(02) VALUE SPACES.
024300     05  FILLER                    PIC X(16) VALUE 'ITEM'.
024400     05  FILLER                    PIC X(02) VALUE SPACES.
024500     05  FILLER                    PIC X(15) VALUE 'KEYED BY'.
024600     05  FILLER                    PIC X(02) VALUE SPACES.
024700     05  FILLER                    PIC X(10) VALUE 'KEYED ON'.
024800     05  FILLER                    PIC X(02) VALUE SPACES.
024900     05  FILLER                    PIC X(06) VALUE '  DAYS'.
025000 01  WS-AGING-LINE.
025100     05  AGE-CUSTOMER-ID           PIC ZZZZZ9.
025200     05  FILLER                    PIC X(02) VALUE SPACES.
025300     05  AGE-ITEM                  PIC X(16).
025400     05  FILLER                    PIC X(02) VALUE SPACES.
025500     05  AGE-ENTERED-BY            PIC X(15).
025600     05  FILLER                    PIC X(02) VALUE SPACES.
025700     05  AGE-ENTERED-DATE          PIC X(10).
025800     05  FILLER                    PIC X(02) VALUE SPACES.
025900     05  AGE-DAYS                  PIC ZZ,ZZ9.
026000 01  WS-TOTAL-LINE.
026100     05  TOT-LABEL                 PIC X(25).
026200     05  TOT-COUNT                 PIC ZZZ,ZZ9.
026300 PROCEDURE DIVISION.
026400 0000-MAINLINE.
026500     MOVE ZERO TO RETURN-CODE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     IF RETURN-CODE NOT = ZERO
026800         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
026900         GO TO 9999-STOP-RUN
027000     END-IF.
027100     PERFORM 2000-TAKE-ONE-ITEM THRU 2000-EXIT
027200         UNTIL WS-END-OF-PENDING-FILE.
027300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
027400     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

027600*****************************************************************
027700* 1000-INITIALIZE - sign the approver in at maintenance
027800* authority, check the busy flag, take the aging limit and open
027900* the files.
028000*****************************************************************
028100 1000-INITIALIZE.
028200     CALL 'INPUT-AUTH-ENTRY' USING WS-OPERATOR-ID
028300         WS-OPERATOR-AUTHORITY.
028400     IF RETURN-CODE NOT = ZERO
028500         GO TO 1000-EXIT
028600     END-IF.
028700     IF WS-OPERATOR-AUTHORITY < 3
028800         DISPLAY 'OPERATOR NOT AUTHORIZED FOR '
028900             'TRANSACTION APPROVAL'
029000         MOVE 12 TO RETURN-CODE
029100         GO TO 1000-EXIT
029200     END-IF.
029300     PERFORM 1200-CHECK-SYSTEM-BUSY THRU 1200-EXIT.
029400     IF RETURN-CODE NOT = ZERO
029500         GO TO 1000-EXIT
029600     END-IF.
029700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029800     ACCEPT WS-RUN-TIME FROM TIME.
029900     MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.
030000     MOVE WS-RUN-DAY TO WS-REPORT-DAY.
030100     MOVE WS-RUN-YEAR TO WS-REPORT-YEAR.
030200     MOVE WS-REPORT-DATE TO HDG-REPORT-DATE.
030300     MOVE WS-OPERATOR-ID TO HDG-OPERATOR.
030400     COMPUTE WS-TODAY-DAY-NUMBER =
030500         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
030600     PERFORM 1100-ASK-AGING-DAYS THRU 1100-EXIT
030700         UNTIL WS-DAYS-VALID.
030800     MOVE WS-AGING-DAYS TO HDG-AGING-DAYS.
030900     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
031000 1000-EXIT.
031100     EXIT.

031300*****************************************************************
031400* 1100-ASK-AGING-DAYS - items pending this many days or more go
031500* on the aging list; a blank reply takes the standing default.
031600*****************************************************************
031700 1100-ASK-AGING-DAYS.
031800     DISPLAY 'AGING LIST AFTER HOW MANY DAYS (BLANK FOR '
031900         WS-DEFAULT-AGING-DAYS '): '.
032000     ACCEPT WS-DAYS-ANSWER.
032100     IF WS-DAYS-ANSWER = SPACES
032200         OR WS-DAYS-ANSWER = LOW-VALUES
032300         MOVE WS-DEFAULT-AGING-DAYS TO WS-AGING-DAYS
032400         MOVE 'Y' TO WS-DAYS-VALID-SWITCH
032500         GO TO 1100-EXIT
032600     END-IF.
032700     MOVE SPACES TO WS-DAYS-X.
032800     MOVE SPACES TO WS-DAYS-REST-X.
032900     MOVE ZERO TO WS-DAYS-LEN.
033000     MOVE ZERO TO WS-DAYS-REST-LEN.
033100     UNSTRING WS-DAYS-ANSWER DELIMITED BY ALL SPACE
033200         INTO WS-DAYS-X COUNT IN WS-DAYS-LEN
033300              WS-DAYS-REST-X COUNT IN WS-DAYS-REST-LEN
033400     END-UNSTRING.
033500     IF WS-DAYS-LEN = ZERO
033600         OR WS-DAYS-LEN > 3
033700         OR WS-DAYS-REST-LEN > ZERO
033800         DISPLAY 'DAYS MUST BE 1 TO 3 DIGITS'
033900         GO TO 1100-EXIT
034000     END-IF.
034100     INSPECT WS-DAYS-X REPLACING LEADING SPACE BY '0'.
034200     IF WS-DAYS-X IS NOT NUMERIC
034300         DISPLAY 'DAYS MUST BE 1 TO 3 DIGITS'
034400         GO TO 1100-EXIT
034500     END-IF.
034600     MOVE WS-DAYS-X TO WS-AGING-DAYS.
034700     MOVE 'Y' TO WS-DAYS-VALID-SWITCH.
034800 1100-EXIT.
034900     EXIT.

035100*****************************************************************
035200* 1070-CLOSE-ON-ABEND - close whichever files did open
035300* successfully before the run gives up.
035400*****************************************************************
035500 1070-CLOSE-ON-ABEND.
035600     IF WS-PENDING-FILE-OPENED
035700         CLOSE PENDING-FILE
035800     END-IF.
035900     IF WS-MASTER-AVAILABLE
036000         CLOSE CUSTOMER-FILE
036100     END-IF.
036200     IF WS-TRANSACTION-FILE-OK
036300         CLOSE TRANSACTION-FILE
036400     END-IF.
036500     IF WS-REPORT-FILE-OK
036600         CLOSE REPORT-FILE
036700     END-IF.
036800 1070-EXIT.
036900     EXIT.

037100*****************************************************************
037200* 1200-CHECK-SYSTEM-BUSY - refuse to run while CUST-DRIVER's
037300* window owns the files.  The operator can override for the
037400* night the driver dies without clearing the flag; the override
037500* goes on the security log.
037600*****************************************************************
037700 1200-CHECK-SYSTEM-BUSY.
037800     OPEN INPUT BUSY-FILE.
037900     IF WS-BUSY-FILE-STATUS = '35'
038000         GO TO 1200-EXIT
038100     END-IF.
038200     IF NOT WS-BUSY-FILE-OK
038300         DISPLAY 'WARNING - CANNOT READ SYSTEM BUSY FLAG, '
038400             'STATUS = ' WS-BUSY-FILE-STATUS
038500         GO TO 1200-EXIT
038600     END-IF.
038700     READ BUSY-FILE
038800         AT END
038900             CLOSE BUSY-FILE
039000             GO TO 1200-EXIT
039100     END-READ.
039200     CLOSE BUSY-FILE.
039300     IF NOT BUSY-WINDOW-OPEN
039400         GO TO 1200-EXIT
039500     END-IF.
039600     DISPLAY 'SYSTEM BUSY - THE BATCH WINDOW OPENED AT '
039700         BUSY-TIME ' ON ' BUSY-DATE
039800         ' (OPERATOR ' BUSY-OPERATOR-ID ')'.
039900     DISPLAY 'OVERRIDE THE BUSY FLAG AND CONTINUE? (Y/N): '.
040000     ACCEPT WS-OVERRIDE-ANSWER.
040100     IF WS-OVERRIDE-ANSWER = 'Y' OR WS-OVERRIDE-ANSWER = 'y'
040200         PERFORM 1250-LOG-BUSY-OVERRIDE THRU 1250-EXIT
040300     ELSE
040400         DISPLAY 'SESSION REFUSED WHILE THE WINDOW IS OPEN'
040500         MOVE 12 TO RETURN-CODE
040600     END-IF.
040700 1200-EXIT.
040800     EXIT.

041000 1250-LOG-BUSY-OVERRIDE.
041100     OPEN EXTEND SIGNLOG-FILE.
041200     IF WS-SIGNLOG-FILE-STATUS = '35'
041300         OPEN OUTPUT SIGNLOG-FILE
041400     END-IF.
041500     IF NOT WS-SIGNLOG-FILE-OK
041600         DISPLAY 'WARNING - OVERRIDE NOT LOGGED, STATUS = '
041700             WS-SIGNLOG-FILE-STATUS
041800         GO TO 1250-EXIT
041900     END-IF.
042000     ACCEPT WS-OVERRIDE-DATE FROM DATE YYYYMMDD.
042100     ACCEPT WS-OVERRIDE-TIME FROM TIME.
042200     MOVE WS-OPERATOR-ID TO SIGN-OPERATOR-ID.
042300     MOVE WS-OVERRIDE-DATE TO SIGN-DATE.
042400     MOVE WS-OVERRIDE-TIME TO SIGN-TIME.
042500     MOVE 'BUSY FLAG OVERRIDE' TO SIGN-EVENT.
042600     MOVE 'CUST-APPROVE SESSION' TO SIGN-DETAIL.
042700     WRITE SIGNLOG-RECORD.
042800     CLOSE SIGNLOG-FILE.
042900     DISPLAY 'OVERRIDE LOGGED - PROCEED WITH CARE'.
043000 1250-EXIT.
043100     EXIT.

043300*****************************************************************
043400* 1300-OPEN-FILES - no pending file means nothing has been held
043500* yet, which is not an error.  A master that will not open costs
043600* the side-by-side display and holds back status changes, which
043700* are built from it; deletes and rejections can still be taken.
043710* The customers already waiting on CustTran.dat are noted before
043720* it is opened to take the approvals.
043800*****************************************************************
043900 1300-OPEN-FILES.
044000     OPEN I-O PENDING-FILE.
044100     IF WS-PENDING-FILE-STATUS = '35'
044200         DISPLAY 'NO ITEMS ARE PENDING APPROVAL'
044300         MOVE 'Y' TO WS-EOF-SWITCH
044400     ELSE
044500         IF NOT WS-PENDING-FILE-OK
044600             DISPLAY 'ERROR OPENING PENDING-APPROVAL FILE, '
044700                 'STATUS = ' WS-PENDING-FILE-STATUS
044800             MOVE 16 TO RETURN-CODE
044900             GO TO 1300-EXIT
045000         END-IF
045100         MOVE 'Y' TO WS-PENDING-OPEN-SWITCH
045200     END-IF.
045300     OPEN INPUT CUSTOMER-FILE.
045400     IF WS-CUSTOMER-FILE-OK
045500         MOVE 'Y' TO WS-MASTER-SWITCH
045600     ELSE
045700         DISPLAY 'MASTER NOT AVAILABLE (STATUS '
045800             WS-CUSTOMER-FILE-STATUS ') - CURRENT RECORDS '
045900             'CANNOT BE SHOWN THIS SESSION'
046000     END-IF.
046050     PERFORM 1350-NOTE-QUEUED THRU 1350-EXIT.
046100     OPEN EXTEND TRANSACTION-FILE.
046200     IF WS-TRANSACTION-FILE-STATUS = '35'
046300         OPEN OUTPUT TRANSACTION-FILE
046400     END-IF.
046500     IF NOT WS-TRANSACTION-FILE-OK
046600         DISPLAY 'ERROR OPENING TRANSACTION FILE, STATUS = '
046700             WS-TRANSACTION-FILE-STATUS
046800         MOVE 16 TO RETURN-CODE
046900         GO TO 1300-EXIT
047000     END-IF.
047100     OPEN OUTPUT REPORT-FILE.
047200     IF NOT WS-REPORT-FILE-OK
047300         DISPLAY 'ERROR OPENING APPROVAL REPORT, STATUS = '
047400             WS-REPORT-FILE-STATUS
047500         MOVE 16 TO RETURN-CODE
047600         GO TO 1300-EXIT
047700     END-IF.
047800 1300-EXIT.
047900     EXIT.

047910*****************************************************************
047920* 1350-NOTE-QUEUED - no transaction file means nothing is waiting.
047930* One that cannot be read, or more customers than the table
047940* holds, and no status change is approved this session.
047950*****************************************************************
047960 1350-NOTE-QUEUED.
047962     OPEN INPUT TRANSACTION-FILE.
047964     IF WS-TRANSACTION-FILE-STATUS = '35'
047966         GO TO 1350-EXIT
047968     END-IF.
047970     IF NOT WS-TRANSACTION-FILE-OK
047972         DISPLAY 'WARNING - CANNOT READ TRANSACTION FILE, '
047974             'STATUS = ' WS-TRANSACTION-FILE-STATUS
047976             ' - NO STATUS CHANGE CAN BE APPROVED'
047978         MOVE 'Y' TO WS-QUEUED-FULL-SWITCH
047980         GO TO 1350-EXIT
047982     END-IF.
047984     PERFORM 1360-READ-QUEUED THRU 1360-EXIT
047986         UNTIL WS-END-OF-QUEUED.
047988     CLOSE TRANSACTION-FILE.
047990 1350-EXIT.
047992     EXIT.

047994 1360-READ-QUEUED.
047995     READ TRANSACTION-FILE
047996         AT END MOVE 'Y' TO WS-QUEUED-EOF-SWITCH
047997         NOT AT END
047998             PERFORM 1370-ADD-QUEUED THRU 1370-EXIT
047999     END-READ.
048000 1360-EXIT.
048010     EXIT.

048020 1370-ADD-QUEUED.
048030     IF WS-QUEUED-USED >= WS-QUEUED-MAX
048040         DISPLAY 'WARNING - TOO MANY TRANSACTIONS WAITING ON '
048050             'CustTran.dat - NO STATUS CHANGE CAN BE APPROVED'
048060         MOVE 'Y' TO WS-QUEUED-FULL-SWITCH
048070         MOVE 'Y' TO WS-QUEUED-EOF-SWITCH
048075         GO TO 1370-EXIT
048080     END-IF.
048085     ADD 1 TO WS-QUEUED-USED.
048090     MOVE CUSTOMER-ID OF TRANSACTION-RECORD
048093         TO WS-QUEUED-CUSTOMER-ID (WS-QUEUED-USED).
048096 1370-EXIT.
048098     EXIT.

048100*****************************************************************
048200* 2000-TAKE-ONE-ITEM - one pending-file record per pass, oldest
048300* first.  Decided items are history and are passed over.
048400*****************************************************************
048500 2000-TAKE-ONE-ITEM.
048600     READ PENDING-FILE NEXT RECORD
048700         AT END MOVE 'Y' TO WS-EOF-SWITCH
048800         NOT AT END
048900             IF PEND-AWAITING
049000                 PERFORM 2100-CONSIDER-ITEM THRU 2100-EXIT
049100             END-IF
049200     END-READ.
049300 2000-EXIT.
049400     EXIT.

049600*****************************************************************
049700* 2100-CONSIDER-ITEM - the approver never sees their own items.
049800* Anything left pending, for whatever reason, is checked against
049900* the aging limit.
050000*****************************************************************
050100 2100-CONSIDER-ITEM.
050200     ADD 1 TO WS-PENDING-COUNT.
050300     MOVE PEND-TRAN-IMAGE TO WS-REQUESTED.
050400     PERFORM 2200-SET-DAYS-PENDING THRU 2200-EXIT.
050500     PERFORM 2300-FIND-ON-MASTER THRU 2300-EXIT.
050600     PERFORM 2400-DESCRIBE-ITEM THRU 2400-EXIT.
050700     IF WS-REVIEW-STOPPED
050800         GO TO 2900-CHECK-AGING
050900     END-IF.
051000     IF PEND-ENTERED-BY = WS-OPERATOR-ID
051100         ADD 1 TO WS-OWN-ITEM-COUNT
051200         DISPLAY 'CUSTOMER ' PEND-CUSTOMER-ID ' ' WS-ITEM-WORD
051300             ' WAS KEYED BY YOU - LEFT FOR ANOTHER OPERATOR'
051400         GO TO 2900-CHECK-AGING
051500     END-IF.
051600     PERFORM 3000-PRESENT-ITEM THRU 3000-EXIT.
051700     MOVE 'N' TO WS-DECIDED-SWITCH.
051800     PERFORM 3100-ASK-DECISION THRU 3100-EXIT
051900         UNTIL WS-DECISION-TAKEN.

052100 2900-CHECK-AGING.
052200     IF NOT PEND-AWAITING
052300         GO TO 2100-EXIT
052400     END-IF.
052500     IF WS-DAYS-PENDING < WS-AGING-DAYS
052600         GO TO 2100-EXIT
052700     END-IF.
052800     ADD 1 TO WS-AGING-COUNT.
052900     IF WS-AGING-USED >= WS-AGING-MAX
053000         IF NOT WS-AGING-TABLE-FULL
053100             DISPLAY 'AGING TABLE FULL - FURTHER AGED ITEMS '
053200                 'COUNTED BUT NOT LISTED'
053300             MOVE 'Y' TO WS-AGING-FULL-SWITCH
053400         END-IF
053500         GO TO 2100-EXIT
053600     END-IF.
053700     ADD 1 TO WS-AGING-USED.
053800     MOVE WS-AGING-USED TO WS-AGING-SUB.
053900     MOVE PEND-CUSTOMER-ID TO WS-AGE-CUSTOMER-ID (WS-AGING-SUB).
054000     MOVE WS-ITEM-WORD TO WS-AGE-ITEM (WS-AGING-SUB).
054100     MOVE PEND-ENTERED-BY TO WS-AGE-ENTERED-BY (WS-AGING-SUB).
054200     MOVE PEND-ENTERED-DATE
054300         TO WS-AGE-ENTERED-DATE (WS-AGING-SUB).
054400     MOVE WS-DAYS-PENDING TO WS-AGE-DAYS (WS-AGING-SUB).
054500 2100-EXIT.
054600     EXIT.

054800 2200-SET-DAYS-PENDING.
054900     MOVE ZERO TO WS-DAYS-PENDING.
055000     IF PEND-ENTERED-DATE IS NOT NUMERIC
055100         OR PEND-ENTERED-DATE = ZERO
055200         GO TO 2200-EXIT
055300     END-IF.
055400     COMPUTE WS-ENTERED-DAY-NUMBER =
055500         FUNCTION INTEGER-OF-DATE(PEND-ENTERED-DATE).
055600     IF WS-ENTERED-DAY-NUMBER = ZERO
055700         GO TO 2200-EXIT
055800     END-IF.
055900     COMPUTE WS-DAYS-PENDING =
056000         WS-TODAY-DAY-NUMBER - WS-ENTERED-DAY-NUMBER.
056100     IF WS-DAYS-PENDING < ZERO
056200         MOVE ZERO TO WS-DAYS-PENDING
056300     END-IF.
056400 2200-EXIT.
056500     EXIT.

056700 2300-FIND-ON-MASTER.
056800     MOVE 'N' TO WS-FOUND-SWITCH.
056900     MOVE SPACE TO WS-MASTER-STATUS.
057000     IF NOT WS-MASTER-AVAILABLE
057100         GO TO 2300-EXIT
057200     END-IF.
057300     MOVE PEND-CUSTOMER-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.
057400     READ CUSTOMER-FILE
057500         INVALID KEY CONTINUE
057600         NOT INVALID KEY
057700             MOVE 'Y' TO WS-FOUND-SWITCH
057800             MOVE ACCOUNT-STATUS OF CUSTOMER-RECORD
057900                 TO WS-MASTER-STATUS
058000     END-READ.
058100 2300-EXIT.
058200     EXIT.

058400 2400-DESCRIBE-ITEM.
058500     MOVE SPACES TO WS-ITEM-WORD.
058600     IF PEND-DELETE
058700         MOVE 'DELETE' TO WS-ITEM-WORD
058800     ELSE
058900         STRING 'STATUS ' DELIMITED BY SIZE
059000                WS-MASTER-STATUS DELIMITED BY SIZE
059100                ' TO ' DELIMITED BY SIZE
059200                ACCOUNT-STATUS OF WS-REQUESTED DELIMITED BY SIZE
059300             INTO WS-ITEM-WORD
059400     END-IF.
059500 2400-EXIT.
059600     EXIT.

059800*****************************************************************
059900* 3000-PRESENT-ITEM - the customer as the master holds it now,
060000* beside what the item asks for.  Fields that differ are marked
060100* so a status change riding along with other changes is plain.
060200*****************************************************************
060300 3000-PRESENT-ITEM.
060400     MOVE PEND-ENTERED-DATE TO WS-DATE-WORK.
060500     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
060600     DISPLAY ' '.
060700     DISPLAY 'CUSTOMER ' PEND-CUSTOMER-ID '  ' WS-ITEM-WORD
060800         '  KEYED BY ' PEND-ENTERED-BY ' ON ' WS-DATE-EDIT
060900         ' (' WS-DAYS-PENDING ' DAYS)'.
061000     IF NOT WS-CUSTOMER-FOUND
061100         IF WS-MASTER-AVAILABLE
061200             DISPLAY '  ** CUSTOMER IS NO LONGER ON THE MASTER'
061300         ELSE
061400             DISPLAY '  ** MASTER NOT AVAILABLE'
061500         END-IF
061600         MOVE SPACES TO CUSTOMER-RECORD
061700     END-IF.
061800     MOVE SPACES TO WS-PAIR-LINE.
061900     MOVE 'FIELD' TO PAIR-FIELD.
062000     MOVE 'ON MASTER NOW' TO PAIR-MASTER.
062100     IF PEND-DELETE
062200         MOVE 'REQUESTED - DELETE CUSTOMER' TO PAIR-REQUEST
062300     ELSE
062400         MOVE 'REQUESTED' TO PAIR-REQUEST
062500     END-IF.
062600     DISPLAY WS-PAIR-LINE.
062700     MOVE 'FIRST NAME' TO WS-FIELD-NAME.
062800     MOVE FIRST-NAME OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
062900     MOVE FIRST-NAME OF WS-REQUESTED TO WS-REQUEST-VALUE.
063000     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
063100     MOVE 'LAST NAME' TO WS-FIELD-NAME.
063200     MOVE LAST-NAME OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
063300     MOVE LAST-NAME OF WS-REQUESTED TO WS-REQUEST-VALUE.
063400     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
063500     MOVE 'ADDRESS' TO WS-FIELD-NAME.
063600     MOVE CUSTOMER-ADDRESS OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
063700     MOVE CUSTOMER-ADDRESS OF WS-REQUESTED TO WS-REQUEST-VALUE.
063800     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
063900     MOVE 'CITY' TO WS-FIELD-NAME.
064000     MOVE CUSTOMER-CITY OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
064100     MOVE CUSTOMER-CITY OF WS-REQUESTED TO WS-REQUEST-VALUE.
064200     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
064300     MOVE 'STATE' TO WS-FIELD-NAME.
064400     MOVE CUSTOMER-STATE OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
064500     MOVE CUSTOMER-STATE OF WS-REQUESTED TO WS-REQUEST-VALUE.
064600     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
064700     MOVE 'ZIP' TO WS-FIELD-NAME.
064800     MOVE CUSTOMER-ZIP OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
064900     MOVE CUSTOMER-ZIP OF WS-REQUESTED TO WS-REQUEST-VALUE.
065000     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
065100     MOVE 'PHONE' TO WS-FIELD-NAME.
065200     MOVE CUSTOMER-PHONE OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
065300     MOVE CUSTOMER-PHONE OF WS-REQUESTED TO WS-REQUEST-VALUE.
065400     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
065500     MOVE 'ACCOUNT STATUS' TO WS-FIELD-NAME.
065600     MOVE ACCOUNT-STATUS OF CUSTOMER-RECORD TO WS-MASTER-VALUE.
065700     MOVE ACCOUNT-STATUS OF WS-REQUESTED TO WS-REQUEST-VALUE.
065800     PERFORM 3010-SHOW-FIELD-PAIR THRU 3010-EXIT.
065900 3000-EXIT.
066000     EXIT.

066200*****************************************************************
066300* 3010-SHOW-FIELD-PAIR - a delete carries only the customer id,
066400* so its requested column stays empty and nothing is marked.
066500*****************************************************************
066600 3010-SHOW-FIELD-PAIR.
066700     MOVE SPACES TO WS-PAIR-LINE.
066800     MOVE WS-FIELD-NAME TO PAIR-FIELD.
066900     MOVE WS-MASTER-VALUE TO PAIR-MASTER.
067000     IF PEND-STATUS-CHANGE
067100         MOVE WS-REQUEST-VALUE TO PAIR-REQUEST
067200         IF WS-REQUEST-VALUE NOT = WS-MASTER-VALUE
067300             MOVE '* ' TO PAIR-MARK
067400         END-IF
067500     END-IF.
067600     DISPLAY WS-PAIR-LINE.
067700 3010-EXIT.
067800     EXIT.

068000 3100-ASK-DECISION.
068100     DISPLAY 'A = APPROVE, R = REJECT, S = SKIP FOR NOW, '
068200         'Q = QUIT REVIEWING: '.
068300     ACCEPT WS-DECISION-ANSWER.
068400     EVALUATE WS-DECISION-ANSWER
068500         WHEN 'A'
068600         WHEN 'a'
068700             MOVE 'Y' TO WS-DECIDED-SWITCH
068720             PERFORM 3250-CHECK-APPROVABLE THRU 3250-EXIT
068740             IF WS-REFUSAL-REASON = SPACES
068760                 PERFORM 3200-GET-REASON THRU 3200-EXIT
068800                 PERFORM 3300-APPROVE-ITEM THRU 3300-EXIT
068820             ELSE
068840                 PERFORM 3450-SKIP-REFUSED THRU 3450-EXIT
068860             END-IF
069000         WHEN 'R'
069100         WHEN 'r'
069200             MOVE 'Y' TO WS-DECIDED-SWITCH
069300             PERFORM 3200-GET-REASON THRU 3200-EXIT
069400             PERFORM 3400-REJECT-ITEM THRU 3400-EXIT
069500         WHEN 'S'
069600         WHEN 's'
069700             MOVE 'Y' TO WS-DECIDED-SWITCH
069800             ADD 1 TO WS-SKIPPED-COUNT
069900         WHEN 'Q'
070000         WHEN 'q'
070100             MOVE 'Y' TO WS-DECIDED-SWITCH
070200             MOVE 'Y' TO WS-REVIEW-STOP-SWITCH
070300             ADD 1 TO WS-SKIPPED-COUNT
070400         WHEN OTHER
070500             DISPLAY 'REPLY A, R, S OR Q'
070600     END-EVALUATE.
070700 3100-EXIT.
070800     EXIT.

071000*****************************************************************
071100* 3200-GET-REASON - a decision without a reason is not taken.
071200*****************************************************************
071300 3200-GET-REASON.
071400     MOVE SPACES TO WS-REASON-ANSWER.
071500     PERFORM 3210-ASK-REASON THRU 3210-EXIT
071600         UNTIL WS-REASON-ANSWER NOT = SPACES.
071700 3200-EXIT.
071800     EXIT.

072000 3210-ASK-REASON.
072100     DISPLAY 'REASON (REQUIRED): '.
072200     ACCEPT WS-REASON-ANSWER.
072300     IF WS-REASON-ANSWER = LOW-VALUES
072400         MOVE SPACES TO WS-REASON-ANSWER
072500     END-IF.
072600 3210-EXIT.
072700     EXIT.

072710*****************************************************************
072720* 3250-CHECK-APPROVABLE - a status change is built from the
072730* master, so it needs the customer there and nothing for them
072740* still waiting on CustTran.dat; that would be applied first and
072750* then undone by the approval.  A delete can always be approved.
072760*****************************************************************
072770 3250-CHECK-APPROVABLE.
072772     MOVE SPACES TO WS-REFUSAL-REASON.
072774     IF PEND-DELETE
072776         GO TO 3250-EXIT
072778     END-IF.
072780     IF NOT WS-MASTER-AVAILABLE
072782         MOVE 'MASTER NOT AVAILABLE' TO WS-REFUSAL-REASON
072784         GO TO 3250-EXIT
072786     END-IF.
072788     IF NOT WS-CUSTOMER-FOUND
072790         MOVE 'CUSTOMER NO LONGER ON THE MASTER'
072792             TO WS-REFUSAL-REASON
072794         GO TO 3250-EXIT
072796     END-IF.
072798     IF WS-QUEUED-TABLE-FULL
072800         MOVE 'WAITING TRANSACTIONS NOT ALL CHECKED'
072802             TO WS-REFUSAL-REASON
072804         GO TO 3250-EXIT
072806     END-IF.
072808     MOVE 'N' TO WS-QUEUED-FOUND-SWITCH.
072810     PERFORM 3260-FIND-QUEUED THRU 3260-EXIT
072812         VARYING WS-QUEUED-SUB FROM 1 BY 1
072814         UNTIL WS-QUEUED-SUB > WS-QUEUED-USED
072816            OR WS-CUSTOMER-QUEUED.
072818     IF WS-CUSTOMER-QUEUED
072820         MOVE 'CHANGE STILL WAITING FOR THE NIGHTLY RUN'
072822             TO WS-REFUSAL-REASON
072824     END-IF.
072826 3250-EXIT.
072828     EXIT.

072840 3260-FIND-QUEUED.
072850     IF WS-QUEUED-CUSTOMER-ID (WS-QUEUED-SUB) = PEND-CUSTOMER-ID
072860         MOVE 'Y' TO WS-QUEUED-FOUND-SWITCH
072870     END-IF.
072880 3260-EXIT.
072890     EXIT.

072900*****************************************************************
073000* 3300-APPROVE-ITEM - a delete goes to CustTran.dat as it was
073100* keyed; a status change goes as the master record now stands
073110* with the requested ACCOUNT-STATUS.  Only once it is there is
073200* the item marked approved; a failed write leaves it pending.
073210* A pending record that will not take the approval is left at
073220* P with its transaction already written, so the review stops
073230* there rather than risk it being approved twice.
073300*****************************************************************
073400 3300-APPROVE-ITEM.
073500     IF PEND-DELETE
073510         MOVE PEND-TRAN-IMAGE TO TRANSACTION-RECORD
073520     ELSE
073530         PERFORM 3310-BUILD-STATUS-CHANGE THRU 3310-EXIT
073540     END-IF.
073600     WRITE TRANSACTION-RECORD.
073700     IF NOT WS-TRANSACTION-FILE-OK
073800         DISPLAY 'ERROR WRITING TRANSACTION FILE, STATUS = '
073900             WS-TRANSACTION-FILE-STATUS ' - ITEM LEFT PENDING'
074000         MOVE 16 TO RETURN-CODE
074100         GO TO 3300-EXIT
074200     END-IF.
074300     MOVE 'A' TO PEND-ITEM-STATUS.
074400     PERFORM 3500-RECORD-DECISION THRU 3500-EXIT.
074410     IF WS-DECISION-NOT-RECORDED
074420         ADD 1 TO WS-UNMARKED-COUNT
074430         MOVE 'TRANSACTION WRITTEN, ITEM NOT MARKED'
074440             TO WS-REASON-ANSWER
074450         MOVE 'FAILED' TO DTL-DECISION
074460         PERFORM 3600-PRINT-DECISION THRU 3600-EXIT
074470         DISPLAY 'TRANSACTION WRITTEN, ITEM NOT MARKED FOR '
074480             'CUSTOMER ' PEND-CUSTOMER-ID
074490         DISPLAY 'THE ITEM MUST NOT BE APPROVED AGAIN - '
074492             'NO FURTHER ITEMS WILL BE REVIEWED'
074494         MOVE 'Y' TO WS-REVIEW-STOP-SWITCH
074496         GO TO 3300-EXIT
074498     END-IF.
074500     ADD 1 TO WS-APPROVED-COUNT.
074600     MOVE 'APPROVED' TO DTL-DECISION.
074700     PERFORM 3600-PRINT-DECISION THRU 3600-EXIT.
074800     DISPLAY 'APPROVED - TRANSACTION WRITTEN FOR CUSTOMER '
074900         PEND-CUSTOMER-ID.
075000 3300-EXIT.
075100     EXIT.

075110 3310-BUILD-STATUS-CHANGE.
075120     MOVE SPACES TO TRANSACTION-RECORD.
075130     MOVE 'C' TO TRAN-CODE OF TRANSACTION-RECORD.
075140     MOVE CORRESPONDING CUSTOMER-RECORD TO TRANSACTION-RECORD.
075150     MOVE ACCOUNT-STATUS OF WS-REQUESTED
075160         TO ACCOUNT-STATUS OF TRANSACTION-RECORD.
075170     MOVE TRAN-SOURCE OF WS-REQUESTED
075180         TO TRAN-SOURCE OF TRANSACTION-RECORD.
075190 3310-EXIT.
075195     EXIT.

075300 3400-REJECT-ITEM.
075400     MOVE 'R' TO PEND-ITEM-STATUS.
075500     PERFORM 3500-RECORD-DECISION THRU 3500-EXIT.
075510     IF WS-DECISION-NOT-RECORDED
075520         ADD 1 TO WS-SKIPPED-COUNT
075530         MOVE 'REJECTION NOT RECORDED - ITEM PENDING'
075540             TO WS-REASON-ANSWER
075550         MOVE 'FAILED' TO DTL-DECISION
075560         PERFORM 3600-PRINT-DECISION THRU 3600-EXIT
075570         DISPLAY 'REJECTION NOT RECORDED - CUSTOMER '
075580             PEND-CUSTOMER-ID ' LEFT PENDING'
075590         GO TO 3400-EXIT
075595     END-IF.
075600     ADD 1 TO WS-REJECTED-COUNT.
075700     MOVE 'REJECTED' TO DTL-DECISION.
075800     PERFORM 3600-PRINT-DECISION THRU 3600-EXIT.
075900     DISPLAY 'REJECTED - CUSTOMER ' PEND-CUSTOMER-ID
076000         ' LEFT AS IT STANDS'.
076100 3400-EXIT.
076200     EXIT.

076210*****************************************************************
076220* 3450-SKIP-REFUSED - an approval that cannot be taken yet leaves
076230* the item pending and goes on the report with the reason.
076240*****************************************************************
076250 3450-SKIP-REFUSED.
076260     ADD 1 TO WS-SKIPPED-COUNT.
076270     MOVE WS-REFUSAL-REASON TO WS-REASON-ANSWER.
076280     MOVE 'SKIPPED' TO DTL-DECISION.
076290     PERFORM 3600-PRINT-DECISION THRU 3600-EXIT.
076292     DISPLAY 'NOT APPROVED - ITEM LEFT PENDING: '
076294         WS-REFUSAL-REASON.
076296 3450-EXIT.
076298     EXIT.

076310*****************************************************************
076320* 3500-RECORD-DECISION - the decision goes on the pending record;
076330* WS-RECORD-FAIL-SWITCH tells the caller whether it got there.
076340*****************************************************************
076400 3500-RECORD-DECISION.
076450     MOVE 'N' TO WS-RECORD-FAIL-SWITCH.
076500     ACCEPT WS-RUN-TIME FROM TIME.
076600     MOVE WS-OPERATOR-ID TO PEND-DECIDED-BY.
076700     MOVE WS-RUN-DATE TO PEND-DECIDED-DATE.
076800     MOVE WS-RUN-TIME TO PEND-DECIDED-TIME.
076900     MOVE WS-REASON-ANSWER TO PEND-DECISION-REASON.
077000     REWRITE PENDING-RECORD
077100         INVALID KEY CONTINUE
077600     END-REWRITE.
077610     IF NOT WS-PENDING-FILE-OK
077620         DISPLAY 'ERROR REWRITING PENDING ITEM FOR '
077630             PEND-CUSTOMER-ID ', STATUS = '
077640             WS-PENDING-FILE-STATUS
077650         MOVE 16 TO RETURN-CODE
077660         MOVE 'Y' TO WS-RECORD-FAIL-SWITCH
077670     END-IF.
077700 3500-EXIT.
077800     EXIT.

078000 3600-PRINT-DECISION.
078100     IF WS-PAGE-COUNT = ZERO
078200         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
078300         PERFORM 3700-PRINT-HEADINGS THRU 3700-EXIT
078400     END-IF.
078500     MOVE PEND-CUSTOMER-ID TO DTL-CUSTOMER-ID.
078600     MOVE WS-ITEM-WORD TO DTL-ITEM.
078700     MOVE PEND-ENTERED-BY TO DTL-ENTERED-BY.
078800     MOVE PEND-ENTERED-DATE TO WS-DATE-WORK.
078900     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
079000     MOVE WS-DATE-EDIT TO DTL-ENTERED-DATE.
079100     MOVE WS-REASON-ANSWER TO DTL-REASON.
079200     MOVE WS-DETAIL-LINE TO REPORT-LINE.
079300     WRITE REPORT-LINE.
079400     ADD 1 TO WS-LINE-COUNT.
079500 3600-EXIT.
079600     EXIT.

079800 3700-PRINT-HEADINGS.
079900     ADD 1 TO WS-PAGE-COUNT.
080000     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
080100     IF WS-PAGE-COUNT > 1
080200         MOVE SPACES TO REPORT-LINE
080300         WRITE REPORT-LINE
080400         WRITE REPORT-LINE AFTER ADVANCING PAGE
080500     END-IF.
080600     MOVE WS-HEADING-1 TO REPORT-LINE.
080700     WRITE REPORT-LINE.
080800     MOVE WS-HEADING-2 TO REPORT-LINE.
080900     WRITE REPORT-LINE.
081000     MOVE SPACES TO REPORT-LINE.
081100     WRITE REPORT-LINE.
081200     MOVE WS-HEADING-3 TO REPORT-LINE.
081300     WRITE REPORT-LINE.
081400     MOVE ZERO TO WS-LINE-COUNT.
081500 3700-EXIT.
081600     EXIT.

081800*****************************************************************
081900* 7000-FORMAT-DATE - reshape a YYYYMMDD date in WS-DATE-WORK
082000* into MM/DD/YYYY in WS-DATE-EDIT.
082100*****************************************************************
082200 7000-FORMAT-DATE.
082300     MOVE WS-DATE-WORK-MONTH TO WS-DATE-EDIT-MONTH.
082400     MOVE WS-DATE-WORK-DAY TO WS-DATE-EDIT-DAY.
082500     MOVE WS-DATE-WORK-YEAR TO WS-DATE-EDIT-YEAR.
082600 7000-EXIT.
082700     EXIT.

082900*****************************************************************
083000* 8000-TERMINATE - the aging list and the session totals, then
083100* close up.  Aged items end the run with return code 4 so the
083200* list gets looked at.
083300*****************************************************************
083400 8000-TERMINATE.
083500     IF WS-PAGE-COUNT = ZERO
083600         PERFORM 3700-PRINT-HEADINGS THRU 3700-EXIT
083700     END-IF.
083800     MOVE SPACES TO REPORT-LINE.
083900     WRITE REPORT-LINE.
084000     MOVE WS-AGING-HEADING-1 TO REPORT-LINE.
084100     WRITE REPORT-LINE.
084200     MOVE WS-AGING-HEADING-2 TO REPORT-LINE.
084300     WRITE REPORT-LINE.
084400     PERFORM 8100-PRINT-AGING-LINE THRU 8100-EXIT
084500         VARYING WS-AGING-SUB FROM 1 BY 1
084600         UNTIL WS-AGING-SUB > WS-AGING-USED.
084700     MOVE SPACES TO REPORT-LINE.
084800     WRITE REPORT-LINE.
084900     MOVE 'ITEMS PENDING AT START:  ' TO TOT-LABEL.
085000     MOVE WS-PENDING-COUNT TO TOT-COUNT.
085100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
085200     WRITE REPORT-LINE.
085300     MOVE 'ITEMS APPROVED:          ' TO TOT-LABEL.
085400     MOVE WS-APPROVED-COUNT TO TOT-COUNT.
085500     MOVE WS-TOTAL-LINE TO REPORT-LINE.
085600     WRITE REPORT-LINE.
085610     IF WS-UNMARKED-COUNT > ZERO
085620         MOVE 'APPROVALS NOT MARKED:    ' TO TOT-LABEL
085630         MOVE WS-UNMARKED-COUNT TO TOT-COUNT
085640         MOVE WS-TOTAL-LINE TO REPORT-LINE
085650         WRITE REPORT-LINE
085660     END-IF.
085700     MOVE 'ITEMS REJECTED:          ' TO TOT-LABEL.
085800     MOVE WS-REJECTED-COUNT TO TOT-COUNT.
085900     MOVE WS-TOTAL-LINE TO REPORT-LINE.
086000     WRITE REPORT-LINE.
086100     MOVE 'ITEMS SKIPPED:           ' TO TOT-LABEL.
086200     MOVE WS-SKIPPED-COUNT TO TOT-COUNT.
086300     MOVE WS-TOTAL-LINE TO REPORT-LINE.
086400     WRITE REPORT-LINE.
086500     MOVE 'OWN ITEMS NOT OFFERED:   ' TO TOT-LABEL.
086600     MOVE WS-OWN-ITEM-COUNT TO TOT-COUNT.
086700     MOVE WS-TOTAL-LINE TO REPORT-LINE.
086800     WRITE REPORT-LINE.
086900     MOVE 'ITEMS ON AGING LIST:     ' TO TOT-LABEL.
087000     MOVE WS-AGING-COUNT TO TOT-COUNT.
087100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
087200     WRITE REPORT-LINE.
087300     IF WS-PENDING-FILE-OPENED
087400         CLOSE PENDING-FILE
087500     END-IF.
087600     IF WS-MASTER-AVAILABLE
087700         CLOSE CUSTOMER-FILE
087800     END-IF.
087900     CLOSE TRANSACTION-FILE.
088000     CLOSE REPORT-FILE.
088100     DISPLAY 'ITEMS APPROVED:        ' WS-APPROVED-COUNT.
088150     IF WS-UNMARKED-COUNT > ZERO
088160         DISPLAY 'APPROVALS NOT MARKED:  ' WS-UNMARKED-COUNT
088170     END-IF.
088200     DISPLAY 'ITEMS REJECTED:        ' WS-REJECTED-COUNT.
088300     DISPLAY 'ITEMS STILL PENDING:   '
088400         WS-SKIPPED-COUNT ' SKIPPED, '
088500         WS-OWN-ITEM-COUNT ' YOUR OWN'.
088600     DISPLAY 'ITEMS ON AGING LIST:   ' WS-AGING-COUNT.
088700     IF WS-AGING-COUNT > ZERO AND RETURN-CODE < 4
088800         MOVE 4 TO RETURN-CODE
088900     END-IF.
089000     DISPLAY 'REPORT WRITTEN TO CustApprove.rpt'.
089100 8000-EXIT.
089200     EXIT.

089400 8100-PRINT-AGING-LINE.
089500     MOVE WS-AGE-CUSTOMER-ID (WS-AGING-SUB) TO AGE-CUSTOMER-ID.
089600     MOVE WS-AGE-ITEM (WS-AGING-SUB) TO AGE-ITEM.
089700     MOVE WS-AGE-ENTERED-BY (WS-AGING-SUB) TO AGE-ENTERED-BY.
089800     MOVE WS-AGE-ENTERED-DATE (WS-AGING-SUB) TO WS-DATE-WORK.
089900     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
090000     MOVE WS-DATE-EDIT TO AGE-ENTERED-DATE.
090100     MOVE WS-AGE-DAYS (WS-AGING-SUB) TO AGE-DAYS.
090200     MOVE WS-AGING-LINE TO REPORT-LINE.
090300     WRITE REPORT-LINE.
090400 8100-EXIT.
090500     EXIT.

090700 9999-STOP-RUN.
090800     GOBACK.
090900 9999-EXIT.
091000     EXIT.
