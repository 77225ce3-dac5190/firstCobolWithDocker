000100****************************************************************
000200* Program name:    CustSecRpt
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Periodic security review for the security
000900*                  office, for a date range, on CustSecRev.rpt.
001000*                  From the security log CustSignLog.dat it lists
001100*                  failed sign-ons by operator id, with runs of
001200*                  repeated failures (as many as the INPUT gate
001300*                  allows in one sign-on, with no good sign-on in
001400*                  between) flagged REPEATED; every busy-flag
001500*                  override any program logged; and every
001600*                  CUST-OPER-MAINT add, change and revoke with who
001700*                  made it.  The security file CustOper.dax is
001800*                  then checked against the log: an id whose
001900*                  status or authority on file is not what the
002000*                  log last left it at, or that was never logged
002100*                  at all, is listed.  The audit trail - every
002200*                  generation CustAuditCtl.dat lists that can
002300*                  hold records of interest, then the live
002400*                  CustAudit.dat - is checked record by record:
002500*                  an AUDIT-OPERATOR-ID not on the security file,
002600*                  or revoked (or not yet added) at the time of
002700*                  the record, is an exception.  The system ids
002800*                  NCOA and INITIAL SETUP are not operators and
002900*                  are exempt.  Last, every active operator with
003000*                  no sign-on, logged action or audit record in
003100*                  the number of days asked for is listed as
003200*                  dormant, to be revoked.  Return code 4 when
003300*                  there are differences, exceptions or dormant
003400*                  operators.  Requires restore/purge authority.
003500*
003600* Maintenance history
003700* -------------------------------------------------------------
003800* 2026-10-15  DC  Original version.
003900*
004000****************************************************************
004100 IDENTIFICATION DIVISION.
004200 PROGRAM-ID. CUST-SEC-RPT.
004300 AUTHOR. David Catino.
004400 INSTALLATION. Customer Systems.
004500 DATE-WRITTEN. 10/15/2026.
004600 DATE-COMPILED.
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT SECURITY-FILE ASSIGN TO 'CustOper.dax'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS OPER-ID OF SECURITY-RECORD
005400         FILE STATUS IS WS-SECURITY-FILE-STATUS.
005500     SELECT SIGNLOG-FILE ASSIGN TO 'CustSignLog.dat'
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-SIGNLOG-FILE-STATUS.
005800     SELECT AUDIT-CONTROL-FILE ASSIGN TO 'CustAuditCtl.dat'
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CONTROL-FILE-STATUS.
006100     SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-FILE-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-GENERATION-FILE-STATUS.
006400     SELECT AUDIT-FILE ASSIGN TO 'CustAudit.dat'
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
006700     SELECT SORT-WORK-FILE ASSIGN TO 'CustSecSort.tmp'.
006800     SELECT REPORT-FILE ASSIGN TO 'CustSecRev.rpt'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-REPORT-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  SECURITY-FILE.
007400 01  SECURITY-RECORD.
007500     COPY OPERREC.

007700 FD  SIGNLOG-FILE.
007800 01  SIGNLOG-RECORD.
007900     COPY SIGNREC.

008100 FD  AUDIT-CONTROL-FILE.
008200 01  AUDIT-CONTROL-RECORD.
008300     05  ACTL-DATE                 PIC 9(08).
008400     05  ACTL-TIME                 PIC 9(08).
008500     05  ACTL-RECORD-COUNT         PIC 9(08).

008700 FD  GENERATION-FILE.
008800 01  GENERATION-RECORD.
008900     COPY AUDITREC.

009100 FD  AUDIT-FILE.
009200 01  AUDIT-RECORD.
009300     COPY AUDITREC.

009500*    Section 1 sorts by operator id so failures group per id;
009600*    sections 2 and 3 carry a blank id and stay in time order.
009700 SD  SORT-WORK-FILE.
009800 01  SORT-RECORD.
009900     05  SRT-SECTION               PIC 9(01).
010000     05  SRT-OPERATOR-ID           PIC X(15).
010100     05  SRT-DATE                  PIC 9(08).
010200     05  SRT-TIME                  PIC 9(08).
010300     05  SRT-SIGN-DATA             PIC X(81).

010500 FD  REPORT-FILE.
010600 01  REPORT-LINE                   PIC X(132).

010800 WORKING-STORAGE SECTION.
010900 01  WS-SECURITY-FILE-STATUS       PIC X(02).
011000     88  WS-SECURITY-FILE-OK       VALUE '00'.
011100 01  WS-SIGNLOG-FILE-STATUS        PIC X(02).
011200     88  WS-SIGNLOG-FILE-OK        VALUE '00'.
011300 01  WS-CONTROL-FILE-STATUS        PIC X(02).
011400     88  WS-CONTROL-FILE-OK        VALUE '00'.
011500 01  WS-GENERATION-FILE-STATUS     PIC X(02).
011600     88  WS-GENERATION-FILE-OK     VALUE '00'.
011700 01  WS-AUDIT-FILE-STATUS          PIC X(02).
011800     88  WS-AUDIT-FILE-OK          VALUE '00'.
011900 01  WS-REPORT-FILE-STATUS         PIC X(02).
012000     88  WS-REPORT-FILE-OK         VALUE '00'.
012100 01  WS-SECURITY-EOF-SWITCH        PIC X(01) VALUE 'N'.
012200     88  WS-END-OF-SECURITY-FILE   VALUE 'Y'.
012300 01  WS-SIGNLOG-EOF-SWITCH         PIC X(01) VALUE 'N'.
012400     88  WS-END-OF-SIGNLOG-FILE    VALUE 'Y'.
012500 01  WS-CONTROL-EOF-SWITCH         PIC X(01) VALUE 'N'.
012600     88  WS-END-OF-CONTROL-FILE    VALUE 'Y'.
012700 01  WS-GEN-EOF-SWITCH             PIC X(01) VALUE 'N'.
012800     88  WS-END-OF-GENERATION      VALUE 'Y'.
012900 01  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
013000     88  WS-END-OF-AUDIT-FILE      VALUE 'Y'.
013100 01  WS-SORT-EOF-SWITCH            PIC X(01) VALUE 'N'.
013200     88  WS-END-OF-SORT            VALUE 'Y'.
013300 01  WS-PARM-VALID-SWITCH          PIC X(01) VALUE 'N'.
013400     88  WS-PARMS-VALID            VALUE 'Y'.
013500 01  WS-DAYS-VALID-SWITCH          PIC X(01) VALUE 'N'.
013600     88  WS-DAYS-VALID             VALUE 'Y'.
013700 01  WS-OPERATOR-FOUND-SWITCH      PIC X(01) VALUE 'N'.
013800     88  WS-OPERATOR-FOUND         VALUE 'Y'.
013900 01  WS-EVENT-BEFORE-SWITCH        PIC X(01) VALUE 'N'.
014000     88  WS-EVENT-BEFORE-FOUND     VALUE 'Y'.
014100 01  WS-EVENT-FULL-SWITCH          PIC X(01) VALUE 'N'.
014200     88  WS-EVENT-TABLE-FULL       VALUE 'Y'.
014300 01  WS-OPERATOR-ID                PIC X(15).
014400 01  WS-OPERATOR-AUTHORITY         PIC 9(01) VALUE ZERO.
014500 01  WS-FROM-DATE-X                PIC X(08).
014600 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
014700 01  WS-TO-DATE-X                  PIC X(08).
014800 01  WS-TO-DATE                    PIC 9(08) VALUE ZERO.
014900 01  WS-DEFAULT-DORMANT-DAYS       PIC 9(03) VALUE 90.
015000 01  WS-DORMANT-DAYS               PIC 9(03) VALUE ZERO.
015100 01  WS-DAYS-ANSWER                PIC X(10).
015200 01  WS-DAYS-X                     PIC X(03) JUSTIFIED RIGHT.
015300 01  WS-DAYS-REST-X                PIC X(10).
015400 01  WS-DAYS-LEN                   PIC 9(02) COMP VALUE ZERO.
015500 01  WS-DAYS-REST-LEN              PIC 9(02) COMP VALUE ZERO.
015600 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
015700 01  WS-TODAY-DAY-NUMBER           PIC S9(09) COMP VALUE ZERO.
015800 01  WS-CUTOFF-DATE                PIC 9(08) VALUE ZERO.
015900 01  WS-EARLIEST-DATE              PIC 9(08) VALUE ZERO.
016000 01  WS-DAYS-IDLE                  PIC S9(09) COMP VALUE ZERO.
016100 01  WS-DAYS-EDIT                  PIC ZZ,ZZ9.
016200 01  WS-GENERATION-FILE-NAME       PIC X(22).
016300 01  WS-GEN-DATE-X                 PIC X(08).
016400 01  WS-LAST-GEN-DATE              PIC 9(08) VALUE ZERO.
016500 01  WS-SIGN-WORK.
016600     COPY SIGNREC.
016700 01  WS-AUDIT-WORK.
016800     COPY AUDITREC.
016900 01  WS-SECTION-WANTED             PIC 9(01) VALUE ZERO.
017000 01  WS-CURRENT-SECTION            PIC 9(01) VALUE ZERO.
017100 01  WS-SECTION-LINES              PIC 9(08) COMP VALUE ZERO.
017200 01  WS-LOOKUP-ID                  PIC X(15).
017300 01  WS-ACTIVITY-DATE              PIC 9(08) VALUE ZERO.
017400 01  WS-EVENT-TYPE                 PIC X(01).
017500 01  WS-EVENT-STATUS               PIC X(01).
017600 01  WS-PRIOR-STATUS               PIC X(01).
017700 01  WS-STATUS-AT-TIME             PIC X(01).
017800 01  WS-FIRST-EVENT-TYPE           PIC X(01).
017900 01  WS-STATUS-CODE                PIC X(01).
018000 01  WS-STATUS-WORD                PIC X(10).
018100 01  WS-EXCEPTION-REASON           PIC X(30).
018200 01  WS-CROSS-CHECK-NOTE           PIC X(30).
018300*    The operators on the security file, in id order, with the
018400*    status and authority the log last left each one at and the
018500*    latest date each one was seen doing anything.
018600 01  WS-OPR-SUB                    PIC 9(04) COMP VALUE ZERO.
018700 01  WS-OPR-FIND-SUB               PIC 9(04) COMP VALUE ZERO.
018800 01  WS-OPR-HIT                    PIC 9(04) COMP VALUE ZERO.
018900 01  WS-OPR-USED                   PIC 9(04) COMP VALUE ZERO.
019000 01  WS-OPR-MAX                    PIC 9(04) COMP VALUE 500.
019100 01  WS-OPERATOR-TABLE.
019200     05  WS-OPR-ENTRY              OCCURS 500 TIMES.
019300         10  WS-OPR-ID             PIC X(15).
019400         10  WS-OPR-STATUS         PIC X(01).
019500         10  WS-OPR-AUTHORITY      PIC X(01).
019600         10  WS-OPR-LOG-STATUS     PIC X(01).
019700         10  WS-OPR-LOG-AUTHORITY  PIC X(01).
019800         10  WS-OPR-LOGGED-SWITCH  PIC X(01).
019900             88  WS-OPR-LOGGED     VALUE 'Y'.
020000         10  WS-OPR-LAST-DATE      PIC 9(08).
020100*    Every operator maintenance action on the log, oldest first,
020200*    with the status it left the id at (blank when an older log
020300*    entry did not say and nothing before it did either).
020400 01  WS-EVT-SUB                    PIC 9(04) COMP VALUE ZERO.
020500 01  WS-EVT-USED                   PIC 9(04) COMP VALUE ZERO.
020600 01  WS-EVT-MAX                    PIC 9(04) COMP VALUE 2000.
020700 01  WS-EVENT-TABLE.
020800     05  WS-EVT-ENTRY              OCCURS 2000 TIMES.
020900         10  WS-EVT-ID             PIC X(15).
021000         10  WS-EVT-DATE           PIC 9(08).
021100         10  WS-EVT-TIME           PIC 9(08).
021200         10  WS-EVT-TYPE           PIC X(01).
021300         10  WS-EVT-STATUS         PIC X(01).
021400*    The current run of failed sign-ons for one operator, held
021500*    until the run ends so every line of a long run is flagged.
021600 01  WS-RUN-OPERATOR-ID            PIC X(15) VALUE SPACES.
021700 01  WS-RUN-COUNT                  PIC 9(06) COMP VALUE ZERO.
021800 01  WS-RUN-SUB                    PIC 9(04) COMP VALUE ZERO.
021900 01  WS-RUN-HELD                   PIC 9(04) COMP VALUE ZERO.
022000 01  WS-RUN-MAX                    PIC 9(04) COMP VALUE 50.
022100 01  WS-REPEAT-LIMIT               PIC 9(04) COMP VALUE 3.
022200 01  WS-RUN-TABLE.
022300     05  WS-RUN-ENTRY              OCCURS 50 TIMES.
022400         10  WS-RUN-FAIL-DATE      PIC 9(08).
022500         10  WS-RUN-FAIL-TIME      PIC 9(08).
022600         10  WS-RUN-FAIL-REASON    PIC X(30).
022700 01  WS-SIGNLOG-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
022800 01  WS-SIGNON-COUNT               PIC 9(08) COMP VALUE ZERO.
022900 01  WS-FAILED-COUNT               PIC 9(08) COMP VALUE ZERO.
023000 01  WS-REPEAT-RUN-COUNT           PIC 9(08) COMP VALUE ZERO.
023100 01  WS-OVERRIDE-COUNT             PIC 9(08) COMP VALUE ZERO.
023200 01  WS-MAINTENANCE-COUNT          PIC 9(08) COMP VALUE ZERO.
023300 01  WS-NOT-ON-FILE-COUNT          PIC 9(08) COMP VALUE ZERO.
023400 01  WS-DIFFERENCE-COUNT           PIC 9(08) COMP VALUE ZERO.
023500 01  WS-AUDIT-CHECKED-COUNT        PIC 9(08) COMP VALUE ZERO.
023600 01  WS-SYSTEM-ID-COUNT            PIC 9(08) COMP VALUE ZERO.
023700 01  WS-EXCEPTION-COUNT            PIC 9(08) COMP VALUE ZERO.
023800 01  WS-ACTIVE-COUNT               PIC 9(08) COMP VALUE ZERO.
023900 01  WS-DORMANT-COUNT              PIC 9(08) COMP VALUE ZERO.
024000 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
024100 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
024200 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 50.
024300 01  WS-DATE-WORK.
024400     05  WS-DATE-WORK-YEAR         PIC 9(04).
024500     05  WS-DATE-WORK-MONTH        PIC 9(02).
024600     05  WS-DATE-WORK-DAY          PIC 9(02).
024700 01  WS-DATE-EDIT.
024800     05  WS-DATE-EDIT-MONTH        PIC 9(02).
024900     05  FILLER                    PIC X(01) VALUE '/'.
025000     05  WS-DATE-EDIT-DAY          PIC 9(02).
025100     05  FILLER                    PIC X(01) VALUE '/'.
025200     05  WS-DATE-EDIT-YEAR         PIC 9(04).
025300 01  WS-TIME-WORK.
025400     05  WS-TIME-WORK-HOUR         PIC 9(02).
025500     05  WS-TIME-WORK-MINUTE       PIC 9(02).
025600     05  WS-TIME-WORK-SECOND       PIC 9(02).
025700     05  FILLER                    PIC 9(02).
025800 01  WS-TIME-EDIT.
025900     05  WS-TIME-EDIT-HOUR         PIC 9(02).
026000     05  FILLER                    PIC X(01) VALUE ':'.
026100     05  WS-TIME-EDIT-MINUTE       PIC 9(02).
026200     05  FILLER                    PIC X(01) VALUE ':'.
026300     05  WS-TIME-EDIT-SECOND       PIC 9(02).
026400 01  WS-PRINT-LINE                 PIC X(132).
026500 01  WS-SECTION-TITLE              PIC X(132).
026600 01  WS-COLUMN-HEADING             PIC X(132).
026700 01  WS-HEADING-1.
026800     05  FILLER                    PIC X(27) VALUE
026900         'OPERATOR SECURITY REVIEW'.
027000     05  FILLER                    PIC X(03) VALUE SPACES.
027100     05  FILLER                    PIC X(11) VALUE 'REPORT DATE'.
027200     05  FILLER                    PIC X(01) VALUE SPACES.
027300     05  HDG-REPORT-DATE           PIC X(10).
027400     05  FILLER                    PIC X(05) VALUE SPACES.
027500     05  FILLER                    PIC X(04) VALUE 'PAGE'.
027600     05  FILLER                    PIC X(01) VALUE SPACES.
027700     05  HDG-PAGE-NUMBER           PIC ZZZ9.
027800 01  WS-HEADING-2.
027900     05  FILLER                    PIC X(06) VALUE 'FROM  '.
028000     05  HDG-FROM-DATE             PIC X(10).
028100     05  FILLER                    PIC X(06) VALUE '  TO  '.
028200     05  HDG-TO-DATE               PIC X(10).
028300     05  FILLER                    PIC X(04) VALUE SPACES.
028400     05  FILLER                    PIC X(22) VALUE
028500         'DORMANT IF IDLE SINCE '.
028600     05  HDG-CUTOFF-DATE           PIC X(10).
028700     05  FILLER                    PIC X(02) VALUE ' ('.
028800     05  HDG-DORMANT-DAYS          PIC ZZ9.
028900     05  FILLER                    PIC X(06) VALUE ' DAYS)'.
029000 01  WS-NONE-LINE.
029100     05  FILLER                    PIC X(30) VALUE
029200         'NOTHING TO REPORT'.
029300 01  WS-FAIL-HEADING.
029400     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
029500     05  FILLER                    PIC X(02) VALUE SPACES.
029600     05  FILLER                    PIC X(10) VALUE 'DATE'.
029700     05  FILLER                    PIC X(02) VALUE SPACES.
029800     05  FILLER                    PIC X(08) VALUE 'TIME'.
029900     05  FILLER                    PIC X(02) VALUE SPACES.
030000     05  FILLER                    PIC X(30) VALUE 'REASON'.
030100     05  FILLER                    PIC X(02) VALUE SPACES.
030200     05  FILLER                    PIC X(08) VALUE 'FLAG'.
030300 01  WS-FAIL-LINE.
030400     05  FAL-OPERATOR              PIC X(15).
030500     05  FILLER                    PIC X(02) VALUE SPACES.
030600     05  FAL-DATE                  PIC X(10).
030700     05  FILLER                    PIC X(02) VALUE SPACES.
030800     05  FAL-TIME                  PIC X(08).
030900     05  FILLER                    PIC X(02) VALUE SPACES.
031000     05  FAL-REASON                PIC X(30).
031100     05  FILLER                    PIC X(02) VALUE SPACES.
031200     05  FAL-FLAG                  PIC X(08).
031300 01  WS-OVERRIDE-HEADING.
031400     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
031500     05  FILLER                    PIC X(02) VALUE SPACES.
031600     05  FILLER                    PIC X(10) VALUE 'DATE'.
031700     05  FILLER                    PIC X(02) VALUE SPACES.
031800     05  FILLER                    PIC X(08) VALUE 'TIME'.
031900     05  FILLER                    PIC X(02) VALUE SPACES.
032000     05  FILLER                    PIC X(30) VALUE 'PROGRAM'.
032100 01  WS-OVERRIDE-LINE.
032200     05  OVR-OPERATOR              PIC X(15).
032300     05  FILLER                    PIC X(02) VALUE SPACES.
032400     05  OVR-DATE                  PIC X(10).
032500     05  FILLER                    PIC X(02) VALUE SPACES.
032600     05  OVR-TIME                  PIC X(08).
032700     05  FILLER                    PIC X(02) VALUE SPACES.
032800     05  OVR-PROGRAM               PIC X(30).
032900 01  WS-MAINT-HEADING.
033000     05  FILLER                    PIC X(15) VALUE 'MADE BY'.
033100     05  FILLER                    PIC X(02) VALUE SPACES.
033200     05  FILLER                    PIC X(10) VALUE 'DATE'.
033300     05  FILLER                    PIC X(02) VALUE SPACES.
033400     05  FILLER                    PIC X(08) VALUE 'TIME'.
033500     05  FILLER                    PIC X(02) VALUE SPACES.
033600     05  FILLER                    PIC X(20) VALUE 'ACTION'.
033700     05  FILLER                    PIC X(02) VALUE SPACES.
033800     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
033900     05  FILLER                    PIC X(02) VALUE SPACES.
034000     05  FILLER                    PIC X(10) VALUE 'LEFT AS'.
034100     05  FILLER                    PIC X(02) VALUE SPACES.
034200     05  FILLER                    PIC X(09) VALUE 'AUTHORITY'.
034300     05  FILLER                    PIC X(02) VALUE SPACES.
034400     05  FILLER                    PIC X(11) VALUE 'FLAG'.
034500 01  WS-MAINT-LINE.
034600     05  MNT-MADE-BY               PIC X(15).
034700     05  FILLER                    PIC X(02) VALUE SPACES.
034800     05  MNT-DATE                  PIC X(10).
034900     05  FILLER                    PIC X(02) VALUE SPACES.
035000     05  MNT-TIME                  PIC X(08).
035100     05  FILLER                    PIC X(02) VALUE SPACES.
035200     05  MNT-ACTION                PIC X(20).
035300     05  FILLER                    PIC X(02) VALUE SPACES.
035400     05  MNT-OPERATOR              PIC X(15).
035500     05  FILLER                    PIC X(02) VALUE SPACES.
035600     05  MNT-STATUS                PIC X(10).
035700     05  FILLER                    PIC X(06) VALUE SPACES.
035800     05  MNT-AUTHORITY             PIC X(01).
035900     05  FILLER                    PIC X(04) VALUE SPACES.
036000     05  MNT-FLAG                  PIC X(11).
036100 01  WS-CROSS-CHECK-HEADING.
036200     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
036300     05  FILLER                    PIC X(02) VALUE SPACES.
036400     05  FILLER                    PIC X(10) VALUE 'ON FILE'.
036500     05  FILLER                    PIC X(02) VALUE SPACES.
036600     05  FILLER                    PIC X(09) VALUE 'AUTHORITY'.
036700     05  FILLER                    PIC X(02) VALUE SPACES.
036800     05  FILLER                    PIC X(10) VALUE 'ON THE LOG'.
036900     05  FILLER                    PIC X(02) VALUE SPACES.
037000     05  FILLER                    PIC X(09) VALUE 'AUTHORITY'.
037100     05  FILLER                    PIC X(02) VALUE SPACES.
037200     05  FILLER                    PIC X(30) VALUE 'NOTE'.
037300 01  WS-CROSS-CHECK-LINE.
037400     05  XCK-OPERATOR              PIC X(15).
037500     05  FILLER                    PIC X(02) VALUE SPACES.
037600     05  XCK-FILE-STATUS           PIC X(10).
037700     05  FILLER                    PIC X(06) VALUE SPACES.
037800     05  XCK-FILE-AUTHORITY        PIC X(01).
037900     05  FILLER                    PIC X(04) VALUE SPACES.
038000     05  XCK-LOG-STATUS            PIC X(10).
038100     05  FILLER                    PIC X(06) VALUE SPACES.
038200     05  XCK-LOG-AUTHORITY         PIC X(01).
038300     05  FILLER                    PIC X(04) VALUE SPACES.
038400     05  XCK-NOTE                  PIC X(30).
038500 01  WS-EXCEPTION-HEADING.
038600     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
038700     05  FILLER                    PIC X(02) VALUE SPACES.
038800     05  FILLER                    PIC X(06) VALUE 'CUST #'.
038900     05  FILLER                    PIC X(02) VALUE SPACES.
039000     05  FILLER                    PIC X(06) VALUE 'ACTION'.
039100     05  FILLER                    PIC X(02) VALUE SPACES.
039200     05  FILLER                    PIC X(10) VALUE 'DATE'.
039300     05  FILLER                    PIC X(02) VALUE SPACES.
039400     05  FILLER                    PIC X(08) VALUE 'TIME'.
039500     05  FILLER                    PIC X(02) VALUE SPACES.
039600     05  FILLER                    PIC X(30) VALUE 'EXCEPTION'.
039700 01  WS-EXCEPTION-LINE.
039800     05  EXC-OPERATOR              PIC X(15).
039900     05  FILLER                    PIC X(02) VALUE SPACES.
040000     05  EXC-CUSTOMER-ID           PIC ZZZZZ9.
040100     05  FILLER                    PIC X(02) VALUE SPACES.
040200     05  EXC-ACTION                PIC X(06).
040300     05  FILLER                    PIC X(02) VALUE SPACES.
040400     05  EXC-DATE                  PIC X(10).
040500     05  FILLER                    PIC X(02) VALUE SPACES.
040600     05  EXC-TIME                  PIC X(08).
040700     05  FILLER                    PIC X(02) VALUE SPACES.
040800     05  EXC-REASON                PIC X(30).
040900 01  WS-DORMANT-HEADING.
041000     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
041100     05  FILLER                    PIC X(02) VALUE SPACES.
041200     05  FILLER                    PIC X(09) VALUE 'AUTHORITY'.
041300     05  FILLER                    PIC X(02) VALUE SPACES.
041400     05  FILLER                    PIC X(11) VALUE 'LAST ACTIVE'.
041500     05  FILLER                    PIC X(02) VALUE SPACES.
041600     05  FILLER                    PIC X(09) VALUE 'DAYS IDLE'.
041700     05  FILLER                    PIC X(02) VALUE SPACES.
041800     05  FILLER                    PIC X(06) VALUE 'ACTION'.
041900 01  WS-DORMANT-LINE.
042000     05  DRM-OPERATOR              PIC X(15).
042100     05  FILLER                    PIC X(06) VALUE SPACES.
042200     05  DRM-AUTHORITY             PIC X(01).
042300     05  FILLER                    PIC X(06) VALUE SPACES.
042400     05  DRM-LAST-ACTIVE           PIC X(11).
042500     05  FILLER                    PIC X(05) VALUE SPACES.
042600     05  DRM-DAYS-IDLE             PIC X(06).
042700     05  FILLER                    PIC X(02) VALUE SPACES.
042800     05  DRM-ACTION                PIC X(06).
042900 01  WS-GRAND-TOTAL-LINE.
043000     05  GDT-LABEL                 PIC X(30).
043100     05  GDT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
043200 PROCEDURE DIVISION.
043300 0000-MAINLINE.
043400     MOVE ZERO TO RETURN-CODE.
043500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043600     IF RETURN-CODE NOT = ZERO
043700         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
043800         GO TO 9999-STOP-RUN
043900     END-IF.
044000     SORT SORT-WORK-FILE
044100         ASCENDING KEY SRT-SECTION
044200                       SRT-OPERATOR-ID
044300                       SRT-DATE
044400                       SRT-TIME
044500         WITH DUPLICATES IN ORDER
044600         INPUT PROCEDURE IS 2000-READ-SIGN-LOG
044700             THRU 2999-EXIT
044800         OUTPUT PROCEDURE IS 3000-PRINT-SIGN-LOG
044900             THRU 3999-EXIT.
045000     PERFORM 3300-OPEN-NEXT-SECTION THRU 3300-EXIT
045100         UNTIL WS-CURRENT-SECTION = 4.
045200     PERFORM 4000-CROSS-CHECK-FILE THRU 4000-EXIT.
045300     PERFORM 3300-OPEN-NEXT-SECTION THRU 3300-EXIT.
045400     PERFORM 5000-CHECK-AUDIT-TRAIL THRU 5000-EXIT.
045500     PERFORM 3300-OPEN-NEXT-SECTION THRU 3300-EXIT.
045600     PERFORM 6000-LIST-DORMANT THRU 6000-EXIT.
045700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
045800     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

046000*****************************************************************
046100* 1000-INITIALIZE - sign the reviewer in at restore/purge
046200* authority, take the range and the dormancy limit, load the
046300* security file and open the report.
046400*****************************************************************
046500 1000-INITIALIZE.
046600     CALL 'INPUT-AUTH-ENTRY' USING WS-OPERATOR-ID
046700         WS-OPERATOR-AUTHORITY.
046800     IF RETURN-CODE NOT = ZERO
046900         GO TO 1000-EXIT
047000     END-IF.
047100     IF WS-OPERATOR-AUTHORITY < 4
047200         DISPLAY 'OPERATOR NOT AUTHORIZED FOR SECURITY REVIEW'
047300         MOVE 12 TO RETURN-CODE
047400         GO TO 1000-EXIT
047500     END-IF.
047600     PERFORM 1100-ASK-PARAMETERS THRU 1100-EXIT
047700         UNTIL WS-PARMS-VALID.
047800     PERFORM 1150-ASK-DORMANT-DAYS THRU 1150-EXIT
047900         UNTIL WS-DAYS-VALID.
048000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
048100     COMPUTE WS-TODAY-DAY-NUMBER =
048200         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
048300     COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
048400         WS-TODAY-DAY-NUMBER - WS-DORMANT-DAYS).
048500     IF WS-FROM-DATE < WS-CUTOFF-DATE
048600         MOVE WS-FROM-DATE TO WS-EARLIEST-DATE
048700     ELSE
048800         MOVE WS-CUTOFF-DATE TO WS-EARLIEST-DATE
048900     END-IF.
049000     MOVE WS-RUN-DATE TO WS-DATE-WORK.
049100     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
049200     MOVE WS-DATE-EDIT TO HDG-REPORT-DATE.
049300     MOVE WS-FROM-DATE TO WS-DATE-WORK.
049400     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
049500     MOVE WS-DATE-EDIT TO HDG-FROM-DATE.
049600     MOVE WS-TO-DATE TO WS-DATE-WORK.
049700     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
049800     MOVE WS-DATE-EDIT TO HDG-TO-DATE.
049900     MOVE WS-CUTOFF-DATE TO WS-DATE-WORK.
050000     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
050100     MOVE WS-DATE-EDIT TO HDG-CUTOFF-DATE.
050200     MOVE WS-DORMANT-DAYS TO HDG-DORMANT-DAYS.
050300     PERFORM 1200-LOAD-OPERATORS THRU 1200-EXIT.
050400     IF RETURN-CODE NOT = ZERO
050500         GO TO 1000-EXIT
050600     END-IF.
050700     OPEN OUTPUT REPORT-FILE.
050800     IF NOT WS-REPORT-FILE-OK
050900         DISPLAY 'ERROR OPENING REPORT FILE, STATUS = '
051000             WS-REPORT-FILE-STATUS
051100         MOVE 16 TO RETURN-CODE
051200         GO TO 1000-EXIT
051300     END-IF.
051400 1000-EXIT.
051500     EXIT.

051700 1070-CLOSE-ON-ABEND.
051800     IF WS-REPORT-FILE-OK
051900         CLOSE REPORT-FILE
052000     END-IF.
052100 1070-EXIT.
052200     EXIT.

052400*****************************************************************
052500* 1100-ASK-PARAMETERS - both dates are required so the review
052600* has a stated period.
052700*****************************************************************
052800 1100-ASK-PARAMETERS.
052900     DISPLAY 'FROM DATE (YYYYMMDD): '.
053000     ACCEPT WS-FROM-DATE-X.
053100     IF WS-FROM-DATE-X IS NOT NUMERIC
053200         DISPLAY 'FROM DATE MUST BE ALL DIGITS'
053300         GO TO 1100-EXIT
053400     END-IF.
053500     MOVE WS-FROM-DATE-X TO WS-FROM-DATE.
053600     DISPLAY 'TO DATE (YYYYMMDD): '.
053700     ACCEPT WS-TO-DATE-X.
053800     IF WS-TO-DATE-X IS NOT NUMERIC
053900         DISPLAY 'TO DATE MUST BE ALL DIGITS'
054000         GO TO 1100-EXIT
054100     END-IF.
054200     MOVE WS-TO-DATE-X TO WS-TO-DATE.
054300     IF WS-TO-DATE < WS-FROM-DATE
054400         DISPLAY 'TO DATE IS BEFORE FROM DATE'
054500         GO TO 1100-EXIT
054600     END-IF.
054700     MOVE 'Y' TO WS-PARM-VALID-SWITCH.
054800 1100-EXIT.
054900     EXIT.

055100*****************************************************************
055200* 1150-ASK-DORMANT-DAYS - an active operator idle this many days
055300* or more is listed for revoking; a blank reply takes the
055400* standing default.
055500*****************************************************************
055600 1150-ASK-DORMANT-DAYS.
055700     DISPLAY 'DORMANT AFTER HOW MANY DAYS (BLANK FOR '
055800         WS-DEFAULT-DORMANT-DAYS '): '.
055900     ACCEPT WS-DAYS-ANSWER.
056000     IF WS-DAYS-ANSWER = SPACES
056100         OR WS-DAYS-ANSWER = LOW-VALUES
056200         MOVE WS-DEFAULT-DORMANT-DAYS TO WS-DORMANT-DAYS
056300         MOVE 'Y' TO WS-DAYS-VALID-SWITCH
056400         GO TO 1150-EXIT
056500     END-IF.
056600     MOVE SPACES TO WS-DAYS-X.
056700     MOVE SPACES TO WS-DAYS-REST-X.
056800     MOVE ZERO TO WS-DAYS-LEN.
056900     MOVE ZERO TO WS-DAYS-REST-LEN.
057000     UNSTRING WS-DAYS-ANSWER DELIMITED BY ALL SPACE
057100         INTO WS-DAYS-X COUNT IN WS-DAYS-LEN
057200              WS-DAYS-REST-X COUNT IN WS-DAYS-REST-LEN
057300     END-UNSTRING.
057400     IF WS-DAYS-LEN = ZERO
057500         OR WS-DAYS-LEN > 3
057600         OR WS-DAYS-REST-LEN > ZERO
057700         DISPLAY 'DAYS MUST BE 1 TO 3 DIGITS'
057800         GO TO 1150-EXIT
057900     END-IF.
058000     INSPECT WS-DAYS-X REPLACING LEADING SPACE BY '0'.
058100     IF WS-DAYS-X IS NOT NUMERIC
058200         DISPLAY 'DAYS MUST BE 1 TO 3 DIGITS'
058300         GO TO 1150-EXIT
058400     END-IF.
058500     MOVE WS-DAYS-X TO WS-DORMANT-DAYS.
058600     IF WS-DORMANT-DAYS = ZERO
058700         DISPLAY 'DAYS MUST BE AT LEAST 1'
058800         GO TO 1150-EXIT
058900     END-IF.
059000     MOVE 'Y' TO WS-DAYS-VALID-SWITCH.
059100 1150-EXIT.
059200     EXIT.

059400*****************************************************************
059500* 1200-LOAD-OPERATORS - the whole security file goes into the
059600* operator table.  A file too big for the table would make every
059700* id past the limit look unknown, so the review is not run.
059800*****************************************************************
059900 1200-LOAD-OPERATORS.
060000     OPEN INPUT SECURITY-FILE.
060100     IF NOT WS-SECURITY-FILE-OK
060200         DISPLAY 'ERROR OPENING OPERATOR SECURITY FILE, STATUS = '
060300             WS-SECURITY-FILE-STATUS
060400         MOVE 16 TO RETURN-CODE
060500         GO TO 1200-EXIT
060600     END-IF.
060700     PERFORM 1210-LOAD-ONE-OPERATOR THRU 1210-EXIT
060800         UNTIL WS-END-OF-SECURITY-FILE.
060900     CLOSE SECURITY-FILE.
061000 1200-EXIT.
061100     EXIT.

061300 1210-LOAD-ONE-OPERATOR.
061400     READ SECURITY-FILE NEXT RECORD
061500         AT END MOVE 'Y' TO WS-SECURITY-EOF-SWITCH
061600         NOT AT END
061700             PERFORM 1220-HOLD-OPERATOR THRU 1220-EXIT
061800     END-READ.
061900 1210-EXIT.
062000     EXIT.

062200 1220-HOLD-OPERATOR.
062300     IF WS-OPR-USED >= WS-OPR-MAX
062400         DISPLAY 'MORE THAN ' WS-OPR-MAX ' OPERATORS ON FILE - '
062500             'SECURITY REVIEW NOT RUN'
062600         MOVE 8 TO RETURN-CODE
062700         MOVE 'Y' TO WS-SECURITY-EOF-SWITCH
062800         GO TO 1220-EXIT
062900     END-IF.
063000     ADD 1 TO WS-OPR-USED.
063100     MOVE WS-OPR-USED TO WS-OPR-SUB.
063200     MOVE OPER-ID OF SECURITY-RECORD TO WS-OPR-ID (WS-OPR-SUB).
063300     MOVE OPER-STATUS OF SECURITY-RECORD
063400         TO WS-OPR-STATUS (WS-OPR-SUB).
063500     MOVE OPER-AUTHORITY OF SECURITY-RECORD
063600         TO WS-OPR-AUTHORITY (WS-OPR-SUB).
063700     MOVE SPACE TO WS-OPR-LOG-STATUS (WS-OPR-SUB).
063800     MOVE SPACE TO WS-OPR-LOG-AUTHORITY (WS-OPR-SUB).
063900     MOVE 'N' TO WS-OPR-LOGGED-SWITCH (WS-OPR-SUB).
064000     MOVE ZERO TO WS-OPR-LAST-DATE (WS-OPR-SUB).
064100     IF OPER-ACTIVE OF SECURITY-RECORD
064200         ADD 1 TO WS-ACTIVE-COUNT
064300     END-IF.
064400 1220-EXIT.
064500     EXIT.

064700*****************************************************************
064800* 2000-READ-SIGN-LOG - input procedure for the sort.  The whole
064900* log is read, whatever the range: the operator maintenance
065000* history is needed from the start to know an id's status on any
065100* date, and any logged action counts as activity for dormancy.
065200* Only entries dated inside the range go to the sort for
065300* printing.  No log on hand is an empty log.
065400*****************************************************************
065500 2000-READ-SIGN-LOG.
065600     OPEN INPUT SIGNLOG-FILE.
065700     IF WS-SIGNLOG-FILE-STATUS = '35'
065800         GO TO 2999-EXIT
065900     END-IF.
066000     IF NOT WS-SIGNLOG-FILE-OK
066100         DISPLAY 'ERROR OPENING SECURITY LOG, STATUS = '
066200             WS-SIGNLOG-FILE-STATUS
066300         MOVE 8 TO RETURN-CODE
066400         GO TO 2999-EXIT
066500     END-IF.
066600     PERFORM 2100-TAKE-ONE-SIGN-ENTRY THRU 2100-EXIT
066700         UNTIL WS-END-OF-SIGNLOG-FILE.
066800     CLOSE SIGNLOG-FILE.
066900     GO TO 2999-EXIT.

067100 2100-TAKE-ONE-SIGN-ENTRY.
067200     READ SIGNLOG-FILE
067300         AT END MOVE 'Y' TO WS-SIGNLOG-EOF-SWITCH
067400         NOT AT END
067500             ADD 1 TO WS-SIGNLOG-READ-COUNT
067600             MOVE SIGNLOG-RECORD TO WS-SIGN-WORK
067700             PERFORM 2200-NOTE-SIGN-ENTRY THRU 2200-EXIT
067800     END-READ.
067900 2100-EXIT.
068000     EXIT.

068200*****************************************************************
068300* 2200-NOTE-SIGN-ENTRY - anything but a refused sign-on shows the
068400* operator was active that day.  Sign-ons go to section 1, busy
068500* overrides to section 2 and operator maintenance to section 3.
068600*****************************************************************
068700 2200-NOTE-SIGN-ENTRY.
068800     IF SIGN-DATE OF WS-SIGN-WORK IS NOT NUMERIC
068900         GO TO 2200-EXIT
069000     END-IF.
069100     IF SIGN-EVENT OF WS-SIGN-WORK NOT = 'SIGN-ON DENIED'
069200         MOVE SIGN-OPERATOR-ID OF WS-SIGN-WORK TO WS-LOOKUP-ID
069300         MOVE SIGN-DATE OF WS-SIGN-WORK TO WS-ACTIVITY-DATE
069400         PERFORM 7400-NOTE-ACTIVITY THRU 7400-EXIT
069500     END-IF.
069600     EVALUATE SIGN-EVENT OF WS-SIGN-WORK
069700         WHEN 'SIGN-ON DENIED'
069800         WHEN 'SIGNED ON'
069900             MOVE 1 TO WS-SECTION-WANTED
070000         WHEN 'BUSY FLAG OVERRIDE'
070100             MOVE 2 TO WS-SECTION-WANTED
070200         WHEN 'OPERATOR ADDED'
070300         WHEN 'OPERATOR CHANGED'
070400         WHEN 'OPERATOR REVOKED'
070500             PERFORM 2300-HOLD-STATUS-EVENT THRU 2300-EXIT
070600             MOVE 3 TO WS-SECTION-WANTED
070700         WHEN OTHER
070800             MOVE ZERO TO WS-SECTION-WANTED
070900     END-EVALUATE.
071000     IF WS-SECTION-WANTED = ZERO
071100         OR SIGN-DATE OF WS-SIGN-WORK < WS-FROM-DATE
071200         OR SIGN-DATE OF WS-SIGN-WORK > WS-TO-DATE
071300         GO TO 2200-EXIT
071400     END-IF.
071500     MOVE WS-SECTION-WANTED TO SRT-SECTION.
071600     IF WS-SECTION-WANTED = 1
071700         MOVE SIGN-OPERATOR-ID OF WS-SIGN-WORK TO SRT-OPERATOR-ID
071800     ELSE
071900         MOVE SPACES TO SRT-OPERATOR-ID
072000     END-IF.
072100     MOVE SIGN-DATE OF WS-SIGN-WORK TO SRT-DATE.
072200     IF SIGN-TIME OF WS-SIGN-WORK IS NUMERIC
072300         MOVE SIGN-TIME OF WS-SIGN-WORK TO SRT-TIME
072400     ELSE
072500         MOVE ZERO TO SRT-TIME
072600     END-IF.
072700     MOVE WS-SIGN-WORK TO SRT-SIGN-DATA.
072800     RELEASE SORT-RECORD.
072900 2200-EXIT.
073000     EXIT.

073200*****************************************************************
073300* 2300-HOLD-STATUS-EVENT - work out the status the action left
073400* the id at.  A revoke is always R.  Newer entries say what the
073500* id was left at; on an older entry that does not, an add is A
073600* and a change kept whatever the id had before.  Adding an id,
073700* or reactivating it, starts its dormancy clock.
073800*****************************************************************
073900 2300-HOLD-STATUS-EVENT.
074000     MOVE SIGN-TARGET-ID OF WS-SIGN-WORK TO WS-LOOKUP-ID.
074100     MOVE SPACE TO WS-PRIOR-STATUS.
074200     PERFORM 2310-NOTE-PRIOR-STATUS THRU 2310-EXIT
074300         VARYING WS-EVT-SUB FROM 1 BY 1
074400         UNTIL WS-EVT-SUB > WS-EVT-USED.
074500     EVALUATE SIGN-EVENT OF WS-SIGN-WORK
074600         WHEN 'OPERATOR ADDED'
074700             MOVE 'A' TO WS-EVENT-TYPE
074800         WHEN 'OPERATOR CHANGED'
074900             MOVE 'C' TO WS-EVENT-TYPE
075000         WHEN OTHER
075100             MOVE 'R' TO WS-EVENT-TYPE
075200     END-EVALUATE.
075300     EVALUATE TRUE
075400         WHEN WS-EVENT-TYPE = 'R'
075500             MOVE 'R' TO WS-EVENT-STATUS
075600         WHEN SIGN-TARGET-STATUS OF WS-SIGN-WORK NOT = SPACE
075700             MOVE SIGN-TARGET-STATUS OF WS-SIGN-WORK
075800                 TO WS-EVENT-STATUS
075900         WHEN WS-EVENT-TYPE = 'A'
076000             MOVE 'A' TO WS-EVENT-STATUS
076100         WHEN OTHER
076200             MOVE WS-PRIOR-STATUS TO WS-EVENT-STATUS
076300     END-EVALUATE.
076400     IF WS-EVENT-STATUS = 'A'
076500         AND WS-PRIOR-STATUS NOT = 'A'
076600         MOVE SIGN-DATE OF WS-SIGN-WORK TO WS-ACTIVITY-DATE
076700         PERFORM 7400-NOTE-ACTIVITY THRU 7400-EXIT
076800     END-IF.
076900     PERFORM 7300-FIND-OPERATOR THRU 7300-EXIT.
077000     IF WS-OPERATOR-FOUND
077100         MOVE 'Y' TO WS-OPR-LOGGED-SWITCH (WS-OPR-HIT)
077200         MOVE WS-EVENT-STATUS TO WS-OPR-LOG-STATUS (WS-OPR-HIT)
077300         IF SIGN-TARGET-AUTHORITY OF WS-SIGN-WORK NOT = SPACE
077400             MOVE SIGN-TARGET-AUTHORITY OF WS-SIGN-WORK
077500                 TO WS-OPR-LOG-AUTHORITY (WS-OPR-HIT)
077600         ELSE
077700             IF WS-EVENT-TYPE NOT = 'R'
077800                 MOVE SPACE TO WS-OPR-LOG-AUTHORITY (WS-OPR-HIT)
077900             END-IF
078000         END-IF
078100     END-IF.
078200     IF WS-EVT-USED >= WS-EVT-MAX
078300         IF NOT WS-EVENT-TABLE-FULL
078400             DISPLAY 'OPERATOR STATUS TABLE FULL - LATER '
078500                 'ACTIONS NOT USED IN THE AUDIT CHECK'
078600             MOVE 'Y' TO WS-EVENT-FULL-SWITCH
078700         END-IF
078800         GO TO 2300-EXIT
078900     END-IF.
079000     ADD 1 TO WS-EVT-USED.
079100     MOVE WS-EVT-USED TO WS-EVT-SUB.
079200     MOVE WS-LOOKUP-ID TO WS-EVT-ID (WS-EVT-SUB).
079300     MOVE SIGN-DATE OF WS-SIGN-WORK TO WS-EVT-DATE (WS-EVT-SUB).
079400     IF SIGN-TIME OF WS-SIGN-WORK IS NUMERIC
079500         MOVE SIGN-TIME OF WS-SIGN-WORK
079600             TO WS-EVT-TIME (WS-EVT-SUB)
079700     ELSE
079800         MOVE ZERO TO WS-EVT-TIME (WS-EVT-SUB)
079900     END-IF.
080000     MOVE WS-EVENT-TYPE TO WS-EVT-TYPE (WS-EVT-SUB).
080100     MOVE WS-EVENT-STATUS TO WS-EVT-STATUS (WS-EVT-SUB).
080200 2300-EXIT.
080300     EXIT.

080500 2310-NOTE-PRIOR-STATUS.
080600     IF WS-EVT-ID (WS-EVT-SUB) = WS-LOOKUP-ID
080700         MOVE WS-EVT-STATUS (WS-EVT-SUB) TO WS-PRIOR-STATUS
080800     END-IF.
080900 2310-EXIT.
081000     EXIT.

081200 2999-END-OF-INPUT.
081300 2999-EXIT.
081400     EXIT.

081600*****************************************************************
081700* 3000-PRINT-SIGN-LOG - output procedure for the sort.  Each new
081800* section starts a page; sections with nothing in the range say
081900* so.
082000*****************************************************************
082100 3000-PRINT-SIGN-LOG.
082200     PERFORM 3100-GET-SORTED-RECORD THRU 3100-EXIT
082300         UNTIL WS-END-OF-SORT.
082400     GO TO 3999-EXIT.

082600 3100-GET-SORTED-RECORD.
082700     RETURN SORT-WORK-FILE
082800         AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
082900         NOT AT END
083000             PERFORM 3200-PRINT-ONE-ENTRY THRU 3200-EXIT
083100     END-RETURN.
083200 3100-EXIT.
083300     EXIT.

083500 3200-PRINT-ONE-ENTRY.
083600     MOVE SRT-SIGN-DATA TO WS-SIGN-WORK.
083700     PERFORM 3300-OPEN-NEXT-SECTION THRU 3300-EXIT
083800         UNTIL WS-CURRENT-SECTION = SRT-SECTION.
083900     EVALUATE SRT-SECTION
084000         WHEN 1
084100             PERFORM 3400-NOTE-SIGN-ON THRU 3400-EXIT
084200         WHEN 2
084300             PERFORM 3600-PRINT-OVERRIDE THRU 3600-EXIT
084400         WHEN 3
084500             PERFORM 3700-PRINT-MAINTENANCE THRU 3700-EXIT
084600     END-EVALUATE.
084700 3200-EXIT.
084800     EXIT.

085000*****************************************************************
085100* 3300-OPEN-NEXT-SECTION - finish the section in hand (any run
085200* of failures still held is printed, an empty section says so)
085300* and start the next one on a new page.
085400*****************************************************************
085500 3300-OPEN-NEXT-SECTION.
085600     IF WS-CURRENT-SECTION = 1
085700         PERFORM 3500-END-FAILURE-RUN THRU 3500-EXIT
085800     END-IF.
085900     IF WS-CURRENT-SECTION > ZERO
086000         AND WS-SECTION-LINES = ZERO
086100         MOVE WS-NONE-LINE TO WS-PRINT-LINE
086200         PERFORM 7500-PRINT-LINE THRU 7500-EXIT
086300     END-IF.
086400     ADD 1 TO WS-CURRENT-SECTION.
086500     MOVE ZERO TO WS-SECTION-LINES.
086600     EVALUATE WS-CURRENT-SECTION
086700         WHEN 1
086800             MOVE 'FAILED SIGN-ONS BY OPERATOR'
086900                 TO WS-SECTION-TITLE
087000             MOVE WS-FAIL-HEADING TO WS-COLUMN-HEADING
087100         WHEN 2
087200             MOVE 'BUSY-FLAG OVERRIDES' TO WS-SECTION-TITLE
087300             MOVE WS-OVERRIDE-HEADING TO WS-COLUMN-HEADING
087400         WHEN 3
087500             MOVE 'OPERATOR SECURITY MAINTENANCE'
087600                 TO WS-SECTION-TITLE
087700             MOVE WS-MAINT-HEADING TO WS-COLUMN-HEADING
087800         WHEN 4
087900             MOVE 'SECURITY FILE AGAINST THE SECURITY LOG'
088000                 TO WS-SECTION-TITLE
088100             MOVE WS-CROSS-CHECK-HEADING TO WS-COLUMN-HEADING
088200         WHEN 5
088300             MOVE 'AUDIT TRAIL OPERATOR EXCEPTIONS'
088400                 TO WS-SECTION-TITLE
088500             MOVE WS-EXCEPTION-HEADING TO WS-COLUMN-HEADING
088600         WHEN OTHER
088700             MOVE 'DORMANT ACTIVE OPERATORS - TO BE REVOKED'
088800                 TO WS-SECTION-TITLE
088900             MOVE WS-DORMANT-HEADING TO WS-COLUMN-HEADING
089000     END-EVALUATE.
089100     PERFORM 7600-PRINT-HEADINGS THRU 7600-EXIT.
089200 3300-EXIT.
089300     EXIT.

089500*****************************************************************
089600* 3400-NOTE-SIGN-ON - failures are held per operator until a
089700* good sign-on, another operator or the end of the section ends
089800* the run.  Good sign-ons are counted, not printed.
089900*****************************************************************
090000 3400-NOTE-SIGN-ON.
090100     IF SRT-OPERATOR-ID NOT = WS-RUN-OPERATOR-ID
090200         PERFORM 3500-END-FAILURE-RUN THRU 3500-EXIT
090300         MOVE SRT-OPERATOR-ID TO WS-RUN-OPERATOR-ID
090400     END-IF.
090500     IF SIGN-EVENT OF WS-SIGN-WORK = 'SIGNED ON'
090600         ADD 1 TO WS-SIGNON-COUNT
090700         PERFORM 3500-END-FAILURE-RUN THRU 3500-EXIT
090800         GO TO 3400-EXIT
090900     END-IF.
091000     ADD 1 TO WS-FAILED-COUNT.
091100     ADD 1 TO WS-RUN-COUNT.
091200     IF WS-RUN-HELD >= WS-RUN-MAX
091300         PERFORM 3510-PRINT-HELD-FAILURES THRU 3510-EXIT
091400         MOVE ZERO TO WS-RUN-HELD
091500     END-IF.
091600     ADD 1 TO WS-RUN-HELD.
091700     MOVE SRT-DATE TO WS-RUN-FAIL-DATE (WS-RUN-HELD).
091800     MOVE SRT-TIME TO WS-RUN-FAIL-TIME (WS-RUN-HELD).
091900     MOVE SIGN-DETAIL OF WS-SIGN-WORK
092000         TO WS-RUN-FAIL-REASON (WS-RUN-HELD).
092100 3400-EXIT.
092200     EXIT.

092400*****************************************************************
092500* 3500-END-FAILURE-RUN - print the failures held.  A run as long
092600* as the sign-on gate's attempt limit or longer is flagged on
092700* every line.
092800*****************************************************************
092900 3500-END-FAILURE-RUN.
093000     IF WS-RUN-COUNT >= WS-REPEAT-LIMIT
093100         ADD 1 TO WS-REPEAT-RUN-COUNT
093200     END-IF.
093300     PERFORM 3510-PRINT-HELD-FAILURES THRU 3510-EXIT.
093400     MOVE ZERO TO WS-RUN-COUNT.
093500     MOVE ZERO TO WS-RUN-HELD.
093600 3500-EXIT.
093700     EXIT.

093900 3510-PRINT-HELD-FAILURES.
094000     PERFORM 3520-PRINT-ONE-FAILURE THRU 3520-EXIT
094100         VARYING WS-RUN-SUB FROM 1 BY 1
094200         UNTIL WS-RUN-SUB > WS-RUN-HELD.
094300 3510-EXIT.
094400     EXIT.

094600 3520-PRINT-ONE-FAILURE.
094700     MOVE WS-RUN-OPERATOR-ID TO FAL-OPERATOR.
094800     MOVE WS-RUN-FAIL-DATE (WS-RUN-SUB) TO WS-DATE-WORK.
094900     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
095000     MOVE WS-DATE-EDIT TO FAL-DATE.
095100     MOVE WS-RUN-FAIL-TIME (WS-RUN-SUB) TO WS-TIME-WORK.
095200     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
095300     MOVE WS-TIME-EDIT TO FAL-TIME.
095400     MOVE WS-RUN-FAIL-REASON (WS-RUN-SUB) TO FAL-REASON.
095500     IF WS-RUN-COUNT >= WS-REPEAT-LIMIT
095600         MOVE 'REPEATED' TO FAL-FLAG
095700     ELSE
095800         MOVE SPACES TO FAL-FLAG
095900     END-IF.
096000     MOVE WS-FAIL-LINE TO WS-PRINT-LINE.
096100     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
096200 3520-EXIT.
096300     EXIT.

096500*****************************************************************
096600* 3600-PRINT-OVERRIDE - every program that lets an operator past
096700* the system-busy flag logs the override with its own name.
096800*****************************************************************
096900 3600-PRINT-OVERRIDE.
097000     ADD 1 TO WS-OVERRIDE-COUNT.
097100     MOVE SIGN-OPERATOR-ID OF WS-SIGN-WORK TO OVR-OPERATOR.
097200     MOVE SRT-DATE TO WS-DATE-WORK.
097300     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
097400     MOVE WS-DATE-EDIT TO OVR-DATE.
097500     MOVE SRT-TIME TO WS-TIME-WORK.
097600     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
097700     MOVE WS-TIME-EDIT TO OVR-TIME.
097800     MOVE SIGN-DETAIL OF WS-SIGN-WORK TO OVR-PROGRAM.
097900     MOVE WS-OVERRIDE-LINE TO WS-PRINT-LINE.
098000     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
098100 3600-EXIT.
098200     EXIT.

098400*****************************************************************
098500* 3700-PRINT-MAINTENANCE - who touched which id and what they
098600* left it at.  An id the log says was maintained but that is no
098700* longer on the security file is flagged.
098800*****************************************************************
098900 3700-PRINT-MAINTENANCE.
099000     ADD 1 TO WS-MAINTENANCE-COUNT.
099100     MOVE SIGN-OPERATOR-ID OF WS-SIGN-WORK TO MNT-MADE-BY.
099200     MOVE SRT-DATE TO WS-DATE-WORK.
099300     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
099400     MOVE WS-DATE-EDIT TO MNT-DATE.
099500     MOVE SRT-TIME TO WS-TIME-WORK.
099600     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
099700     MOVE WS-TIME-EDIT TO MNT-TIME.
099800     MOVE SIGN-EVENT OF WS-SIGN-WORK TO MNT-ACTION.
099900     MOVE SIGN-TARGET-ID OF WS-SIGN-WORK TO MNT-OPERATOR.
100000     MOVE SIGN-TARGET-STATUS OF WS-SIGN-WORK TO WS-STATUS-CODE.
100100     PERFORM 7200-NAME-STATUS THRU 7200-EXIT.
100200     MOVE WS-STATUS-WORD TO MNT-STATUS.
100300     MOVE SIGN-TARGET-AUTHORITY OF WS-SIGN-WORK TO MNT-AUTHORITY.
100400     MOVE SIGN-TARGET-ID OF WS-SIGN-WORK TO WS-LOOKUP-ID.
100500     PERFORM 7300-FIND-OPERATOR THRU 7300-EXIT.
100600     IF WS-OPERATOR-FOUND
100700         MOVE SPACES TO MNT-FLAG
100800     ELSE
100900         MOVE 'NOT ON FILE' TO MNT-FLAG
101000         ADD 1 TO WS-NOT-ON-FILE-COUNT
101100     END-IF.
101200     MOVE WS-MAINT-LINE TO WS-PRINT-LINE.
101300     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
101400 3700-EXIT.
101500     EXIT.

101700 3999-END-OF-OUTPUT.
101800 3999-EXIT.
101900     EXIT.

102100*****************************************************************
102200* 4000-CROSS-CHECK-FILE - every operator on the security file
102300* against the last status and authority the log left it at.  An
102400* older log entry that did not record one is not a difference.
102500*****************************************************************
102600 4000-CROSS-CHECK-FILE.
102700     PERFORM 4100-CROSS-CHECK-ONE THRU 4100-EXIT
102800         VARYING WS-OPR-SUB FROM 1 BY 1
102900         UNTIL WS-OPR-SUB > WS-OPR-USED.
103000 4000-EXIT.
103100     EXIT.

103300 4100-CROSS-CHECK-ONE.
103400     EVALUATE TRUE
103500         WHEN NOT WS-OPR-LOGGED (WS-OPR-SUB)
103600             MOVE 'NO MAINTENANCE ON THE LOG'
103700                 TO WS-CROSS-CHECK-NOTE
103800         WHEN WS-OPR-LOG-STATUS (WS-OPR-SUB) NOT = SPACE
103900             AND WS-OPR-LOG-STATUS (WS-OPR-SUB)
104000                 NOT = WS-OPR-STATUS (WS-OPR-SUB)
104100             MOVE 'STATUS DIFFERS FROM THE LOG'
104200                 TO WS-CROSS-CHECK-NOTE
104300         WHEN WS-OPR-LOG-AUTHORITY (WS-OPR-SUB) NOT = SPACE
104400             AND WS-OPR-LOG-AUTHORITY (WS-OPR-SUB)
104500                 NOT = WS-OPR-AUTHORITY (WS-OPR-SUB)
104600             MOVE 'AUTHORITY DIFFERS FROM THE LOG'
104700                 TO WS-CROSS-CHECK-NOTE
104800         WHEN OTHER
104900             GO TO 4100-EXIT
105000     END-EVALUATE.
105100     ADD 1 TO WS-DIFFERENCE-COUNT.
105200     MOVE WS-OPR-ID (WS-OPR-SUB) TO XCK-OPERATOR.
105300     MOVE WS-OPR-STATUS (WS-OPR-SUB) TO WS-STATUS-CODE.
105400     PERFORM 7200-NAME-STATUS THRU 7200-EXIT.
105500     MOVE WS-STATUS-WORD TO XCK-FILE-STATUS.
105600     MOVE WS-OPR-AUTHORITY (WS-OPR-SUB) TO XCK-FILE-AUTHORITY.
105700     MOVE WS-OPR-LOG-STATUS (WS-OPR-SUB) TO WS-STATUS-CODE.
105800     PERFORM 7200-NAME-STATUS THRU 7200-EXIT.
105900     MOVE WS-STATUS-WORD TO XCK-LOG-STATUS.
106000     MOVE WS-OPR-LOG-AUTHORITY (WS-OPR-SUB) TO XCK-LOG-AUTHORITY.
106100     MOVE WS-CROSS-CHECK-NOTE TO XCK-NOTE.
106200     MOVE WS-CROSS-CHECK-LINE TO WS-PRINT-LINE.
106300     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
106400 4100-EXIT.
106500     EXIT.

106700*****************************************************************
106800* 5000-CHECK-AUDIT-TRAIL - generations older than both the range
106900* and the dormancy cutoff cannot hold anything of interest and
107000* are passed over; a date the control file lists twice is read
107100* once.  Then the live trail.
107200*****************************************************************
107300 5000-CHECK-AUDIT-TRAIL.
107400     PERFORM 5100-WALK-GENERATIONS THRU 5100-EXIT.
107500     OPEN INPUT AUDIT-FILE.
107600     IF NOT WS-AUDIT-FILE-OK
107700         GO TO 5000-EXIT
107800     END-IF.
107900     PERFORM 5400-CHECK-ONE-LIVE-ENTRY THRU 5400-EXIT
108000         UNTIL WS-END-OF-AUDIT-FILE.
108100     CLOSE AUDIT-FILE.
108200 5000-EXIT.
108300     EXIT.

108500 5100-WALK-GENERATIONS.
108600     OPEN INPUT AUDIT-CONTROL-FILE.
108700     IF WS-CONTROL-FILE-STATUS = '35'
108800         GO TO 5100-EXIT
108900     END-IF.
109000     IF NOT WS-CONTROL-FILE-OK
109100         DISPLAY 'ERROR OPENING AUDIT CONTROL FILE, STATUS = '
109200             WS-CONTROL-FILE-STATUS
109300         MOVE 8 TO RETURN-CODE
109400         GO TO 5100-EXIT
109500     END-IF.
109600     PERFORM 5200-TAKE-ONE-GENERATION THRU 5200-EXIT
109700         UNTIL WS-END-OF-CONTROL-FILE.
109800     CLOSE AUDIT-CONTROL-FILE.
109900 5100-EXIT.
110000     EXIT.

110200 5200-TAKE-ONE-GENERATION.
110300     READ AUDIT-CONTROL-FILE
110400         AT END MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
110500         NOT AT END
110600             IF ACTL-DATE IS NUMERIC
110700                 AND ACTL-DATE NOT < WS-EARLIEST-DATE
110800                 AND ACTL-DATE NOT = WS-LAST-GEN-DATE
110900                 PERFORM 5300-CHECK-ONE-GENERATION
111000                     THRU 5300-EXIT
111100             END-IF
111200     END-READ.
111300 5200-EXIT.
111400     EXIT.

111600 5300-CHECK-ONE-GENERATION.
111700     MOVE ACTL-DATE TO WS-LAST-GEN-DATE.
111800     MOVE ACTL-DATE TO WS-GEN-DATE-X.
111900     MOVE SPACES TO WS-GENERATION-FILE-NAME.
112000     STRING 'CustAudit.' DELIMITED BY SIZE
112100            WS-GEN-DATE-X DELIMITED BY SIZE
112200            '.dat' DELIMITED BY SIZE
112300         INTO WS-GENERATION-FILE-NAME.
112400     MOVE 'N' TO WS-GEN-EOF-SWITCH.
112500     OPEN INPUT GENERATION-FILE.
112600     IF NOT WS-GENERATION-FILE-OK
112700         DISPLAY 'CANNOT OPEN AUDIT GENERATION '
112800             WS-GENERATION-FILE-NAME ', STATUS = '
112900             WS-GENERATION-FILE-STATUS
113000         MOVE 8 TO RETURN-CODE
113100         GO TO 5300-EXIT
113200     END-IF.
113300     PERFORM 5310-CHECK-ONE-GEN-ENTRY THRU 5310-EXIT
113400         UNTIL WS-END-OF-GENERATION.
113500     CLOSE GENERATION-FILE.
113600 5300-EXIT.
113700     EXIT.

113900 5310-CHECK-ONE-GEN-ENTRY.
114000     READ GENERATION-FILE
114100         AT END MOVE 'Y' TO WS-GEN-EOF-SWITCH
114200         NOT AT END
114300             MOVE GENERATION-RECORD TO WS-AUDIT-WORK
114400             PERFORM 5500-CHECK-AUDIT-ENTRY THRU 5500-EXIT
114500     END-READ.
114600 5310-EXIT.
114700     EXIT.

114900 5400-CHECK-ONE-LIVE-ENTRY.
115000     READ AUDIT-FILE
115100         AT END MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
115200         NOT AT END
115300             MOVE AUDIT-RECORD TO WS-AUDIT-WORK
115400             PERFORM 5500-CHECK-AUDIT-ENTRY THRU 5500-EXIT
115500     END-READ.
115600 5400-EXIT.
115700     EXIT.

115900*****************************************************************
116000* 5500-CHECK-AUDIT-ENTRY - every record counts toward its
116100* operator's last activity.  Records in the range are checked:
116200* the id must be on the security file and must not have been
116300* revoked, or not yet added, when the record was written.
116400*****************************************************************
116500 5500-CHECK-AUDIT-ENTRY.
116600     IF AUDIT-DATE OF WS-AUDIT-WORK IS NOT NUMERIC
116700         GO TO 5500-EXIT
116800     END-IF.
116900     MOVE AUDIT-OPERATOR-ID OF WS-AUDIT-WORK TO WS-LOOKUP-ID.
117000     MOVE AUDIT-DATE OF WS-AUDIT-WORK TO WS-ACTIVITY-DATE.
117100     PERFORM 7400-NOTE-ACTIVITY THRU 7400-EXIT.
117200     IF AUDIT-DATE OF WS-AUDIT-WORK < WS-FROM-DATE
117300         OR AUDIT-DATE OF WS-AUDIT-WORK > WS-TO-DATE
117400         GO TO 5500-EXIT
117500     END-IF.
117600     ADD 1 TO WS-AUDIT-CHECKED-COUNT.
117700     IF WS-LOOKUP-ID = 'NCOA'
117800         OR WS-LOOKUP-ID = 'INITIAL SETUP'
117900         ADD 1 TO WS-SYSTEM-ID-COUNT
118000         GO TO 5500-EXIT
118100     END-IF.
118200     IF NOT WS-OPERATOR-FOUND
118300         MOVE 'NOT ON THE SECURITY FILE' TO WS-EXCEPTION-REASON
118400         PERFORM 5700-PRINT-EXCEPTION THRU 5700-EXIT
118500         GO TO 5500-EXIT
118600     END-IF.
118700     PERFORM 5600-FIND-STATUS-AT-TIME THRU 5600-EXIT.
118800     EVALUATE TRUE
118900         WHEN WS-STATUS-AT-TIME = 'R'
119000             MOVE 'REVOKED AT THE TIME' TO WS-EXCEPTION-REASON
119100         WHEN NOT WS-EVENT-BEFORE-FOUND
119200             AND WS-FIRST-EVENT-TYPE = 'A'
119300             MOVE 'NOT YET ADDED AT THE TIME'
119400                 TO WS-EXCEPTION-REASON
119500         WHEN OTHER
119600             GO TO 5500-EXIT
119700     END-EVALUATE.
119800     PERFORM 5700-PRINT-EXCEPTION THRU 5700-EXIT.
119900 5500-EXIT.
120000     EXIT.

120200*****************************************************************
120300* 5600-FIND-STATUS-AT-TIME - the status table is in log order,
120400* so the last action on the id at or before the record is the
120500* one in force.  No action before the record means the id
120600* predates the log, unless its first logged action is the add.
120700*****************************************************************
120800 5600-FIND-STATUS-AT-TIME.
120900     MOVE SPACE TO WS-STATUS-AT-TIME.
121000     MOVE SPACE TO WS-FIRST-EVENT-TYPE.
121100     MOVE 'N' TO WS-EVENT-BEFORE-SWITCH.
121200     PERFORM 5610-CHECK-ONE-EVENT THRU 5610-EXIT
121300         VARYING WS-EVT-SUB FROM 1 BY 1
121400         UNTIL WS-EVT-SUB > WS-EVT-USED.
121500 5600-EXIT.
121600     EXIT.

121800 5610-CHECK-ONE-EVENT.
121900     IF WS-EVT-ID (WS-EVT-SUB) NOT = WS-LOOKUP-ID
122000         GO TO 5610-EXIT
122100     END-IF.
122200     IF WS-FIRST-EVENT-TYPE = SPACE
122300         MOVE WS-EVT-TYPE (WS-EVT-SUB) TO WS-FIRST-EVENT-TYPE
122400     END-IF.
122500     IF WS-EVT-DATE (WS-EVT-SUB) > AUDIT-DATE OF WS-AUDIT-WORK
122600         GO TO 5610-EXIT
122700     END-IF.
122800     IF WS-EVT-DATE (WS-EVT-SUB) = AUDIT-DATE OF WS-AUDIT-WORK
122900         AND WS-EVT-TIME (WS-EVT-SUB)
123000             > AUDIT-TIME OF WS-AUDIT-WORK
123100         GO TO 5610-EXIT
123200     END-IF.
123300     MOVE WS-EVT-STATUS (WS-EVT-SUB) TO WS-STATUS-AT-TIME.
123400     MOVE 'Y' TO WS-EVENT-BEFORE-SWITCH.
123500 5610-EXIT.
123600     EXIT.

123800 5700-PRINT-EXCEPTION.
123900     ADD 1 TO WS-EXCEPTION-COUNT.
124000     MOVE AUDIT-OPERATOR-ID OF WS-AUDIT-WORK TO EXC-OPERATOR.
124100     MOVE AUDIT-CUSTOMER-ID OF WS-AUDIT-WORK TO EXC-CUSTOMER-ID.
124200     EVALUATE TRUE
124300         WHEN AUDIT-ACTION-ADD OF WS-AUDIT-WORK
124400             MOVE 'ADD' TO EXC-ACTION
124500         WHEN AUDIT-ACTION-CHANGE OF WS-AUDIT-WORK
124600             MOVE 'CHANGE' TO EXC-ACTION
124700         WHEN AUDIT-ACTION-DELETE OF WS-AUDIT-WORK
124800             MOVE 'DELETE' TO EXC-ACTION
124900         WHEN OTHER
125000             MOVE AUDIT-ACTION OF WS-AUDIT-WORK TO EXC-ACTION
125100     END-EVALUATE.
125200     MOVE AUDIT-DATE OF WS-AUDIT-WORK TO WS-DATE-WORK.
125300     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
125400     MOVE WS-DATE-EDIT TO EXC-DATE.
125500     MOVE AUDIT-TIME OF WS-AUDIT-WORK TO WS-TIME-WORK.
125600     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
125700     MOVE WS-TIME-EDIT TO EXC-TIME.
125800     MOVE WS-EXCEPTION-REASON TO EXC-REASON.
125900     MOVE WS-EXCEPTION-LINE TO WS-PRINT-LINE.
126000     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
126100 5700-EXIT.
126200     EXIT.

126400*****************************************************************
126500* 6000-LIST-DORMANT - active operators with nothing on the log
126600* or the trail since the cutoff, in id order.
126700*****************************************************************
126800 6000-LIST-DORMANT.
126900     PERFORM 6100-CHECK-ONE-DORMANT THRU 6100-EXIT
127000         VARYING WS-OPR-SUB FROM 1 BY 1
127100         UNTIL WS-OPR-SUB > WS-OPR-USED.
127200 6000-EXIT.
127300     EXIT.

127500 6100-CHECK-ONE-DORMANT.
127600     IF WS-OPR-STATUS (WS-OPR-SUB) NOT = 'A'
127700         OR WS-OPR-LAST-DATE (WS-OPR-SUB) NOT < WS-CUTOFF-DATE
127800         GO TO 6100-EXIT
127900     END-IF.
128000     ADD 1 TO WS-DORMANT-COUNT.
128100     MOVE WS-OPR-ID (WS-OPR-SUB) TO DRM-OPERATOR.
128200     MOVE WS-OPR-AUTHORITY (WS-OPR-SUB) TO DRM-AUTHORITY.
128300     IF WS-OPR-LAST-DATE (WS-OPR-SUB) = ZERO
128400         MOVE 'NONE' TO DRM-LAST-ACTIVE
128500         MOVE SPACES TO DRM-DAYS-IDLE
128600     ELSE
128700         MOVE WS-OPR-LAST-DATE (WS-OPR-SUB) TO WS-DATE-WORK
128800         PERFORM 7000-FORMAT-DATE THRU 7000-EXIT
128900         MOVE WS-DATE-EDIT TO DRM-LAST-ACTIVE
129000         MOVE WS-OPR-LAST-DATE (WS-OPR-SUB) TO WS-ACTIVITY-DATE
129100         COMPUTE WS-DAYS-IDLE = WS-TODAY-DAY-NUMBER -
129200             FUNCTION INTEGER-OF-DATE(WS-ACTIVITY-DATE)
129300         MOVE WS-DAYS-IDLE TO WS-DAYS-EDIT
129400         MOVE WS-DAYS-EDIT TO DRM-DAYS-IDLE
129500     END-IF.
129600     MOVE 'REVOKE' TO DRM-ACTION.
129700     MOVE WS-DORMANT-LINE TO WS-PRINT-LINE.
129800     PERFORM 7500-PRINT-LINE THRU 7500-EXIT.
129900 6100-EXIT.
130000     EXIT.

130200*****************************************************************
130300* 7000-FORMAT-DATE - reshape a YYYYMMDD date in WS-DATE-WORK
130400* into MM/DD/YYYY in WS-DATE-EDIT.
130500*****************************************************************
130600 7000-FORMAT-DATE.
130700     MOVE WS-DATE-WORK-MONTH TO WS-DATE-EDIT-MONTH.
130800     MOVE WS-DATE-WORK-DAY TO WS-DATE-EDIT-DAY.
130900     MOVE WS-DATE-WORK-YEAR TO WS-DATE-EDIT-YEAR.
131000 7000-EXIT.
131100     EXIT.

131300 7100-FORMAT-TIME.
131400     MOVE WS-TIME-WORK-HOUR TO WS-TIME-EDIT-HOUR.
131500     MOVE WS-TIME-WORK-MINUTE TO WS-TIME-EDIT-MINUTE.
131600     MOVE WS-TIME-WORK-SECOND TO WS-TIME-EDIT-SECOND.
131700 7100-EXIT.
131800     EXIT.

132000 7200-NAME-STATUS.
132100     EVALUATE WS-STATUS-CODE
132200         WHEN 'A'
132300             MOVE 'A ACTIVE' TO WS-STATUS-WORD
132400         WHEN 'R'
132500             MOVE 'R REVOKED' TO WS-STATUS-WORD
132600         WHEN SPACE
132700             MOVE 'NOT LOGGED' TO WS-STATUS-WORD
132800         WHEN OTHER
132900             MOVE WS-STATUS-CODE TO WS-STATUS-WORD
133000     END-EVALUATE.
133100 7200-EXIT.
133200     EXIT.

133400*****************************************************************
133500* 7300-FIND-OPERATOR - look WS-LOOKUP-ID up in the operator
133600* table; WS-OPR-HIT points at the entry when it is found.
133700*****************************************************************
133800 7300-FIND-OPERATOR.
133900     MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH.
134000     MOVE ZERO TO WS-OPR-HIT.
134100     PERFORM 7310-CHECK-ONE-OPERATOR THRU 7310-EXIT
134200         VARYING WS-OPR-FIND-SUB FROM 1 BY 1
134300         UNTIL WS-OPR-FIND-SUB > WS-OPR-USED
134400             OR WS-OPERATOR-FOUND.
134500 7300-EXIT.
134600     EXIT.

134800 7310-CHECK-ONE-OPERATOR.
134900     IF WS-OPR-ID (WS-OPR-FIND-SUB) = WS-LOOKUP-ID
135000         MOVE 'Y' TO WS-OPERATOR-FOUND-SWITCH
135100         MOVE WS-OPR-FIND-SUB TO WS-OPR-HIT
135200     END-IF.
135300 7310-EXIT.
135400     EXIT.

135600 7400-NOTE-ACTIVITY.
135700     PERFORM 7300-FIND-OPERATOR THRU 7300-EXIT.
135800     IF WS-OPERATOR-FOUND
135900         AND WS-ACTIVITY-DATE > WS-OPR-LAST-DATE (WS-OPR-HIT)
136000         MOVE WS-ACTIVITY-DATE TO WS-OPR-LAST-DATE (WS-OPR-HIT)
136100     END-IF.
136200 7400-EXIT.
136300     EXIT.

136500 7500-PRINT-LINE.
136600     IF WS-PAGE-COUNT = ZERO
136700         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
136800         PERFORM 7600-PRINT-HEADINGS THRU 7600-EXIT
136900     END-IF.
137000     MOVE WS-PRINT-LINE TO REPORT-LINE.
137100     WRITE REPORT-LINE.
137200     ADD 1 TO WS-LINE-COUNT.
137300     ADD 1 TO WS-SECTION-LINES.
137400 7500-EXIT.
137500     EXIT.

137700 7600-PRINT-HEADINGS.
137800     ADD 1 TO WS-PAGE-COUNT.
137900     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
138000     IF WS-PAGE-COUNT > 1
138100         MOVE SPACES TO REPORT-LINE
138200         WRITE REPORT-LINE
138300         WRITE REPORT-LINE AFTER ADVANCING PAGE
138400     END-IF.
138500     MOVE WS-HEADING-1 TO REPORT-LINE.
138600     WRITE REPORT-LINE.
138700     MOVE WS-HEADING-2 TO REPORT-LINE.
138800     WRITE REPORT-LINE.
138900     MOVE SPACES TO REPORT-LINE.
139000     WRITE REPORT-LINE.
139100     MOVE WS-SECTION-TITLE TO REPORT-LINE.
139200     WRITE REPORT-LINE.
139300     MOVE WS-COLUMN-HEADING TO REPORT-LINE.
139400     WRITE REPORT-LINE.
139500     MOVE ZERO TO WS-LINE-COUNT.
139600 7600-EXIT.
139700     EXIT.

139900*****************************************************************
140000* 8000-TERMINATE - close off the dormant section, then the
140100* totals.  Differences, exceptions and dormant operators all
140200* want the security office's attention: return code 4.
140300*****************************************************************
140400 8000-TERMINATE.
140500     IF WS-SECTION-LINES = ZERO
140600         MOVE WS-NONE-LINE TO WS-PRINT-LINE
140700         PERFORM 7500-PRINT-LINE THRU 7500-EXIT
140800     END-IF.
140900     MOVE SPACES TO REPORT-LINE.
141000     WRITE REPORT-LINE.
141100     MOVE 'SECURITY LOG ENTRIES READ:    ' TO GDT-LABEL.
141200     MOVE WS-SIGNLOG-READ-COUNT TO GDT-COUNT.
141300     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
141400     WRITE REPORT-LINE.
141500     MOVE 'SIGN-ONS IN RANGE:            ' TO GDT-LABEL.
141600     MOVE WS-SIGNON-COUNT TO GDT-COUNT.
141700     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
141800     WRITE REPORT-LINE.
141900     MOVE 'FAILED SIGN-ONS:              ' TO GDT-LABEL.
142000     MOVE WS-FAILED-COUNT TO GDT-COUNT.
142100     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
142200     WRITE REPORT-LINE.
142300     MOVE 'RUNS OF REPEATED FAILURES:    ' TO GDT-LABEL.
142400     MOVE WS-REPEAT-RUN-COUNT TO GDT-COUNT.
142500     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
142600     WRITE REPORT-LINE.
142700     MOVE 'BUSY-FLAG OVERRIDES:          ' TO GDT-LABEL.
142800     MOVE WS-OVERRIDE-COUNT TO GDT-COUNT.
142900     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
143000     WRITE REPORT-LINE.
143100     MOVE 'OPERATOR MAINTENANCE ACTIONS: ' TO GDT-LABEL.
143200     MOVE WS-MAINTENANCE-COUNT TO GDT-COUNT.
143300     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
143400     WRITE REPORT-LINE.
143500     MOVE 'MAINTAINED IDS NOT ON FILE:   ' TO GDT-LABEL.
143600     MOVE WS-NOT-ON-FILE-COUNT TO GDT-COUNT.
143700     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
143800     WRITE REPORT-LINE.
143900     MOVE 'FILE/LOG DIFFERENCES:         ' TO GDT-LABEL.
144000     MOVE WS-DIFFERENCE-COUNT TO GDT-COUNT.
144100     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
144200     WRITE REPORT-LINE.
144300     MOVE 'AUDIT RECORDS CHECKED:        ' TO GDT-LABEL.
144400     MOVE WS-AUDIT-CHECKED-COUNT TO GDT-COUNT.
144500     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
144600     WRITE REPORT-LINE.
144700     MOVE 'BY SYSTEM IDS, NOT CHECKED:   ' TO GDT-LABEL.
144800     MOVE WS-SYSTEM-ID-COUNT TO GDT-COUNT.
144900     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
145000     WRITE REPORT-LINE.
145100     MOVE 'AUDIT EXCEPTIONS:             ' TO GDT-LABEL.
145200     MOVE WS-EXCEPTION-COUNT TO GDT-COUNT.
145300     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
145400     WRITE REPORT-LINE.
145500     MOVE 'ACTIVE OPERATORS ON FILE:     ' TO GDT-LABEL.
145600     MOVE WS-ACTIVE-COUNT TO GDT-COUNT.
145700     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
145800     WRITE REPORT-LINE.
145900     MOVE 'DORMANT OPERATORS:            ' TO GDT-LABEL.
146000     MOVE WS-DORMANT-COUNT TO GDT-COUNT.
146100     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
146200     WRITE REPORT-LINE.
146300     IF WS-EVENT-TABLE-FULL
146400         MOVE 'OPERATOR STATUS TABLE FILLED - LATER ACTIONS NOT '
146500             TO REPORT-LINE
146600         WRITE REPORT-LINE
146700         MOVE 'USED IN THE AUDIT TRAIL CHECK' TO REPORT-LINE
146800         WRITE REPORT-LINE
146900     END-IF.
147000     CLOSE REPORT-FILE.
147100     IF RETURN-CODE = ZERO
147200         AND (WS-NOT-ON-FILE-COUNT > ZERO
147300             OR WS-DIFFERENCE-COUNT > ZERO
147400             OR WS-EXCEPTION-COUNT > ZERO
147500             OR WS-DORMANT-COUNT > ZERO
147600             OR WS-EVENT-TABLE-FULL)
147700         MOVE 4 TO RETURN-CODE
147800     END-IF.
147900     DISPLAY 'SECURITY REVIEW COMPLETE - '
148000         WS-EXCEPTION-COUNT ' EXCEPTIONS, '
148100         WS-DORMANT-COUNT ' DORMANT OPERATORS'.
148200 8000-EXIT.
148300     EXIT.

148500 9999-STOP-RUN.
148600     GOBACK.
148700 9999-EXIT.
148800     EXIT.
