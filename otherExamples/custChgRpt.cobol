000100****************************************************************
000200* Program name:    CustChgRpt
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Field-level change history report.  The audit
000900*                  reports and inquiries say that a customer was
001000*                  changed and by whom, not what changed.  Every
001100*                  audit record carries the master image as it
001200*                  stood after the action, so this report pairs
001300*                  each change with the same customer's previous
001400*                  image and prints one line per field that
001500*                  actually differs: field, old value, new value,
001600*                  operator, date and time.  The previous image
001700*                  may be on any older generation, so every
001800*                  generation CustAuditCtl.dat lists is sorted
001900*                  in, with the live CustAudit.dat, into
002000*                  time order within customer; only changes dated
002100*                  inside the requested range print.  The run is
002200*                  for everyone or for one customer id.  A
002300*                  re-add after a delete (CUST-REINSTATE) is
002400*                  compared to the image the customer was
002500*                  deleted with.  ACCOUNT-STATUS changes (A/C/H)
002600*                  are flagged on the detail and listed again in
002700*                  a section of their own for the credit desk.
002800*                  Changes with no earlier image to compare to -
002900*                  the customer's add predates the audit images -
003000*                  print as such rather than guessing.  Report is
003100*                  CustChange.rpt.
003200*
003300* Maintenance history
003400* -------------------------------------------------------------
003500* 2026-10-15  DC  Original version.
003600*
003700****************************************************************
003800 IDENTIFICATION DIVISION.
003900 PROGRAM-ID. CUST-CHG-RPT.
004000 AUTHOR. David Catino.
004100 INSTALLATION. Customer Systems.
004200 DATE-WRITTEN. 10/15/2026.
004300 DATE-COMPILED.
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT AUDIT-CONTROL-FILE ASSIGN TO 'CustAuditCtl.dat'
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CONTROL-FILE-STATUS.
005000     SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-GENERATION-FILE-STATUS.
005300     SELECT AUDIT-FILE ASSIGN TO 'CustAudit.dat'
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-AUDIT-FILE-STATUS.
005600     SELECT SORT-WORK-FILE ASSIGN TO 'CustChgSort.tmp'.
005700     SELECT REPORT-FILE ASSIGN TO 'CustChange.rpt'
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-FILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  AUDIT-CONTROL-FILE.
006300 01  AUDIT-CONTROL-RECORD.
006400     05  ACTL-DATE                 PIC 9(08).
006500     05  ACTL-TIME                 PIC 9(08).
006600     05  ACTL-RECORD-COUNT         PIC 9(08).

006800 FD  GENERATION-FILE.
006900 01  GENERATION-RECORD.
007000     COPY AUDITREC.

007200 FD  AUDIT-FILE.
007300 01  AUDIT-RECORD.
007400     COPY AUDITREC.

007600 SD  SORT-WORK-FILE.
007700 01  SORT-RECORD.
007800     COPY AUDITREC.

008000 FD  REPORT-FILE.
008100 01  REPORT-LINE                   PIC X(132).

008300 WORKING-STORAGE SECTION.
008400 01  WS-CONTROL-FILE-STATUS        PIC X(02).
008500     88  WS-CONTROL-FILE-OK        VALUE '00'.
008600 01  WS-GENERATION-FILE-STATUS     PIC X(02).
008700     88  WS-GENERATION-FILE-OK     VALUE '00'.
008800 01  WS-AUDIT-FILE-STATUS          PIC X(02).
008900     88  WS-AUDIT-FILE-OK          VALUE '00'.
009000 01  WS-REPORT-FILE-STATUS         PIC X(02).
009100     88  WS-REPORT-FILE-OK         VALUE '00'.
009200 01  WS-CONTROL-EOF-SWITCH         PIC X(01) VALUE 'N'.
009300     88  WS-END-OF-CONTROL-FILE    VALUE 'Y'.
009400 01  WS-GEN-EOF-SWITCH             PIC X(01) VALUE 'N'.
009500     88  WS-END-OF-GENERATION      VALUE 'Y'.
009600 01  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
009700     88  WS-END-OF-AUDIT-FILE      VALUE 'Y'.
009800 01  WS-SORT-EOF-SWITCH            PIC X(01) VALUE 'N'.
009900     88  WS-END-OF-SORT            VALUE 'Y'.
010000 01  WS-PRIOR-IMAGE-SWITCH         PIC X(01) VALUE 'N'.
010100     88  WS-PRIOR-IMAGE-HELD       VALUE 'Y'.
010200 01  WS-STATUS-FULL-SWITCH         PIC X(01) VALUE 'N'.
010300     88  WS-STATUS-TABLE-FULL      VALUE 'Y'.
010400 01  WS-PARM-VALID-SWITCH          PIC X(01) VALUE 'N'.
010500     88  WS-PARMS-VALID            VALUE 'Y'.
010600 01  WS-WANTED-ID-X                PIC X(06).
010700 01  WS-WANTED-ID                  PIC 9(06) VALUE ZERO.
010800 01  WS-FROM-DATE-X                PIC X(08).
010900 01  WS-FROM-DATE                  PIC 9(08) VALUE ZERO.
011000 01  WS-TO-DATE-X                  PIC X(08).
011100 01  WS-TO-DATE                    PIC 9(08) VALUE ZERO.
011200 01  WS-GENERATION-FILE-NAME       PIC X(22).
011300 01  WS-GEN-DATE-X                 PIC X(08).
011310 01  WS-LAST-GEN-DATE              PIC 9(08) VALUE ZERO.
011400 01  WS-AUDIT-WORK.
011500     COPY AUDITREC.
011600*    The image the customer held before the record in hand.
011700 01  WS-PRIOR-CUSTOMER-ID          PIC 9(06) VALUE ZERO.
011800 01  WS-PRIOR-IMAGE.
011900     05  WS-PRIOR-FIRST-NAME       PIC X(20).
012000     05  WS-PRIOR-LAST-NAME        PIC X(20).
012100     05  WS-PRIOR-ADDRESS          PIC X(30).
012200     05  WS-PRIOR-CITY             PIC X(15).
012300     05  WS-PRIOR-STATE            PIC X(02).
012400     05  WS-PRIOR-ZIP              PIC X(10).
012500     05  WS-PRIOR-PHONE            PIC X(12).
012600     05  WS-PRIOR-STATUS           PIC X(01).
012700 01  WS-FIELD-NAME                 PIC X(14).
012800 01  WS-OLD-VALUE                  PIC X(30).
012900 01  WS-NEW-VALUE                  PIC X(30).
013000 01  WS-STATUS-CODE                PIC X(01).
013100 01  WS-STATUS-WORD                PIC X(10).
013200 01  WS-RELEASED-COUNT             PIC 9(08) COMP VALUE ZERO.
013300 01  WS-CHANGE-COUNT               PIC 9(08) COMP VALUE ZERO.
013400 01  WS-FIELD-LINE-COUNT           PIC 9(08) COMP VALUE ZERO.
013500 01  WS-NO-PRIOR-COUNT             PIC 9(08) COMP VALUE ZERO.
013600 01  WS-NO-DIFFERENCE-COUNT        PIC 9(08) COMP VALUE ZERO.
013700 01  WS-STATUS-CHANGE-COUNT        PIC 9(08) COMP VALUE ZERO.
013800 01  WS-FIELDS-THIS-CHANGE         PIC 9(04) COMP VALUE ZERO.
013900 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
014000 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
014100 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 50.
014200 01  WS-STS-SUB                    PIC 9(04) COMP VALUE ZERO.
014300 01  WS-STS-USED                   PIC 9(04) COMP VALUE ZERO.
014400 01  WS-STS-MAX                    PIC 9(04) COMP VALUE 500.
014500 01  WS-STATUS-TABLE.
014600     05  WS-STS-ENTRY              OCCURS 500 TIMES.
014700         10  WS-STS-CUSTOMER-ID    PIC 9(06).
014800         10  WS-STS-LAST-NAME      PIC X(20).
014900         10  WS-STS-OLD-STATUS     PIC X(01).
015000         10  WS-STS-NEW-STATUS     PIC X(01).
015100         10  WS-STS-OPERATOR       PIC X(15).
015200         10  WS-STS-DATE           PIC 9(08).
015300         10  WS-STS-TIME           PIC 9(08).
015400 01  WS-CURRENT-DATE.
015500     05  WS-CURRENT-YEAR           PIC 9(04).
015600     05  WS-CURRENT-MONTH          PIC 9(02).
015700     05  WS-CURRENT-DAY            PIC 9(02).
015800 01  WS-REPORT-DATE.
015900     05  WS-REPORT-MONTH           PIC 9(02).
016000     05  FILLER                    PIC X(01) VALUE '/'.
016100     05  WS-REPORT-DAY             PIC 9(02).
016200     05  FILLER                    PIC X(01) VALUE '/'.
016300     05  WS-REPORT-YEAR            PIC 9(04).
016400 01  WS-DATE-WORK.
016500     05  WS-DATE-WORK-YEAR         PIC 9(04).
016600     05  WS-DATE-WORK-MONTH        PIC 9(02).
016700     05  WS-DATE-WORK-DAY          PIC 9(02).
016800 01  WS-DATE-EDIT.
016900     05  WS-DATE-EDIT-MONTH        PIC 9(02).
017000     05  FILLER                    PIC X(01) VALUE '/'.
017100     05  WS-DATE-EDIT-DAY          PIC 9(02).
017200     05  FILLER                    PIC X(01) VALUE '/'.
017300     05  WS-DATE-EDIT-YEAR         PIC 9(04).
017400 01  WS-TIME-WORK.
017500     05  WS-TIME-WORK-HOUR         PIC 9(02).
017600     05  WS-TIME-WORK-MINUTE       PIC 9(02).
017700     05  WS-TIME-WORK-SECOND       PIC 9(02).
017800     05  FILLER                    PIC 9(02).
017900 01  WS-TIME-EDIT.
018000     05  WS-TIME-EDIT-HOUR         PIC 9(02).
018100     05  FILLER                    PIC X(01) VALUE ':'.
018200     05  WS-TIME-EDIT-MINUTE       PIC 9(02).
018300     05  FILLER                    PIC X(01) VALUE ':'.
018400     05  WS-TIME-EDIT-SECOND       PIC 9(02).
018500 01  WS-HEADING-1.
018600     05  FILLER                    PIC X(27) VALUE
018700         'FIELD-LEVEL CHANGE HISTORY'.
018800     05  FILLER                    PIC X(03) VALUE SPACES.
018900     05  FILLER                    PIC X(11) VALUE 'REPORT DATE'.
019000     05  FILLER                    PIC X(01) VALUE SPACES.
019100     05  HDG-REPORT-DATE           PIC X(10).
019200     05  FILLER                    PIC X(05) VALUE SPACES.
019300     05  FILLER                    PIC X(04) VALUE 'PAGE'.
019400     05  FILLER                    PIC X(01) VALUE SPACES.
019500     05  HDG-PAGE-NUMBER           PIC ZZZ9.
019600 01  WS-HEADING-2.
019700     05  FILLER                    PIC X(06) VALUE 'FROM  '.
019800     05  HDG-FROM-DATE             PIC X(10).
019900     05  FILLER                    PIC X(06) VALUE '  TO  '.
020000     05  HDG-TO-DATE               PIC X(10).
020100     05  FILLER                    PIC X(04) VALUE SPACES.
020200     05  HDG-CUSTOMER-LABEL        PIC X(09).
020300     05  HDG-CUSTOMER-ID           PIC X(13).
020400 01  WS-HEADING-3.
020500     05  FILLER                    PIC X(06) VALUE 'CUST #'.
020600     05  FILLER                    PIC X(02) VALUE SPACES.
020700     05  FILLER                    PIC X(14) VALUE 'FIELD'.
020800     05  FILLER                    PIC X(02) VALUE SPACES.
020900     05  FILLER                    PIC X(30) VALUE 'OLD VALUE'.
021000     05  FILLER                    PIC X(02) VALUE SPACES.
021100     05  FILLER                    PIC X(30) VALUE 'NEW VALUE'.
021200     05  FILLER                    PIC X(02) VALUE SPACES.
021300     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
021400     05  FILLER                    PIC X(02) VALUE SPACES.
021500     05  FILLER                    PIC X(10) VALUE 'DATE'.
021600     05  FILLER                    PIC X(02) VALUE SPACES.
021700     05  FILLER                    PIC X(08) VALUE 'TIME'.
021800     05  FILLER                    PIC X(01) VALUE SPACES.
021900     05  FILLER                    PIC X(06) VALUE 'FLAG'.
022000 01  WS-DETAIL-LINE.
022100     05  DTL-CUSTOMER-ID           PIC ZZZZZ9.
022200     05  FILLER                    PIC X(02) VALUE SPACES.
022300     05  DTL-FIELD                 PIC X(14).
022400     05  FILLER                    PIC X(02) VALUE SPACES.
022500     05  DTL-OLD-VALUE             PIC X(30).
022600     05  FILLER                    PIC X(02) VALUE SPACES.
022700     05  DTL-NEW-VALUE             PIC X(30).
022800     05  FILLER                    PIC X(02) VALUE SPACES.
022900     05  DTL-OPERATOR              PIC X(15).
023000     05  FILLER                    PIC X(02) VALUE SPACES.
023100     05  DTL-DATE                  PIC X(10).
023200     05  FILLER                    PIC X(02) VALUE SPACES.
023300     05  DTL-TIME                  PIC X(08).
023400     05  FILLER                    PIC X(01) VALUE SPACES.
023500     05  DTL-FLAG                  PIC X(06).
023600 01  WS-STATUS-HEADING-1.
023700     05  FILLER                    PIC X(42) VALUE
023800         'ACCOUNT STATUS CHANGES FOR THE CREDIT DESK'.
023900 01  WS-STATUS-HEADING-2.
024000     05  FILLER                    PIC X(06) VALUE 'CUST #'.
024100     05  FILLER                    PIC X(02) VALUE SPACES.
024200     05  FILLER                    PIC X(20) VALUE 'LAST NAME'.
024300     05  FILLER                    PIC X(02) VALUE SPACES.
024400     05  FILLER                    PIC X(10) VALUE 'FROM'.
024500     05  FILLER                    PIC X(02) VALUE SPACES.
024600     05  FILLER                    PIC X(10) VALUE 'TO'.
024700     05  FILLER                    PIC X(02) VALUE SPACES.
024800     05  FILLER                    PIC X(15) VALUE 'OPERATOR'.
024900     05  FILLER                    PIC X(02) VALUE SPACES.
025000     05  FILLER                    PIC X(10) VALUE 'DATE'.
025100     05  FILLER                    PIC X(02) VALUE SPACES.
025200     05  FILLER                    PIC X(08) VALUE 'TIME'.
025300 01  WS-STATUS-LINE.
025400     05  STS-CUSTOMER-ID           PIC ZZZZZ9.
025500     05  FILLER                    PIC X(02) VALUE SPACES.
025600     05  STS-LAST-NAME             PIC X(20).
025700     05  FILLER                    PIC X(02) VALUE SPACES.
025800     05  STS-OLD-STATUS            PIC X(10).
025900     05  FILLER                    PIC X(02) VALUE SPACES.
026000     05  STS-NEW-STATUS            PIC X(10).
026100     05  FILLER                    PIC X(02) VALUE SPACES.
026200     05  STS-OPERATOR              PIC X(15).
026300     05  FILLER                    PIC X(02) VALUE SPACES.
026400     05  STS-DATE                  PIC X(10).
026500     05  FILLER                    PIC X(02) VALUE SPACES.
026600     05  STS-TIME                  PIC X(08).
026700 01  WS-GRAND-TOTAL-LINE.
026800     05  GDT-LABEL                 PIC X(30).
026900     05  GDT-COUNT                 PIC ZZZ,ZZZ,ZZ9.
027000 PROCEDURE DIVISION.
027100 0000-MAINLINE.
027200     MOVE ZERO TO RETURN-CODE.
027300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027400     IF RETURN-CODE NOT = ZERO
027500         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
027600         GO TO 9999-STOP-RUN
027700     END-IF.
027800     SORT SORT-WORK-FILE
027900         ASCENDING KEY AUDIT-CUSTOMER-ID OF SORT-RECORD
028000                       AUDIT-DATE OF SORT-RECORD
028100                       AUDIT-TIME OF SORT-RECORD
028200         WITH DUPLICATES IN ORDER
028300         INPUT PROCEDURE IS 2000-RELEASE-AUDIT-TRAIL
028400             THRU 2999-EXIT
028500         OUTPUT PROCEDURE IS 3000-PRINT-CHANGES
028600             THRU 3999-EXIT.
028700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
028800     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

029000*****************************************************************
029100* 1000-INITIALIZE - take the date range and the customer (blank
029200* for everyone), then open the report.
029300*****************************************************************
029400 1000-INITIALIZE.
029500     PERFORM 1100-ASK-PARAMETERS THRU 1100-EXIT
029600         UNTIL WS-PARMS-VALID.
029700     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029800     MOVE WS-CURRENT-MONTH TO WS-REPORT-MONTH.
029900     MOVE WS-CURRENT-DAY TO WS-REPORT-DAY.
030000     MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR.
030100     MOVE WS-REPORT-DATE TO HDG-REPORT-DATE.
030200     MOVE WS-FROM-DATE TO WS-DATE-WORK.
030300     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
030400     MOVE WS-DATE-EDIT TO HDG-FROM-DATE.
030500     MOVE WS-TO-DATE TO WS-DATE-WORK.
030600     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
030700     MOVE WS-DATE-EDIT TO HDG-TO-DATE.
030800     IF WS-WANTED-ID = ZERO
030900         MOVE SPACES TO HDG-CUSTOMER-LABEL
031000         MOVE 'ALL CUSTOMERS' TO HDG-CUSTOMER-ID
031100     ELSE
031200         MOVE 'CUSTOMER ' TO HDG-CUSTOMER-LABEL
031300         MOVE WS-WANTED-ID-X TO HDG-CUSTOMER-ID
031400     END-IF.
031500     OPEN OUTPUT REPORT-FILE.
031600     IF NOT WS-REPORT-FILE-OK
031700         DISPLAY 'ERROR OPENING REPORT FILE, STATUS = '
031800             WS-REPORT-FILE-STATUS
031900         MOVE 16 TO RETURN-CODE
032000         GO TO 1000-EXIT
032100     END-IF.
032200 1000-EXIT.
032300     EXIT.

032500 1070-CLOSE-ON-ABEND.
032600     IF WS-REPORT-FILE-OK
032700         CLOSE REPORT-FILE
032800     END-IF.
032900 1070-EXIT.
033000     EXIT.

033200*****************************************************************
033300* 1100-ASK-PARAMETERS - both dates are required so the report
033400* has a stated range; the customer id is optional.
033500*****************************************************************
033600 1100-ASK-PARAMETERS.
033700     DISPLAY 'FROM DATE (YYYYMMDD): '.
033800     ACCEPT WS-FROM-DATE-X.
033900     IF WS-FROM-DATE-X IS NOT NUMERIC
034000         DISPLAY 'FROM DATE MUST BE ALL DIGITS'
034100         GO TO 1100-EXIT
034200     END-IF.
034300     MOVE WS-FROM-DATE-X TO WS-FROM-DATE.
034400     DISPLAY 'TO DATE (YYYYMMDD): '.
034500     ACCEPT WS-TO-DATE-X.
034600     IF WS-TO-DATE-X IS NOT NUMERIC
034700         DISPLAY 'TO DATE MUST BE ALL DIGITS'
034800         GO TO 1100-EXIT
034900     END-IF.
035000     MOVE WS-TO-DATE-X TO WS-TO-DATE.
035100     IF WS-TO-DATE < WS-FROM-DATE
035200         DISPLAY 'TO DATE IS BEFORE FROM DATE'
035300         GO TO 1100-EXIT
035400     END-IF.
035500     DISPLAY 'CUSTOMER ID (6 DIGITS, BLANK FOR ALL): '.
035600     ACCEPT WS-WANTED-ID-X.
035700     IF WS-WANTED-ID-X = SPACES
035800         OR WS-WANTED-ID-X = LOW-VALUES
035900         MOVE ZERO TO WS-WANTED-ID
036000     ELSE
036100         IF WS-WANTED-ID-X IS NOT NUMERIC
036200             DISPLAY 'CUSTOMER ID MUST BE ALL DIGITS'
036300             GO TO 1100-EXIT
036400         END-IF
036500         MOVE WS-WANTED-ID-X TO WS-WANTED-ID
036600     END-IF.
036700     MOVE 'Y' TO WS-PARM-VALID-SWITCH.
036800 1100-EXIT.
036900     EXIT.

037100*****************************************************************
037200* 2000-RELEASE-AUDIT-TRAIL - input procedure for the sort.  A
037300* change's previous image can sit on any generation, however
037400* old, so every generation the control file lists is read, then
037500* the live trail.  Nothing dated after the range is needed.
037600*****************************************************************
037700 2000-RELEASE-AUDIT-TRAIL.
037800     OPEN INPUT AUDIT-CONTROL-FILE.
037900     IF WS-CONTROL-FILE-STATUS = '35'
038000         GO TO 2050-RELEASE-LIVE-TRAIL
038100     END-IF.
038200     IF NOT WS-CONTROL-FILE-OK
038300         DISPLAY 'ERROR OPENING AUDIT CONTROL FILE, STATUS = '
038400             WS-CONTROL-FILE-STATUS
038500         MOVE 8 TO RETURN-CODE
038600         GO TO 2050-RELEASE-LIVE-TRAIL
038700     END-IF.
038800     PERFORM 2100-TAKE-ONE-GENERATION THRU 2100-EXIT
038900         UNTIL WS-END-OF-CONTROL-FILE.
039000     CLOSE AUDIT-CONTROL-FILE.

039200 2050-RELEASE-LIVE-TRAIL.
039300     OPEN INPUT AUDIT-FILE.
039400     IF NOT WS-AUDIT-FILE-OK
039500         GO TO 2999-EXIT
039600     END-IF.
039700     PERFORM 2300-RELEASE-ONE-LIVE-ENTRY THRU 2300-EXIT
039800         UNTIL WS-END-OF-AUDIT-FILE.
039900     CLOSE AUDIT-FILE.
040000     GO TO 2999-EXIT.

040110*****************************************************************
040120* 2100-TAKE-ONE-GENERATION - a date the control file carries
040130* twice is the same generation and is read only once.
040140*****************************************************************
040200 2100-TAKE-ONE-GENERATION.
040300     READ AUDIT-CONTROL-FILE
040400         AT END MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
040500         NOT AT END
040600             IF ACTL-DATE IS NUMERIC
040650                 AND ACTL-DATE NOT = WS-LAST-GEN-DATE
040700                 PERFORM 2200-RELEASE-ONE-GENERATION
040800                     THRU 2200-EXIT
040900             END-IF
041000     END-READ.
041100 2100-EXIT.
041200     EXIT.

041400 2200-RELEASE-ONE-GENERATION.
041450     MOVE ACTL-DATE TO WS-LAST-GEN-DATE.
041500     MOVE ACTL-DATE TO WS-GEN-DATE-X.
041600     MOVE SPACES TO WS-GENERATION-FILE-NAME.
041700     STRING 'CustAudit.' DELIMITED BY SIZE
041800            WS-GEN-DATE-X DELIMITED BY SIZE
041900            '.dat' DELIMITED BY SIZE
042000         INTO WS-GENERATION-FILE-NAME.
042100     MOVE 'N' TO WS-GEN-EOF-SWITCH.
042200     OPEN INPUT GENERATION-FILE.
042300     IF NOT WS-GENERATION-FILE-OK
042400         DISPLAY 'CANNOT OPEN AUDIT GENERATION '
042500             WS-GENERATION-FILE-NAME ', STATUS = '
042600             WS-GENERATION-FILE-STATUS
042700         MOVE 8 TO RETURN-CODE
042800         GO TO 2200-EXIT
042900     END-IF.
043000     PERFORM 2210-RELEASE-ONE-GEN-ENTRY THRU 2210-EXIT
043100         UNTIL WS-END-OF-GENERATION.
043200     CLOSE GENERATION-FILE.
043300 2200-EXIT.
043400     EXIT.

043600 2210-RELEASE-ONE-GEN-ENTRY.
043700     READ GENERATION-FILE
043800         AT END MOVE 'Y' TO WS-GEN-EOF-SWITCH
043900         NOT AT END
044000             MOVE GENERATION-RECORD TO WS-AUDIT-WORK
044100             PERFORM 2400-RELEASE-IF-WANTED THRU 2400-EXIT
044200     END-READ.
044300 2210-EXIT.
044400     EXIT.

044600 2300-RELEASE-ONE-LIVE-ENTRY.
044700     READ AUDIT-FILE
044800         AT END MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
044900         NOT AT END
045000             MOVE AUDIT-RECORD TO WS-AUDIT-WORK
045100             PERFORM 2400-RELEASE-IF-WANTED THRU 2400-EXIT
045200     END-READ.
045300 2300-EXIT.
045400     EXIT.

045600 2400-RELEASE-IF-WANTED.
045700     IF AUDIT-CUSTOMER-ID OF WS-AUDIT-WORK IS NOT NUMERIC
045800         OR AUDIT-DATE OF WS-AUDIT-WORK IS NOT NUMERIC
045900         GO TO 2400-EXIT
046000     END-IF.
046100     IF AUDIT-DATE OF WS-AUDIT-WORK > WS-TO-DATE
046200         GO TO 2400-EXIT
046300     END-IF.
046400     IF WS-WANTED-ID NOT = ZERO
046500         AND AUDIT-CUSTOMER-ID OF WS-AUDIT-WORK
046600             NOT = WS-WANTED-ID
046700         GO TO 2400-EXIT
046800     END-IF.
046900     MOVE WS-AUDIT-WORK TO SORT-RECORD.
047000     RELEASE SORT-RECORD.
047100     ADD 1 TO WS-RELEASED-COUNT.
047200 2400-EXIT.
047300     EXIT.

047500 2999-END-OF-INPUT.
047600 2999-EXIT.
047700     EXIT.

047900*****************************************************************
048000* 3000-PRINT-CHANGES - output procedure for the sort.  Records
048100* come back in time order within customer; each one's image
048200* becomes the previous image for the next, and changes dated in
048300* the range are compared field by field.
048400*****************************************************************
048500 3000-PRINT-CHANGES.
048600     PERFORM 3100-GET-SORTED-RECORD THRU 3100-EXIT
048700         UNTIL WS-END-OF-SORT.
048800     GO TO 3999-EXIT.

049000 3100-GET-SORTED-RECORD.
049100     RETURN SORT-WORK-FILE
049200         AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
049300         NOT AT END
049400             PERFORM 3200-PAIR-WITH-PRIOR THRU 3200-EXIT
049500     END-RETURN.
049600 3100-EXIT.
049700     EXIT.

049900*****************************************************************
050000* 3200-PAIR-WITH-PRIOR - a new customer starts with no previous
050100* image.  Changes, and re-adds after a delete, are reported when
050200* they fall in the range; the record's own image is then held as
050300* the previous image.  A record written before the audit images
050400* existed has a blank image and cannot be held.
050500*****************************************************************
050600 3200-PAIR-WITH-PRIOR.
050700     IF AUDIT-CUSTOMER-ID OF SORT-RECORD
050800             NOT = WS-PRIOR-CUSTOMER-ID
050900         MOVE 'N' TO WS-PRIOR-IMAGE-SWITCH
051000         MOVE AUDIT-CUSTOMER-ID OF SORT-RECORD
051100             TO WS-PRIOR-CUSTOMER-ID
051200     END-IF.
051300     IF AUDIT-DATE OF SORT-RECORD NOT < WS-FROM-DATE
051400         IF AUDIT-ACTION-CHANGE OF SORT-RECORD
051500             OR (AUDIT-ACTION-ADD OF SORT-RECORD
051600                 AND WS-PRIOR-IMAGE-HELD)
051700             PERFORM 4000-REPORT-ONE-CHANGE THRU 4000-EXIT
051800         END-IF
051900     END-IF.
052000     IF AUDIT-RECORD-IMAGE OF SORT-RECORD NOT = SPACES
052100         MOVE AUDIT-RECORD-IMAGE OF SORT-RECORD
052200             TO WS-PRIOR-IMAGE
052300         MOVE 'Y' TO WS-PRIOR-IMAGE-SWITCH
052400     ELSE
052500         MOVE 'N' TO WS-PRIOR-IMAGE-SWITCH
052600     END-IF.
052700 3200-EXIT.
052800     EXIT.

053000 3999-END-OF-OUTPUT.
053100 3999-EXIT.
053200     EXIT.

053400*****************************************************************
053500* 4000-REPORT-ONE-CHANGE - one line per field that differs from
053600* the previous image.  No previous image, or no image on the
053700* change itself, prints a single line saying so.
053800*****************************************************************
053900 4000-REPORT-ONE-CHANGE.
054000     ADD 1 TO WS-CHANGE-COUNT.
054100     MOVE ZERO TO WS-FIELDS-THIS-CHANGE.
054200     IF NOT WS-PRIOR-IMAGE-HELD
054300         OR AUDIT-RECORD-IMAGE OF SORT-RECORD = SPACES
054400         ADD 1 TO WS-NO-PRIOR-COUNT
054500         MOVE 'NOT COMPARED' TO WS-FIELD-NAME
054600         IF AUDIT-RECORD-IMAGE OF SORT-RECORD = SPACES
054700             MOVE 'CHANGE CARRIES NO IMAGE' TO WS-OLD-VALUE
054800         ELSE
054900             MOVE 'NO EARLIER IMAGE ON FILE' TO WS-OLD-VALUE
055000         END-IF
055100         MOVE SPACES TO WS-NEW-VALUE
055200         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
055300         GO TO 4000-EXIT
055400     END-IF.
055500     IF AUDIT-IMAGE-FIRST-NAME OF SORT-RECORD
055600             NOT = WS-PRIOR-FIRST-NAME
055700         MOVE 'FIRST NAME' TO WS-FIELD-NAME
055800         MOVE WS-PRIOR-FIRST-NAME TO WS-OLD-VALUE
055900         MOVE AUDIT-IMAGE-FIRST-NAME OF SORT-RECORD
056000             TO WS-NEW-VALUE
056100         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
056200     END-IF.
056300     IF AUDIT-IMAGE-LAST-NAME OF SORT-RECORD
056400             NOT = WS-PRIOR-LAST-NAME
056500         MOVE 'LAST NAME' TO WS-FIELD-NAME
056600         MOVE WS-PRIOR-LAST-NAME TO WS-OLD-VALUE
056700         MOVE AUDIT-IMAGE-LAST-NAME OF SORT-RECORD
056800             TO WS-NEW-VALUE
056900         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
057000     END-IF.
057100     IF AUDIT-IMAGE-ADDRESS OF SORT-RECORD
057200             NOT = WS-PRIOR-ADDRESS
057300         MOVE 'ADDRESS' TO WS-FIELD-NAME
057400         MOVE WS-PRIOR-ADDRESS TO WS-OLD-VALUE
057500         MOVE AUDIT-IMAGE-ADDRESS OF SORT-RECORD
057600             TO WS-NEW-VALUE
057700         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
057800     END-IF.
057900     IF AUDIT-IMAGE-CITY OF SORT-RECORD
058000             NOT = WS-PRIOR-CITY
058100         MOVE 'CITY' TO WS-FIELD-NAME
058200         MOVE WS-PRIOR-CITY TO WS-OLD-VALUE
058300         MOVE AUDIT-IMAGE-CITY OF SORT-RECORD
058400             TO WS-NEW-VALUE
058500         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
058600     END-IF.
058700     IF AUDIT-IMAGE-STATE OF SORT-RECORD
058800             NOT = WS-PRIOR-STATE
058900         MOVE 'STATE' TO WS-FIELD-NAME
059000         MOVE WS-PRIOR-STATE TO WS-OLD-VALUE
059100         MOVE AUDIT-IMAGE-STATE OF SORT-RECORD
059200             TO WS-NEW-VALUE
059300         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
059400     END-IF.
059500     IF AUDIT-IMAGE-ZIP OF SORT-RECORD
059600             NOT = WS-PRIOR-ZIP
059700         MOVE 'ZIP' TO WS-FIELD-NAME
059800         MOVE WS-PRIOR-ZIP TO WS-OLD-VALUE
059900         MOVE AUDIT-IMAGE-ZIP OF SORT-RECORD
060000             TO WS-NEW-VALUE
060100         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
060200     END-IF.
060300     IF AUDIT-IMAGE-PHONE OF SORT-RECORD
060400             NOT = WS-PRIOR-PHONE
060500         MOVE 'PHONE' TO WS-FIELD-NAME
060600         MOVE WS-PRIOR-PHONE TO WS-OLD-VALUE
060700         MOVE AUDIT-IMAGE-PHONE OF SORT-RECORD
060800             TO WS-NEW-VALUE
060900         PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT
061000     END-IF.
061100     IF AUDIT-IMAGE-STATUS OF SORT-RECORD
061200             NOT = WS-PRIOR-STATUS
061300         PERFORM 4200-REPORT-STATUS-CHANGE THRU 4200-EXIT
061400     END-IF.
061500     IF WS-FIELDS-THIS-CHANGE = ZERO
061600         ADD 1 TO WS-NO-DIFFERENCE-COUNT
061700     END-IF.
061800 4000-EXIT.
061900     EXIT.

062100 4100-PRINT-FIELD-LINE.
062200     IF WS-PAGE-COUNT = ZERO
062300         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
062400         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
062500     END-IF.
062600     MOVE SPACES TO WS-DETAIL-LINE.
062700     MOVE AUDIT-CUSTOMER-ID OF SORT-RECORD TO DTL-CUSTOMER-ID.
062800     MOVE WS-FIELD-NAME TO DTL-FIELD.
062900     MOVE WS-OLD-VALUE TO DTL-OLD-VALUE.
063000     MOVE WS-NEW-VALUE TO DTL-NEW-VALUE.
063100     MOVE AUDIT-OPERATOR-ID OF SORT-RECORD TO DTL-OPERATOR.
063200     MOVE AUDIT-DATE OF SORT-RECORD TO WS-DATE-WORK.
063300     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
063400     MOVE WS-DATE-EDIT TO DTL-DATE.
063500     PERFORM 7100-FORMAT-TIME THRU 7100-EXIT.
063600     MOVE WS-TIME-EDIT TO DTL-TIME.
063700     IF WS-FIELD-NAME = 'ACCOUNT STATUS'
063800         MOVE 'STATUS' TO DTL-FLAG
063900     END-IF.
064000     MOVE WS-DETAIL-LINE TO REPORT-LINE.
064100     WRITE REPORT-LINE.
064200     ADD 1 TO WS-LINE-COUNT.
064300     ADD 1 TO WS-FIELD-LINE-COUNT.
064400     ADD 1 TO WS-FIELDS-THIS-CHANGE.
064500 4100-EXIT.
064600     EXIT.

064800*****************************************************************
064900* 4200-REPORT-STATUS-CHANGE - print the status line, flagged,
065000* and hold it for the credit desk's section at the end.
065100*****************************************************************
065200 4200-REPORT-STATUS-CHANGE.
065300     ADD 1 TO WS-STATUS-CHANGE-COUNT.
065400     MOVE 'ACCOUNT STATUS' TO WS-FIELD-NAME.
065500     MOVE WS-PRIOR-STATUS TO WS-STATUS-CODE.
065600     PERFORM 7200-NAME-STATUS THRU 7200-EXIT.
065700     MOVE WS-STATUS-WORD TO WS-OLD-VALUE.
065800     MOVE AUDIT-IMAGE-STATUS OF SORT-RECORD TO WS-STATUS-CODE.
065900     PERFORM 7200-NAME-STATUS THRU 7200-EXIT.
066000     MOVE WS-STATUS-WORD TO WS-NEW-VALUE.
066100     PERFORM 4100-PRINT-FIELD-LINE THRU 4100-EXIT.
066200     IF WS-STS-USED >= WS-STS-MAX
066300         IF NOT WS-STATUS-TABLE-FULL
066400             DISPLAY 'STATUS CHANGE TABLE FULL - FURTHER '
066500                 'CHANGES ON THE DETAIL ONLY'
066600             MOVE 'Y' TO WS-STATUS-FULL-SWITCH
066700         END-IF
066800         GO TO 4200-EXIT
066900     END-IF.
067000     ADD 1 TO WS-STS-USED.
067100     MOVE WS-STS-USED TO WS-STS-SUB.
067200     MOVE AUDIT-CUSTOMER-ID OF SORT-RECORD
067300         TO WS-STS-CUSTOMER-ID (WS-STS-SUB).
067400     MOVE AUDIT-IMAGE-LAST-NAME OF SORT-RECORD
067500         TO WS-STS-LAST-NAME (WS-STS-SUB).
067600     MOVE WS-PRIOR-STATUS TO WS-STS-OLD-STATUS (WS-STS-SUB).
067700     MOVE AUDIT-IMAGE-STATUS OF SORT-RECORD
067800         TO WS-STS-NEW-STATUS (WS-STS-SUB).
067900     MOVE AUDIT-OPERATOR-ID OF SORT-RECORD
068000         TO WS-STS-OPERATOR (WS-STS-SUB).
068100     MOVE AUDIT-DATE OF SORT-RECORD TO WS-STS-DATE (WS-STS-SUB).
068200     MOVE AUDIT-TIME OF SORT-RECORD TO WS-STS-TIME (WS-STS-SUB).
068300 4200-EXIT.
068400     EXIT.

068600 4300-PRINT-HEADINGS.
068700     ADD 1 TO WS-PAGE-COUNT.
068800     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
068900     IF WS-PAGE-COUNT > 1
069000         MOVE SPACES TO REPORT-LINE
069100         WRITE REPORT-LINE
069200         WRITE REPORT-LINE AFTER ADVANCING PAGE
069300     END-IF.
069400     MOVE WS-HEADING-1 TO REPORT-LINE.
069500     WRITE REPORT-LINE.
069600     MOVE WS-HEADING-2 TO REPORT-LINE.
069700     WRITE REPORT-LINE.
069800     MOVE SPACES TO REPORT-LINE.
069900     WRITE REPORT-LINE.
070000     MOVE WS-HEADING-3 TO REPORT-LINE.
070100     WRITE REPORT-LINE.
070200     MOVE ZERO TO WS-LINE-COUNT.
070300 4300-EXIT.
070400     EXIT.

070600*****************************************************************
070700* 7000-FORMAT-DATE - reshape a YYYYMMDD date in WS-DATE-WORK
070800* into MM/DD/YYYY in WS-DATE-EDIT.
070900*****************************************************************
071000 7000-FORMAT-DATE.
071100     MOVE WS-DATE-WORK-MONTH TO WS-DATE-EDIT-MONTH.
071200     MOVE WS-DATE-WORK-DAY TO WS-DATE-EDIT-DAY.
071300     MOVE WS-DATE-WORK-YEAR TO WS-DATE-EDIT-YEAR.
071400 7000-EXIT.
071500     EXIT.

071700 7100-FORMAT-TIME.
071800     MOVE AUDIT-TIME OF SORT-RECORD TO WS-TIME-WORK.
071900     MOVE WS-TIME-WORK-HOUR TO WS-TIME-EDIT-HOUR.
072000     MOVE WS-TIME-WORK-MINUTE TO WS-TIME-EDIT-MINUTE.
072100     MOVE WS-TIME-WORK-SECOND TO WS-TIME-EDIT-SECOND.
072200 7100-EXIT.
072300     EXIT.

072500 7200-NAME-STATUS.
072600     EVALUATE WS-STATUS-CODE
072700         WHEN 'A'
072800             MOVE 'A ACTIVE' TO WS-STATUS-WORD
072900         WHEN 'C'
073000             MOVE 'C CLOSED' TO WS-STATUS-WORD
073100         WHEN 'H'
073200             MOVE 'H HOLD' TO WS-STATUS-WORD
073300         WHEN OTHER
073500             MOVE WS-STATUS-CODE TO WS-STATUS-WORD
073600     END-EVALUATE.
073700 7200-EXIT.
073800     EXIT.

074000*****************************************************************
074100* 8000-TERMINATE - the credit desk's status section, then the
074200* totals.
074300*****************************************************************
074400 8000-TERMINATE.
074500     IF WS-PAGE-COUNT = ZERO
074600         PERFORM 4300-PRINT-HEADINGS THRU 4300-EXIT
074700     END-IF.
074800     MOVE SPACES TO REPORT-LINE.
074900     WRITE REPORT-LINE.
075000     WRITE REPORT-LINE AFTER ADVANCING PAGE.
075100     MOVE WS-STATUS-HEADING-1 TO REPORT-LINE.
075200     WRITE REPORT-LINE.
075300     MOVE WS-HEADING-2 TO REPORT-LINE.
075400     WRITE REPORT-LINE.
075500     MOVE SPACES TO REPORT-LINE.
075600     WRITE REPORT-LINE.
075700     MOVE WS-STATUS-HEADING-2 TO REPORT-LINE.
075800     WRITE REPORT-LINE.
075900     PERFORM 8100-PRINT-STATUS-LINE THRU 8100-EXIT
076000         VARYING WS-STS-SUB FROM 1 BY 1
076100         UNTIL WS-STS-SUB > WS-STS-USED.
076200     MOVE SPACES TO REPORT-LINE.
076300     WRITE REPORT-LINE.
076400     MOVE 'AUDIT RECORDS READ:           ' TO GDT-LABEL.
076500     MOVE WS-RELEASED-COUNT TO GDT-COUNT.
076600     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
076700     WRITE REPORT-LINE.
076800     MOVE 'CHANGES IN RANGE:             ' TO GDT-LABEL.
076900     MOVE WS-CHANGE-COUNT TO GDT-COUNT.
077000     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
077100     WRITE REPORT-LINE.
077200     MOVE 'FIELD CHANGES PRINTED:        ' TO GDT-LABEL.
077300     MOVE WS-FIELD-LINE-COUNT TO GDT-COUNT.
077400     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
077500     WRITE REPORT-LINE.
077600     MOVE 'STATUS CHANGES:               ' TO GDT-LABEL.
077700     MOVE WS-STATUS-CHANGE-COUNT TO GDT-COUNT.
077800     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
077900     WRITE REPORT-LINE.
078000     MOVE 'CHANGES NOT COMPARED:         ' TO GDT-LABEL.
078100     MOVE WS-NO-PRIOR-COUNT TO GDT-COUNT.
078200     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
078300     WRITE REPORT-LINE.
078400     MOVE 'CHANGES WITH NO DIFFERENCE:   ' TO GDT-LABEL.
078500     MOVE WS-NO-DIFFERENCE-COUNT TO GDT-COUNT.
078600     MOVE WS-GRAND-TOTAL-LINE TO REPORT-LINE.
078700     WRITE REPORT-LINE.
078800     CLOSE REPORT-FILE.
078900     DISPLAY 'CHANGE HISTORY REPORT COMPLETE - '
079000         WS-CHANGE-COUNT ' CHANGES, '
079100         WS-FIELD-LINE-COUNT ' FIELD LINES'.
079200 8000-EXIT.
079300     EXIT.

079500 8100-PRINT-STATUS-LINE.
079600     MOVE WS-STS-CUSTOMER-ID (WS-STS-SUB) TO STS-CUSTOMER-ID.
079700     MOVE WS-STS-LAST-NAME (WS-STS-SUB) TO STS-LAST-NAME.
079800     MOVE WS-STS-OLD-STATUS (WS-STS-SUB) TO WS-STATUS-CODE.
079900     PERFORM 7200-NAME-STATUS THRU 7200-EXIT.
080000     MOVE WS-STATUS-WORD TO STS-OLD-STATUS.
080100     MOVE WS-STS-NEW-STATUS (WS-STS-SUB) TO WS-STATUS-CODE.
080200     PERFORM 7200-NAME-STATUS THRU 7200-EXIT.
080300     MOVE WS-STATUS-WORD TO STS-NEW-STATUS.
080400     MOVE WS-STS-OPERATOR (WS-STS-SUB) TO STS-OPERATOR.
080500     MOVE WS-STS-DATE (WS-STS-SUB) TO WS-DATE-WORK.
080600     PERFORM 7000-FORMAT-DATE THRU 7000-EXIT.
080700     MOVE WS-DATE-EDIT TO STS-DATE.
080800     MOVE WS-STS-TIME (WS-STS-SUB) TO WS-TIME-WORK.
080900     MOVE WS-TIME-WORK-HOUR TO WS-TIME-EDIT-HOUR.
081000     MOVE WS-TIME-WORK-MINUTE TO WS-TIME-EDIT-MINUTE.
081100     MOVE WS-TIME-WORK-SECOND TO WS-TIME-EDIT-SECOND.
081200     MOVE WS-TIME-EDIT TO STS-TIME.
081300     MOVE WS-STATUS-LINE TO REPORT-LINE.
081400     WRITE REPORT-LINE.
081500 8100-EXIT.
081600     EXIT.

081700 9999-STOP-RUN.
081800     GOBACK.
081900 9999-EXIT.
082000     EXIT.
