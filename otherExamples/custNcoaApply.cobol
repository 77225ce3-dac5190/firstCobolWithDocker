000100****************************************************************
000200* Program name:    CustNcoaApply
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Applies the postal change-of-address return
000900*                  file CustNcoaRet.dat (NCOAREC) that comes
001000*                  back from the service after CUST-NCOA-EXTRACT.
001100*                  The supervisor signs on through
001200*                  INPUT-AUTH-ENTRY (maintenance authority,
001300*                  level 3).  The return is proved against its
001400*                  trailer count before anything is applied; a
001500*                  file that does not prove is refused whole.
001600*                  Each full match with a complete forwarding
001700*                  address becomes a change transaction (TRANREC)
001800*                  on CustTran.dat carrying the master record
001900*                  with the new address, city, state and ZIP and
002000*                  TRAN-SOURCE 'NCOA', so it goes through
002100*                  CUST-EDIT's state and ZIP edits like any keyed
002200*                  change and FILE-CREATE audits it under NCOA
002300*                  rather than an operator.  Partial matches,
002400*                  moves with no forwarding address, customers
002500*                  no longer on the master or no longer active,
002600*                  masters whose address changed since the
002700*                  extract, and incomplete forwarding addresses
002800*                  are not applied - they print on the review
002900*                  report CustNcoaRev.rpt with the reason, beside
002910*                  every change queued.  So are customers who
002920*                  already have a transaction waiting on
002930*                  CustTran.dat: the change queued here carries
002940*                  the whole master record and, applied after
002950*                  it, would undo the waiting one.  Return
003000*                  codes: 0 = clean, 4 = items left for review,
003100*                  8 = return file not proved, 12 = refused,
003200*                  16 = file error.
003300*                  The system-busy flag is honored the way
003400*                  CUST-ENTRY honors it, with an override logged
003500*                  to the security log.
003600*
003700* Maintenance history
003800* -------------------------------------------------------------
003900* 2026-10-15  DC  Original version.
004000*
004100****************************************************************
004200 IDENTIFICATION DIVISION.
004300 PROGRAM-ID. CUST-NCOA-APPLY.
004400 AUTHOR. David Catino.
004500 INSTALLATION. Customer Systems.
004600 DATE-WRITTEN. 10/15/2026.
004700 DATE-COMPILED.
004800 ENVIRONMENT DIVISION.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT CUSTOMER-FILE ASSIGN TO 'Customers.dax'
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
005500         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
005600     SELECT NCOA-RET-FILE ASSIGN TO 'CustNcoaRet.dat'
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-NCOA-RET-FILE-STATUS.
005900     SELECT TRANSACTION-FILE ASSIGN TO 'CustTran.dat'
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-TRANSACTION-FILE-STATUS.
006200     SELECT REVIEW-FILE ASSIGN TO 'CustNcoaRev.rpt'
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REVIEW-FILE-STATUS.
006500     SELECT BUSY-FILE ASSIGN TO 'CustBusy.dat'
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-BUSY-FILE-STATUS.
006800     SELECT SIGNLOG-FILE ASSIGN TO 'CustSignLog.dat'
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SIGNLOG-FILE-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CUSTOMER-FILE.
007400 01  CUSTOMER-RECORD.
007500     COPY CUSTREC.

007700 FD  NCOA-RET-FILE.
007800 01  NCOA-RET-RECORD.
007900     COPY NCOAREC.

008100 FD  TRANSACTION-FILE.
008200 01  TRANSACTION-RECORD.
008300     COPY TRANREC.

008500 FD  REVIEW-FILE.
008600 01  REVIEW-LINE                   PIC X(132).

008800 FD  BUSY-FILE.
008900 01  BUSY-RECORD.
009000     COPY BUSYREC.

009200 FD  SIGNLOG-FILE.
009300 01  SIGNLOG-RECORD.
009400     COPY SIGNREC.

009600 WORKING-STORAGE SECTION.
009700 01  WS-OPERATOR-ID                PIC X(15).
009800 01  WS-OPERATOR-AUTHORITY         PIC 9(01) VALUE ZERO.
009900 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
010000     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
010100 01  WS-NCOA-RET-FILE-STATUS       PIC X(02).
010200     88  WS-NCOA-RET-FILE-OK       VALUE '00'.
010300 01  WS-TRANSACTION-FILE-STATUS    PIC X(02).
010400     88  WS-TRANSACTION-FILE-OK    VALUE '00'.
010500 01  WS-REVIEW-FILE-STATUS         PIC X(02).
010600     88  WS-REVIEW-FILE-OK         VALUE '00'.
010700 01  WS-BUSY-FILE-STATUS           PIC X(02).
010800     88  WS-BUSY-FILE-OK           VALUE '00'.
010900 01  WS-SIGNLOG-FILE-STATUS        PIC X(02).
011000     88  WS-SIGNLOG-FILE-OK        VALUE '00'.
011100 01  WS-OVERRIDE-ANSWER            PIC X(01).
011200 01  WS-OVERRIDE-DATE              PIC 9(08) VALUE ZERO.
011300 01  WS-OVERRIDE-TIME              PIC 9(08) VALUE ZERO.
011400 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
011500     88  WS-END-OF-RETURN-FILE     VALUE 'Y'.
011600 01  WS-TRAILER-SEEN-SWITCH        PIC X(01) VALUE 'N'.
011700     88  WS-TRAILER-SEEN           VALUE 'Y'.
011800 01  WS-PROVED-SWITCH              PIC X(01) VALUE 'N'.
011900     88  WS-RETURN-PROVED          VALUE 'Y'.
012000 01  WS-TRAN-OPEN-SWITCH           PIC X(01) VALUE 'N'.
012100     88  WS-TRAN-FILE-OPENED       VALUE 'Y'.
012200 01  WS-PROVE-MESSAGE              PIC X(40) VALUE SPACES.
012300 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
012400 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
012500     05  WS-RUN-YEAR               PIC 9(04).
012600     05  WS-RUN-MONTH              PIC 9(02).
012700     05  WS-RUN-DAY                PIC 9(02).
012800 01  WS-TRAILER-COUNT              PIC 9(06) VALUE ZERO.
012900 01  WS-TRAILER-DATE               PIC 9(08) VALUE ZERO.
013000 01  WS-PROVE-COUNT                PIC 9(06) COMP VALUE ZERO.
013100 01  WS-AFTER-TRAILER-COUNT        PIC 9(06) COMP VALUE ZERO.
013200 01  WS-DETAIL-COUNT               PIC 9(06) COMP VALUE ZERO.
013300 01  WS-NO-MOVE-COUNT              PIC 9(06) COMP VALUE ZERO.
013400 01  WS-QUEUED-COUNT               PIC 9(06) COMP VALUE ZERO.
013500 01  WS-CURRENT-COUNT              PIC 9(06) COMP VALUE ZERO.
013600 01  WS-PARTIAL-COUNT              PIC 9(06) COMP VALUE ZERO.
013700 01  WS-NO-FORWARD-COUNT           PIC 9(06) COMP VALUE ZERO.
013800 01  WS-OTHER-REVIEW-COUNT         PIC 9(06) COMP VALUE ZERO.
013900 01  WS-REVIEW-REASON              PIC X(30) VALUE SPACES.
013910 01  WS-QUEUED-EOF-SWITCH          PIC X(01) VALUE 'N'.
013920     88  WS-END-OF-QUEUED          VALUE 'Y'.
013930 01  WS-QUEUED-FULL-SWITCH         PIC X(01) VALUE 'N'.
013940     88  WS-QUEUED-TABLE-FULL      VALUE 'Y'.
013950 01  WS-QUEUED-FOUND-SWITCH        PIC X(01) VALUE 'N'.
013960     88  WS-CUSTOMER-QUEUED        VALUE 'Y'.
013965*    Customers with a transaction already waiting on CustTran.dat.
013970 01  WS-QUEUED-ID                  PIC 9(06) VALUE ZERO.
013975 01  WS-QUEUED-SUB                 PIC 9(04) COMP VALUE ZERO.
013980 01  WS-QUEUED-USED                PIC 9(04) COMP VALUE ZERO.
013985 01  WS-QUEUED-MAX                 PIC 9(04) COMP VALUE 1000.
013990 01  WS-QUEUED-TABLE.
013995     05  WS-QUEUED-CUSTOMER-ID     PIC 9(06) OCCURS 1000 TIMES.
014000 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
014100 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
014200 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 50.
014300 01  WS-REPORT-DATE.
014400     05  WS-REPORT-MONTH           PIC 9(02).
014500     05  FILLER                    PIC X(01) VALUE '/'.
014600     05  WS-REPORT-DAY             PIC 9(02).
014700     05  FILLER                    PIC X(01) VALUE '/'.
014800     05  WS-REPORT-YEAR            PIC 9(04).
014900 01  WS-HEADING-1.
015000     05  FILLER                    PIC X(30) VALUE
015100         'NCOA CHANGE-OF-ADDRESS REVIEW'.
015200     05  FILLER                    PIC X(04) VALUE SPACES.
015300     05  FILLER                    PIC X(11) VALUE 'REPORT DATE'.
015400     05  FILLER                    PIC X(01) VALUE SPACES.
015500     05  HDG-REPORT-DATE           PIC X(10).
015600     05  FILLER                    PIC X(03) VALUE SPACES.
015700     05  FILLER                    PIC X(04) VALUE 'PAGE'.
015800     05  FILLER                    PIC X(01) VALUE SPACES.
015900     05  HDG-PAGE-NUMBER           PIC ZZZ9.
016000 01  WS-HEADING-2.
016100     05  FILLER                    PIC X(18) VALUE
016200         'SERVICE FILE DATE '.
016300     05  HDG-FILE-DATE             PIC X(08).
016400     05  FILLER                    PIC X(03) VALUE SPACES.
016500     05  FILLER                    PIC X(11) VALUE 'SUPERVISOR '.
016600     05  HDG-OPERATOR              PIC X(15).
016700 01  WS-HEADING-3.
016800     05  FILLER                    PIC X(06) VALUE 'CUST #'.
016900     05  FILLER                    PIC X(02) VALUE SPACES.
017000     05  FILLER                    PIC X(15) VALUE 'LAST NAME'.
017100     05  FILLER                    PIC X(02) VALUE SPACES.
017200     05  FILLER                    PIC X(02) VALUE 'MC'.
017300     05  FILLER                    PIC X(02) VALUE SPACES.
017400     05  FILLER                    PIC X(04) VALUE SPACES.
017500     05  FILLER                    PIC X(30) VALUE 'ADDRESS'.
017600     05  FILLER                    PIC X(02) VALUE SPACES.
017700     05  FILLER                    PIC X(15) VALUE 'CITY'.
017800     05  FILLER                    PIC X(01) VALUE SPACES.
017900     05  FILLER                    PIC X(02) VALUE 'ST'.
018000     05  FILLER                    PIC X(01) VALUE SPACES.
018100     05  FILLER                    PIC X(10) VALUE 'ZIP'.
018200     05  FILLER                    PIC X(02) VALUE SPACES.
018300     05  FILLER                    PIC X(06) VALUE 'ACTION'.
018400     05  FILLER                    PIC X(02) VALUE SPACES.
018500     05  FILLER                    PIC X(26) VALUE 'REASON'.
018600 01  WS-DETAIL-LINE.
018700     05  DTL-CUSTOMER-ID           PIC X(06).
018800     05  FILLER                    PIC X(02) VALUE SPACES.
018900     05  DTL-LAST-NAME             PIC X(15).
019000     05  FILLER                    PIC X(02) VALUE SPACES.
019100     05  DTL-MATCH-CODE            PIC X(02).
019200     05  FILLER                    PIC X(02) VALUE SPACES.
019300     05  DTL-FROM-TO               PIC X(04).
019400     05  DTL-ADDRESS               PIC X(30).
019500     05  FILLER                    PIC X(02) VALUE SPACES.
019600     05  DTL-CITY                  PIC X(15).
019700     05  FILLER                    PIC X(01) VALUE SPACES.
019800     05  DTL-STATE                 PIC X(02).
019900     05  FILLER                    PIC X(01) VALUE SPACES.
020000     05  DTL-ZIP                   PIC X(10).
020100     05  FILLER                    PIC X(02) VALUE SPACES.
020200     05  DTL-ACTION                PIC X(06).
020300     05  FILLER                    PIC X(02) VALUE SPACES.
020400     05  DTL-REASON                PIC X(30).
020500 01  WS-TOTAL-LINE.
020600     05  TOT-LABEL                 PIC X(30).
020700     05  TOT-COUNT                 PIC ZZZ,ZZ9.
020800 PROCEDURE DIVISION.
020900 0000-MAINLINE.
021000     MOVE ZERO TO RETURN-CODE.
021100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021200     IF RETURN-CODE NOT = ZERO
021300         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
021400         GO TO 9999-STOP-RUN
021500     END-IF.
021600     PERFORM 2000-PROVE-RETURN-FILE THRU 2000-EXIT.
021700     IF RETURN-CODE NOT = ZERO
021800         PERFORM 8000-TERMINATE THRU 8000-EXIT
021900         GO TO 9999-STOP-RUN
022000     END-IF.
022100     PERFORM 3000-APPLY-ONE-RETURN THRU 3000-EXIT
022200         UNTIL WS-END-OF-RETURN-FILE.
022300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
022400     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

022600*****************************************************************
022700* 1000-INITIALIZE - sign the supervisor in, check the busy flag
022800* and open the files, and note who already has a transaction
022850* waiting on CustTran.dat.  CustTran.dat is not opened for the
022900* changes until the return file has proved.
023000*****************************************************************
023100 1000-INITIALIZE.
023200     CALL 'INPUT-AUTH-ENTRY' USING WS-OPERATOR-ID
023300         WS-OPERATOR-AUTHORITY.
023400     IF RETURN-CODE NOT = ZERO
023500         GO TO 1000-EXIT
023600     END-IF.
023700     IF WS-OPERATOR-AUTHORITY < 3
023800         DISPLAY 'OPERATOR NOT AUTHORIZED FOR '
023900             'CHANGE-OF-ADDRESS UPDATES'
024000         MOVE 12 TO RETURN-CODE
024100         GO TO 1000-EXIT
024200     END-IF.
024300     PERFORM 1200-CHECK-SYSTEM-BUSY THRU 1200-EXIT.
024400     IF RETURN-CODE NOT = ZERO
024500         GO TO 1000-EXIT
024600     END-IF.
024700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024800     MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.
024900     MOVE WS-RUN-DAY TO WS-REPORT-DAY.
025000     MOVE WS-RUN-YEAR TO WS-REPORT-YEAR.
025100     MOVE WS-REPORT-DATE TO HDG-REPORT-DATE.
025200     MOVE WS-OPERATOR-ID TO HDG-OPERATOR.
025300     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
025310     IF RETURN-CODE NOT = ZERO
025320         GO TO 1000-EXIT
025330     END-IF.
025340     PERFORM 1350-NOTE-QUEUED THRU 1350-EXIT.
025400 1000-EXIT.
025500     EXIT.

025700*****************************************************************
025800* 1070-CLOSE-ON-ABEND - close whichever files did open
025900* successfully before the run gives up.
026000*****************************************************************
026100 1070-CLOSE-ON-ABEND.
026200     IF WS-CUSTOMER-FILE-OK
026300         CLOSE CUSTOMER-FILE
026400     END-IF.
026500     IF WS-NCOA-RET-FILE-OK
026600         CLOSE NCOA-RET-FILE
026700     END-IF.
026800     IF WS-REVIEW-FILE-OK
026900         CLOSE REVIEW-FILE
027000     END-IF.
027100     IF WS-TRAN-FILE-OPENED
027200         CLOSE TRANSACTION-FILE
027300     END-IF.
027400 1070-EXIT.
027500     EXIT.

027700*****************************************************************
027800* 1200-CHECK-SYSTEM-BUSY - refuse to run while CUST-DRIVER's
027900* window owns the files.  The supervisor can override for the
028000* night the driver dies without clearing the flag; the override
028100* goes on the security log.
028200*****************************************************************
028300 1200-CHECK-SYSTEM-BUSY.
028400     OPEN INPUT BUSY-FILE.
028500     IF WS-BUSY-FILE-STATUS = '35'
028600         GO TO 1200-EXIT
028700     END-IF.
028800     IF NOT WS-BUSY-FILE-OK
028900         DISPLAY 'WARNING - CANNOT READ SYSTEM BUSY FLAG, '
029000             'STATUS = ' WS-BUSY-FILE-STATUS
029100         GO TO 1200-EXIT
029200     END-IF.
029300     READ BUSY-FILE
029400         AT END
029500             CLOSE BUSY-FILE
029600             GO TO 1200-EXIT
029700     END-READ.
029800     CLOSE BUSY-FILE.
029900     IF NOT BUSY-WINDOW-OPEN
030000         GO TO 1200-EXIT
030100     END-IF.
030200     DISPLAY 'SYSTEM BUSY - THE BATCH WINDOW OPENED AT '
030300         BUSY-TIME ' ON ' BUSY-DATE
030400         ' (OPERATOR ' BUSY-OPERATOR-ID ')'.
030500     DISPLAY 'OVERRIDE THE BUSY FLAG AND CONTINUE? (Y/N): '.
030600     ACCEPT WS-OVERRIDE-ANSWER.
030700     IF WS-OVERRIDE-ANSWER = 'Y' OR WS-OVERRIDE-ANSWER = 'y'
030800         PERFORM 1250-LOG-BUSY-OVERRIDE THRU 1250-EXIT
030900     ELSE
031000         DISPLAY 'NCOA RUN REFUSED WHILE THE WINDOW IS OPEN'
031100         MOVE 12 TO RETURN-CODE
031200     END-IF.
031300 1200-EXIT.
031400     EXIT.

031600 1250-LOG-BUSY-OVERRIDE.
031700     OPEN EXTEND SIGNLOG-FILE.
031800     IF WS-SIGNLOG-FILE-STATUS = '35'
031900         OPEN OUTPUT SIGNLOG-FILE
032000     END-IF.
032100     IF NOT WS-SIGNLOG-FILE-OK
032200         DISPLAY 'WARNING - OVERRIDE NOT LOGGED, STATUS = '
032300             WS-SIGNLOG-FILE-STATUS
032400         GO TO 1250-EXIT
032500     END-IF.
032600     ACCEPT WS-OVERRIDE-DATE FROM DATE YYYYMMDD.
032700     ACCEPT WS-OVERRIDE-TIME FROM TIME.
032800     MOVE WS-OPERATOR-ID TO SIGN-OPERATOR-ID.
032900     MOVE WS-OVERRIDE-DATE TO SIGN-DATE.
033000     MOVE WS-OVERRIDE-TIME TO SIGN-TIME.
033100     MOVE 'BUSY FLAG OVERRIDE' TO SIGN-EVENT.
033200     MOVE 'CUST-NCOA-APPLY SESSION' TO SIGN-DETAIL.
033300     WRITE SIGNLOG-RECORD.
033400     CLOSE SIGNLOG-FILE.
033500     DISPLAY 'OVERRIDE LOGGED - PROCEED WITH CARE'.
033600 1250-EXIT.
033700     EXIT.

033900 1300-OPEN-FILES.
034000     OPEN INPUT CUSTOMER-FILE.
034100     IF NOT WS-CUSTOMER-FILE-OK
034200         DISPLAY 'ERROR OPENING CUSTOMER FILE, STATUS = '
034300             WS-CUSTOMER-FILE-STATUS
034400         MOVE 16 TO RETURN-CODE
034500         GO TO 1300-EXIT
034600     END-IF.
034700     OPEN INPUT NCOA-RET-FILE.
034800     IF NOT WS-NCOA-RET-FILE-OK
034900         DISPLAY 'ERROR OPENING NCOA RETURN FILE, STATUS = '
035000             WS-NCOA-RET-FILE-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         GO TO 1300-EXIT
035300     END-IF.
035400     OPEN OUTPUT REVIEW-FILE.
035500     IF NOT WS-REVIEW-FILE-OK
035600         DISPLAY 'ERROR OPENING NCOA REVIEW REPORT, STATUS = '
035700             WS-REVIEW-FILE-STATUS
035800         MOVE 16 TO RETURN-CODE
035900         GO TO 1300-EXIT
036000     END-IF.
036100 1300-EXIT.
036200     EXIT.

036204*****************************************************************
036208* 1350-NOTE-QUEUED - no transaction file means nothing is waiting.
036212* One that cannot be read, or more customers than the table
036216* holds, and every full match goes to review this run.
036220*****************************************************************
036224 1350-NOTE-QUEUED.
036228     OPEN INPUT TRANSACTION-FILE.
036232     IF WS-TRANSACTION-FILE-STATUS = '35'
036236         GO TO 1350-EXIT
036240     END-IF.
036244     IF NOT WS-TRANSACTION-FILE-OK
036248         DISPLAY 'WARNING - CANNOT READ TRANSACTION FILE, '
036252             'STATUS = ' WS-TRANSACTION-FILE-STATUS
036256             ' - NO CHANGE CAN BE QUEUED'
036260         MOVE 'Y' TO WS-QUEUED-FULL-SWITCH
036264         GO TO 1350-EXIT
036268     END-IF.
036272     PERFORM 1360-READ-QUEUED THRU 1360-EXIT
036276         UNTIL WS-END-OF-QUEUED.
036280     CLOSE TRANSACTION-FILE.
036284 1350-EXIT.
036288     EXIT.

036292 1360-READ-QUEUED.
036296     READ TRANSACTION-FILE
036300         AT END MOVE 'Y' TO WS-QUEUED-EOF-SWITCH
036304         NOT AT END
036308             MOVE CUSTOMER-ID OF TRANSACTION-RECORD
036312                 TO WS-QUEUED-ID
036316             PERFORM 1370-ADD-QUEUED THRU 1370-EXIT
036320     END-READ.
036324 1360-EXIT.
036328     EXIT.

036332 1370-ADD-QUEUED.
036336     IF WS-QUEUED-USED >= WS-QUEUED-MAX
036340         IF NOT WS-QUEUED-TABLE-FULL
036344             DISPLAY 'WARNING - TOO MANY CUSTOMERS WAITING ON '
036348                 'CustTran.dat - NO FURTHER CHANGE CAN BE QUEUED'
036352             MOVE 'Y' TO WS-QUEUED-FULL-SWITCH
036356         END-IF
036360         MOVE 'Y' TO WS-QUEUED-EOF-SWITCH
036364         GO TO 1370-EXIT
036368     END-IF.
036372     ADD 1 TO WS-QUEUED-USED.
036376     MOVE WS-QUEUED-ID TO WS-QUEUED-CUSTOMER-ID (WS-QUEUED-USED).
036380 1370-EXIT.
036384     EXIT.

036400*****************************************************************
036500* 2000-PROVE-RETURN-FILE - count the details through once and
036600* check them against the trailer before a single change is
036700* queued.  A proved file is reopened for the apply pass and
036800* CustTran.dat is opened to take the changes; a file that does
036900* not prove ends the run with return code 8 and nothing queued.
037000*****************************************************************
037100 2000-PROVE-RETURN-FILE.
037200     PERFORM 2100-COUNT-ONE-RETURN THRU 2100-EXIT
037300         UNTIL WS-END-OF-RETURN-FILE.
037400     CLOSE NCOA-RET-FILE.
037500     EVALUATE TRUE
037600         WHEN NOT WS-TRAILER-SEEN
037700             MOVE 'NO TRAILER RECORD' TO WS-PROVE-MESSAGE
037800         WHEN WS-AFTER-TRAILER-COUNT > ZERO
037900             MOVE 'RECORDS FOLLOW THE TRAILER'
038000                 TO WS-PROVE-MESSAGE
038100         WHEN WS-PROVE-COUNT NOT = WS-TRAILER-COUNT
038200             MOVE 'DETAIL COUNT DOES NOT MATCH TRAILER'
038300                 TO WS-PROVE-MESSAGE
038400         WHEN OTHER
038500             MOVE 'Y' TO WS-PROVED-SWITCH
038600     END-EVALUATE.
038700     MOVE WS-TRAILER-DATE TO HDG-FILE-DATE.
038800     IF NOT WS-RETURN-PROVED
038900         DISPLAY 'NCOA RETURN FILE NOT PROVED - '
039000             WS-PROVE-MESSAGE
039100         DISPLAY 'DETAILS READ ' WS-PROVE-COUNT
039200             ', TRAILER COUNT ' WS-TRAILER-COUNT
039300         MOVE 8 TO RETURN-CODE
039400         GO TO 2000-EXIT
039500     END-IF.
039600     MOVE 'N' TO WS-EOF-SWITCH.
039700     OPEN INPUT NCOA-RET-FILE.
039800     IF NOT WS-NCOA-RET-FILE-OK
039900         DISPLAY 'ERROR REOPENING NCOA RETURN FILE, STATUS = '
040000             WS-NCOA-RET-FILE-STATUS
040100         MOVE 16 TO RETURN-CODE
040200         GO TO 2000-EXIT
040300     END-IF.
040400     OPEN EXTEND TRANSACTION-FILE.
040500     IF WS-TRANSACTION-FILE-STATUS = '35'
040600         OPEN OUTPUT TRANSACTION-FILE
040700     END-IF.
040800     IF NOT WS-TRANSACTION-FILE-OK
040900         DISPLAY 'ERROR OPENING TRANSACTION FILE, STATUS = '
041000             WS-TRANSACTION-FILE-STATUS
041100         MOVE 16 TO RETURN-CODE
041150         CLOSE NCOA-RET-FILE
041200         GO TO 2000-EXIT
041300     END-IF.
041400     MOVE 'Y' TO WS-TRAN-OPEN-SWITCH.
041500 2000-EXIT.
041600     EXIT.

041800 2100-COUNT-ONE-RETURN.
041900     READ NCOA-RET-FILE
042000         AT END
042100             MOVE 'Y' TO WS-EOF-SWITCH
042200             GO TO 2100-EXIT
042300     END-READ.
042400     IF WS-TRAILER-SEEN
042500         ADD 1 TO WS-AFTER-TRAILER-COUNT
042600         GO TO 2100-EXIT
042700     END-IF.
042800     IF NCOA-TRAILER OF NCOA-RET-RECORD
042900         MOVE 'Y' TO WS-TRAILER-SEEN-SWITCH
043000         IF NCOA-TRAILER-COUNT OF NCOA-RET-RECORD IS NUMERIC
043100             MOVE NCOA-TRAILER-COUNT OF NCOA-RET-RECORD
043200                 TO WS-TRAILER-COUNT
043300         ELSE
043400             MOVE 999999 TO WS-TRAILER-COUNT
043500         END-IF
043600         IF NCOA-TRAILER-DATE OF NCOA-RET-RECORD IS NUMERIC
043700             MOVE NCOA-TRAILER-DATE OF NCOA-RET-RECORD
043800                 TO WS-TRAILER-DATE
043900         END-IF
044000         GO TO 2100-EXIT
044100     END-IF.
044200     ADD 1 TO WS-PROVE-COUNT.
044300 2100-EXIT.
044400     EXIT.

044600*****************************************************************
044700* 3000-APPLY-ONE-RETURN - one returned record per pass.  The
044800* trailer has done its work in the proving pass.
044900*****************************************************************
045000 3000-APPLY-ONE-RETURN.
045100     READ NCOA-RET-FILE
045200         AT END
045300             MOVE 'Y' TO WS-EOF-SWITCH
045400             GO TO 3000-EXIT
045500     END-READ.
045600     IF NCOA-TRAILER OF NCOA-RET-RECORD
045700         GO TO 3000-EXIT
045800     END-IF.
045900     ADD 1 TO WS-DETAIL-COUNT.
046000     PERFORM 3100-DECIDE-ONE-DETAIL THRU 3100-EXIT.
046100 3000-EXIT.
046200     EXIT.

046400*****************************************************************
046500* 3100-DECIDE-ONE-DETAIL - only a full match with a complete
046600* forwarding address, on an active customer whose address is
046700* still the one that was sent, is queued as a change.  Anything
046800* else the service or the master leaves in doubt goes to the
046900* review report for someone to work by hand, as does a customer
046950* with a transaction already waiting on CustTran.dat.
047000*****************************************************************
047100 3100-DECIDE-ONE-DETAIL.
047200     EVALUATE TRUE
047300         WHEN NCOA-NO-MOVE OF NCOA-RET-RECORD
047400             ADD 1 TO WS-NO-MOVE-COUNT
047500             GO TO 3100-EXIT
047600         WHEN NCOA-PARTIAL-MATCH OF NCOA-RET-RECORD
047700             ADD 1 TO WS-PARTIAL-COUNT
047800             MOVE 'PARTIAL MATCH' TO WS-REVIEW-REASON
047900             PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
048000             GO TO 3100-EXIT
048100         WHEN NCOA-NO-FORWARD OF NCOA-RET-RECORD
048200             ADD 1 TO WS-NO-FORWARD-COUNT
048300             MOVE 'MOVED, NO FORWARDING ADDRESS'
048400                 TO WS-REVIEW-REASON
048500             PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
048600             GO TO 3100-EXIT
048700         WHEN NCOA-FULL-MATCH OF NCOA-RET-RECORD
048800             CONTINUE
048900         WHEN OTHER
049000             ADD 1 TO WS-OTHER-REVIEW-COUNT
049100             MOVE 'UNKNOWN MATCH CODE' TO WS-REVIEW-REASON
049200             PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
049300             GO TO 3100-EXIT
049400     END-EVALUATE.
049500     IF NCOA-CUSTOMER-ID OF NCOA-RET-RECORD IS NOT NUMERIC
049600         ADD 1 TO WS-OTHER-REVIEW-COUNT
049700         MOVE 'CUSTOMER ID NOT NUMERIC' TO WS-REVIEW-REASON
049800         PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
049900         GO TO 3100-EXIT
050000     END-IF.
050100     MOVE NCOA-CUSTOMER-ID OF NCOA-RET-RECORD
050200         TO CUSTOMER-ID OF CUSTOMER-RECORD.
050300     READ CUSTOMER-FILE
050400         INVALID KEY
050500             ADD 1 TO WS-OTHER-REVIEW-COUNT
050600             MOVE 'NOT ON MASTER' TO WS-REVIEW-REASON
050700             PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
050800             GO TO 3100-EXIT
050900     END-READ.
051000     IF NOT ACCOUNT-ACTIVE OF CUSTOMER-RECORD
051100         ADD 1 TO WS-OTHER-REVIEW-COUNT
051200         MOVE 'ACCOUNT NO LONGER ACTIVE' TO WS-REVIEW-REASON
051300         PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
051400         GO TO 3100-EXIT
051500     END-IF.
051600     IF CUSTOMER-ADDRESS OF CUSTOMER-RECORD
051700             NOT = NCOA-ADDRESS OF NCOA-RET-RECORD
051800         OR CUSTOMER-CITY OF CUSTOMER-RECORD
051900             NOT = NCOA-CITY OF NCOA-RET-RECORD
052000         OR CUSTOMER-STATE OF CUSTOMER-RECORD
052100             NOT = NCOA-STATE OF NCOA-RET-RECORD
052200         OR CUSTOMER-ZIP OF CUSTOMER-RECORD
052300             NOT = NCOA-ZIP OF NCOA-RET-RECORD
052400         ADD 1 TO WS-OTHER-REVIEW-COUNT
052500         MOVE 'ADDRESS CHANGED SINCE EXTRACT'
052600             TO WS-REVIEW-REASON
052700         PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
052800         GO TO 3100-EXIT
052900     END-IF.
053000     IF NCOA-NEW-ADDRESS OF NCOA-RET-RECORD = SPACES
053100         OR NCOA-NEW-CITY OF NCOA-RET-RECORD = SPACES
053200         OR NCOA-NEW-STATE OF NCOA-RET-RECORD = SPACES
053300         OR NCOA-NEW-ZIP OF NCOA-RET-RECORD = SPACES
053400         ADD 1 TO WS-OTHER-REVIEW-COUNT
053500         MOVE 'FORWARDING ADDRESS INCOMPLETE'
053600             TO WS-REVIEW-REASON
053700         PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
053800         GO TO 3100-EXIT
053900     END-IF.
054000     IF NCOA-NEW-ADDRESS OF NCOA-RET-RECORD
054100             = CUSTOMER-ADDRESS OF CUSTOMER-RECORD
054200         AND NCOA-NEW-CITY OF NCOA-RET-RECORD
054300             = CUSTOMER-CITY OF CUSTOMER-RECORD
054400         AND NCOA-NEW-STATE OF NCOA-RET-RECORD
054500             = CUSTOMER-STATE OF CUSTOMER-RECORD
054600         AND NCOA-NEW-ZIP OF NCOA-RET-RECORD
054700             = CUSTOMER-ZIP OF CUSTOMER-RECORD
054800         ADD 1 TO WS-CURRENT-COUNT
054900         GO TO 3100-EXIT
055000     END-IF.
055005     IF WS-QUEUED-TABLE-FULL
055010         ADD 1 TO WS-OTHER-REVIEW-COUNT
055015         MOVE 'WAITING CHANGES NOT CHECKED' TO WS-REVIEW-REASON
055020         PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
055025         GO TO 3100-EXIT
055030     END-IF.
055035     MOVE 'N' TO WS-QUEUED-FOUND-SWITCH.
055040     PERFORM 3150-FIND-QUEUED THRU 3150-EXIT
055045         VARYING WS-QUEUED-SUB FROM 1 BY 1
055050         UNTIL WS-QUEUED-SUB > WS-QUEUED-USED
055055            OR WS-CUSTOMER-QUEUED.
055060     IF WS-CUSTOMER-QUEUED
055065         ADD 1 TO WS-OTHER-REVIEW-COUNT
055070         MOVE 'CHANGE ALREADY WAITING' TO WS-REVIEW-REASON
055075         PERFORM 4000-PRINT-REVIEW THRU 4000-EXIT
055080         GO TO 3100-EXIT
055085     END-IF.
055100     PERFORM 3200-QUEUE-CHANGE THRU 3200-EXIT.
055200 3100-EXIT.
055300     EXIT.

055320 3150-FIND-QUEUED.
055340     IF WS-QUEUED-CUSTOMER-ID (WS-QUEUED-SUB)
055360             = CUSTOMER-ID OF CUSTOMER-RECORD
055380         MOVE 'Y' TO WS-QUEUED-FOUND-SWITCH
055400     END-IF.
055420 3150-EXIT.
055440     EXIT.

055500*****************************************************************
055600* 3200-QUEUE-CHANGE - the change transaction is the master
055700* record as it stands with the forwarding address in place of
055800* the old one, marked as coming from the NCOA run so the audit
055900* trail does not put it on the supervisor.  The customer is then
055950* noted as waiting, so a second detail for them goes to review.
056000*****************************************************************
056100 3200-QUEUE-CHANGE.
056200     MOVE SPACES TO TRANSACTION-RECORD.
056300     MOVE 'C' TO TRAN-CODE OF TRANSACTION-RECORD.
056400     MOVE CORRESPONDING CUSTOMER-RECORD TO TRANSACTION-RECORD.
056500     MOVE NCOA-NEW-ADDRESS OF NCOA-RET-RECORD
056600         TO CUSTOMER-ADDRESS OF TRANSACTION-RECORD.
056700     MOVE NCOA-NEW-CITY OF NCOA-RET-RECORD
056800         TO CUSTOMER-CITY OF TRANSACTION-RECORD.
056900     MOVE NCOA-NEW-STATE OF NCOA-RET-RECORD
057000         TO CUSTOMER-STATE OF TRANSACTION-RECORD.
057100     MOVE NCOA-NEW-ZIP OF NCOA-RET-RECORD
057200         TO CUSTOMER-ZIP OF TRANSACTION-RECORD.
057300     MOVE 'NCOA' TO TRAN-SOURCE OF TRANSACTION-RECORD.
057400     WRITE TRANSACTION-RECORD.
057500     IF NOT WS-TRANSACTION-FILE-OK
057600         DISPLAY 'ERROR WRITING TRANSACTION FOR CUSTOMER '
057700             CUSTOMER-ID OF CUSTOMER-RECORD
057800             ', STATUS = ' WS-TRANSACTION-FILE-STATUS
057900         MOVE 16 TO RETURN-CODE
058000         MOVE 'Y' TO WS-EOF-SWITCH
058100         GO TO 3200-EXIT
058200     END-IF.
058300     ADD 1 TO WS-QUEUED-COUNT.
058310     MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO WS-QUEUED-ID.
058320     PERFORM 1370-ADD-QUEUED THRU 1370-EXIT.
058400     MOVE SPACES TO WS-REVIEW-REASON.
058500     MOVE 'QUEUED' TO DTL-ACTION.
058600     PERFORM 4100-PRINT-ITEM THRU 4100-EXIT.
058700 3200-EXIT.
058800     EXIT.

059000*****************************************************************
059100* 4000-PRINT-REVIEW - an item left for someone to work by hand.
059200* 4100-PRINT-ITEM prints the address as sent and, beneath it,
059300* the forwarding address when the service gave one.
059400*****************************************************************
059500 4000-PRINT-REVIEW.
059600     MOVE 'REVIEW' TO DTL-ACTION.
059700     PERFORM 4100-PRINT-ITEM THRU 4100-EXIT.
059800 4000-EXIT.
059900     EXIT.

060100 4100-PRINT-ITEM.
060200     IF WS-PAGE-COUNT = ZERO
060300         OR WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
060400         PERFORM 4200-PRINT-HEADINGS THRU 4200-EXIT
060500     END-IF.
060600     MOVE NCOA-CUSTOMER-ID OF NCOA-RET-RECORD TO DTL-CUSTOMER-ID.
060700     MOVE NCOA-LAST-NAME OF NCOA-RET-RECORD TO DTL-LAST-NAME.
060800     MOVE NCOA-MATCH-CODE OF NCOA-RET-RECORD TO DTL-MATCH-CODE.
060900     MOVE 'FROM' TO DTL-FROM-TO.
061000     MOVE NCOA-ADDRESS OF NCOA-RET-RECORD TO DTL-ADDRESS.
061100     MOVE NCOA-CITY OF NCOA-RET-RECORD TO DTL-CITY.
061200     MOVE NCOA-STATE OF NCOA-RET-RECORD TO DTL-STATE.
061300     MOVE NCOA-ZIP OF NCOA-RET-RECORD TO DTL-ZIP.
061400     MOVE WS-REVIEW-REASON TO DTL-REASON.
061500     MOVE WS-DETAIL-LINE TO REVIEW-LINE.
061600     WRITE REVIEW-LINE.
061700     ADD 1 TO WS-LINE-COUNT.
061800     IF NCOA-NEW-ADDRESS OF NCOA-RET-RECORD = SPACES
061900         AND NCOA-NEW-CITY OF NCOA-RET-RECORD = SPACES
062000         GO TO 4100-EXIT
062100     END-IF.
062200     MOVE SPACES TO WS-DETAIL-LINE.
062300     MOVE 'TO' TO DTL-FROM-TO.
062400     MOVE NCOA-NEW-ADDRESS OF NCOA-RET-RECORD TO DTL-ADDRESS.
062500     MOVE NCOA-NEW-CITY OF NCOA-RET-RECORD TO DTL-CITY.
062600     MOVE NCOA-NEW-STATE OF NCOA-RET-RECORD TO DTL-STATE.
062700     MOVE NCOA-NEW-ZIP OF NCOA-RET-RECORD TO DTL-ZIP.
062800     IF NCOA-MOVE-DATE OF NCOA-RET-RECORD IS NUMERIC
062900         AND NCOA-MOVE-DATE OF NCOA-RET-RECORD > ZERO
063000         STRING 'MOVED ' DELIMITED BY SIZE
063100             NCOA-MOVE-DATE OF NCOA-RET-RECORD
063200                 DELIMITED BY SIZE
063300             INTO DTL-REASON
063400         END-STRING
063500     END-IF.
063600     MOVE WS-DETAIL-LINE TO REVIEW-LINE.
063700     WRITE REVIEW-LINE.
063800     ADD 1 TO WS-LINE-COUNT.
063900     MOVE SPACES TO WS-DETAIL-LINE.
064000 4100-EXIT.
064100     EXIT.

064300 4200-PRINT-HEADINGS.
064400     ADD 1 TO WS-PAGE-COUNT.
064500     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
064600     IF WS-PAGE-COUNT > 1
064700         MOVE SPACES TO REVIEW-LINE
064800         WRITE REVIEW-LINE
064900         WRITE REVIEW-LINE AFTER ADVANCING PAGE
065000     END-IF.
065100     MOVE WS-HEADING-1 TO REVIEW-LINE.
065200     WRITE REVIEW-LINE.
065300     MOVE WS-HEADING-2 TO REVIEW-LINE.
065400     WRITE REVIEW-LINE.
065500     MOVE SPACES TO REVIEW-LINE.
065600     WRITE REVIEW-LINE.
065700     MOVE WS-HEADING-3 TO REVIEW-LINE.
065800     WRITE REVIEW-LINE.
065900     MOVE ZERO TO WS-LINE-COUNT.
066000 4200-EXIT.
066100     EXIT.

066300*****************************************************************
066400* 8000-TERMINATE - print the totals, or why the return file was
066500* refused, and close up.  Anything left for review ends the run
066600* with return code 4 so someone works the report.
066700*****************************************************************
066800 8000-TERMINATE.
066900     IF WS-PAGE-COUNT = ZERO
067000         PERFORM 4200-PRINT-HEADINGS THRU 4200-EXIT
067100     END-IF.
067200     MOVE SPACES TO REVIEW-LINE.
067300     WRITE REVIEW-LINE.
067400     IF WS-RETURN-PROVED
067500         PERFORM 8100-PRINT-TOTALS THRU 8100-EXIT
067600     ELSE
067700         PERFORM 8200-PRINT-NOT-PROVED THRU 8200-EXIT
067800     END-IF.
067900     IF WS-TRAN-FILE-OPENED
068000         CLOSE TRANSACTION-FILE
068100         CLOSE NCOA-RET-FILE
068200     END-IF.
068300     CLOSE CUSTOMER-FILE.
068400     CLOSE REVIEW-FILE.
068500     DISPLAY 'REVIEW REPORT WRITTEN TO CustNcoaRev.rpt'.
068600 8000-EXIT.
068700     EXIT.

068900 8100-PRINT-TOTALS.
069000     MOVE SPACES TO WS-TOTAL-LINE.
069100     MOVE 'DETAILS READ:' TO TOT-LABEL.
069200     MOVE WS-DETAIL-COUNT TO TOT-COUNT.
069300     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
069400     WRITE REVIEW-LINE.
069500     MOVE 'NO MOVE ON FILE:' TO TOT-LABEL.
069600     MOVE WS-NO-MOVE-COUNT TO TOT-COUNT.
069700     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
069800     WRITE REVIEW-LINE.
069900     MOVE 'CHANGES QUEUED:' TO TOT-LABEL.
070000     MOVE WS-QUEUED-COUNT TO TOT-COUNT.
070100     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
070200     WRITE REVIEW-LINE.
070300     MOVE 'ALREADY AT NEW ADDRESS:' TO TOT-LABEL.
070400     MOVE WS-CURRENT-COUNT TO TOT-COUNT.
070500     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
070600     WRITE REVIEW-LINE.
070700     MOVE 'PARTIAL MATCHES:' TO TOT-LABEL.
070800     MOVE WS-PARTIAL-COUNT TO TOT-COUNT.
070900     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
071000     WRITE REVIEW-LINE.
071100     MOVE 'MOVED, NO FORWARDING:' TO TOT-LABEL.
071200     MOVE WS-NO-FORWARD-COUNT TO TOT-COUNT.
071300     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
071400     WRITE REVIEW-LINE.
071500     MOVE 'OTHER ITEMS FOR REVIEW:' TO TOT-LABEL.
071600     MOVE WS-OTHER-REVIEW-COUNT TO TOT-COUNT.
071700     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
071800     WRITE REVIEW-LINE.
071900     DISPLAY 'NCOA DETAILS READ:      ' WS-DETAIL-COUNT.
072000     DISPLAY 'CHANGES QUEUED:         ' WS-QUEUED-COUNT.
072100     DISPLAY 'PARTIAL MATCHES:        ' WS-PARTIAL-COUNT.
072200     DISPLAY 'MOVED, NO FORWARDING:   ' WS-NO-FORWARD-COUNT.
072300     DISPLAY 'OTHER ITEMS FOR REVIEW: ' WS-OTHER-REVIEW-COUNT.
072400     IF WS-PARTIAL-COUNT > ZERO
072500         OR WS-NO-FORWARD-COUNT > ZERO
072600         OR WS-OTHER-REVIEW-COUNT > ZERO
072700         IF RETURN-CODE < 4
072800             MOVE 4 TO RETURN-CODE
072900         END-IF
073000     END-IF.
073100 8100-EXIT.
073200     EXIT.

073400 8200-PRINT-NOT-PROVED.
073500     MOVE SPACES TO REVIEW-LINE.
073600     STRING 'RETURN FILE NOT PROVED - ' DELIMITED BY SIZE
073700         WS-PROVE-MESSAGE DELIMITED BY SIZE
073800         ' - NOTHING APPLIED' DELIMITED BY SIZE
073900         INTO REVIEW-LINE
074000     END-STRING.
074100     WRITE REVIEW-LINE.
074200     MOVE SPACES TO WS-TOTAL-LINE.
074300     MOVE 'DETAILS ON FILE:' TO TOT-LABEL.
074400     MOVE WS-PROVE-COUNT TO TOT-COUNT.
074500     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
074600     WRITE REVIEW-LINE.
074700     MOVE 'TRAILER COUNT:' TO TOT-LABEL.
074800     MOVE WS-TRAILER-COUNT TO TOT-COUNT.
074900     MOVE WS-TOTAL-LINE TO REVIEW-LINE.
075000     WRITE REVIEW-LINE.
075100 8200-EXIT.
075200     EXIT.

075400 9999-STOP-RUN.
075500     GOBACK.
075600 9999-EXIT.
075700     EXIT.
