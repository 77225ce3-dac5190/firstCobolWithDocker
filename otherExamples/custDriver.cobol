001600*                  transaction counts and return code, and a
001700*                  gate at the top refuses to run maintenance a
001800*                  second time for the same business date unless
001900*                  the operator confirms a restart.  A night
001910*                  that already ran can be resumed at the first
001920*                  step that failed or never ran, passing over
001930*                  the steps an earlier run completed.
002000*
002100* Maintenance history
002200* -------------------------------------------------------------
005906*                 through CUST-EDIT-ENTRY so its accepted and
005907*                 rejected counts land on the run log, where
005908*                 the close step reads its reject rates.
005909* 2026-10-15  DC  Step-level restart.  The double-run gate now
005910*                 reads every step tonight's earlier runs logged
005911*                 and offers to resume at the first step that
005912*                 failed or never ran, or a full rerun.  On a
005913*                 resume the steps already completed are passed
005914*                 over - each logged with step mode S - the
005915*                 resume itself is logged as a RESUME step, and
005916*                 the steps run from there on carry step mode R,
005917*                 so CUST-RUN-HIST shows what was redone.
005918* 2026-10-15  DC  The transaction files retired after the
005919*                 maintenance step are now 132 bytes, the
005920*                 TRANREC record with its source field.
005930* 2026-10-15  DC  A return code of 4 from the audit roll (the
005940*                 day rolled but the activity history fell
005950*                 short) is reported as a warning and counts
005960*                 as done on a resume, so a resumed window
005970*                 does not roll the same day twice.
005971* 2026-10-15  DC  A return code of 4 from the verify (the master
005972*                 proved sound but the activity history does
005973*                 not agree with the audit control file) is
005974*                 reported as a warning, and counts as done on
005975*                 a resume, rather than stopping the window.
005980*
006000****************************************************************
006100 IDENTIFICATION DIVISION.
006200 PROGRAM-ID. CUST-DRIVER.
007700     COPY RUNREC.

007710 FD  ENTRY-TRAN-FILE.
007720 01  ENTRY-TRAN-RECORD             PIC X(132).

007730 FD  CLEAN-TRAN-FILE.
007740 01  CLEAN-TRAN-RECORD             PIC X(132).

007750 FD  BUSY-FILE.
007760 01  BUSY-RECORD.
010110 01  WS-EDIT-COUNTS.
010120     05  WS-EDIT-ACCEPTED-COUNT    PIC 9(08) VALUE ZERO.
010130     05  WS-EDIT-REJECT-COUNT      PIC 9(08) VALUE ZERO.
010131 01  WS-RUN-STEP-MODE              PIC X(01) VALUE SPACE.
010132 01  WS-PRIOR-RUN-SWITCH           PIC X(01) VALUE 'N'.
010133     88  WS-PRIOR-RUN-LOGGED       VALUE 'Y'.
010134 01  WS-RESUME-SWITCH              PIC X(01) VALUE 'N'.
010135     88  WS-RESUMING-WINDOW        VALUE 'Y'.
010136 01  WS-STEP-SKIP-SWITCH           PIC X(01) VALUE 'N'.
010137     88  WS-SKIP-THIS-STEP         VALUE 'Y'.
010138 01  WS-STEP-FOUND-SWITCH          PIC X(01) VALUE 'N'.
010139     88  WS-STEP-FOUND             VALUE 'Y'.
010140 01  WS-STEP-SUB                   PIC 9(02) COMP VALUE ZERO.
010141 01  WS-STEP-FOUND-SUB             PIC 9(02) COMP VALUE ZERO.
010142 01  WS-RESUME-STEP-SUB            PIC 9(02) COMP VALUE ZERO.
010143 01  WS-STEP-TABLE-SIZE            PIC 9(02) COMP VALUE 11.
010144 01  WS-STEP-LOOKUP-NAME           PIC X(20).
010145 01  WS-STEP-SHOW-RC               PIC ZZZ9.
010146*    The window's steps after the logon, in the order they run.
010147*    The restart gate walks this list to find where to resume.
010148 01  WS-STEP-NAME-VALUES.
010149     05  FILLER                    PIC X(20) VALUE 'TRAN EDIT'.
010150     05  FILLER                    PIC X(20) VALUE 'BACKUP'.
010151     05  FILLER                    PIC X(20) VALUE 'MAINTENANCE'.
010152     05  FILLER                    PIC X(20) VALUE 'TRAN RETIRE'.
010153     05  FILLER                    PIC X(20) VALUE 'VERIFY'.
010154     05  FILLER                    PIC X(20) VALUE 'DELINQUENCY'.
010155     05  FILLER                    PIC X(20) VALUE 'DELTA FEED'.
010156     05  FILLER                    PIC X(20) VALUE 'LISTING'.
010157     05  FILLER                    PIC X(20) VALUE 'STATEMENTS'.
010158     05  FILLER                    PIC X(20) VALUE 'MONTH END'.
010159     05  FILLER                    PIC X(20) VALUE 'AUDIT ROLL'.
010160 01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
010161     05  WS-STEP-TABLE-NAME        OCCURS 11 TIMES PIC X(20).
010162 01  WS-STEP-STATE-TABLE.
010163     05  WS-STEP-STATE             OCCURS 11 TIMES.
010164         10  WS-STEP-LOGGED-SWITCH PIC X(01).
010165             88  WS-STEP-LOGGED    VALUE 'Y'.
010166         10  WS-STEP-DONE-SWITCH   PIC X(01).
010167             88  WS-STEP-COMPLETED VALUE 'Y'.
010168         10  WS-STEP-LAST-RC       PIC 9(04).
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     MOVE ZERO TO RETURN-CODE.
011220         PERFORM 0300-RAISE-BUSY-FLAG THRU 0300-EXIT
011230     END-IF.
011300     IF WS-STEP-RETURN-CODE = ZERO
011400         AND WS-PRIOR-RUN-LOGGED
011500         PERFORM 0500-CONFIRM-RESTART THRU 0500-EXIT
011600     END-IF.
011700     IF WS-STEP-RETURN-CODE = ZERO
013506     EXIT.

013600*****************************************************************
013700* 0100-SCAN-RUN-LOG - look for steps already logged for
013800* tonight's business date, before the log is reopened for
013900* appending.  No log on hand means no prior runs.  The last
013910* record logged for a step is the one that counts.
014000*****************************************************************
014100 0100-SCAN-RUN-LOG.
014110     PERFORM 0105-CLEAR-ONE-STEP-STATE THRU 0105-EXIT
014120         VARYING WS-STEP-SUB FROM 1 BY 1
014130         UNTIL WS-STEP-SUB > WS-STEP-TABLE-SIZE.
014200     OPEN INPUT RUN-LOG-FILE.
014300     IF WS-RUN-LOG-STATUS = '35'
014400         GO TO 0100-EXIT
015400 0100-EXIT.
015500     EXIT.

015510 0105-CLEAR-ONE-STEP-STATE.
015520     MOVE 'N' TO WS-STEP-LOGGED-SWITCH (WS-STEP-SUB).
015530     MOVE 'N' TO WS-STEP-DONE-SWITCH (WS-STEP-SUB).
015540     MOVE ZERO TO WS-STEP-LAST-RC (WS-STEP-SUB).
015550 0105-EXIT.
015560     EXIT.

015700 0110-SCAN-ONE-RECORD.
015800     READ RUN-LOG-FILE
015900         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
016000         NOT AT END
016100             IF RUN-DATE IS NUMERIC
016200                 AND RUN-DATE = WS-BUSINESS-DATE
016300                 PERFORM 0120-NOTE-LOGGED-STEP THRU 0120-EXIT
016500             END-IF
016600     END-READ.
016700 0110-EXIT.
016800     EXIT.

016810*****************************************************************
016820* 0120-NOTE-LOGGED-STEP - remember how tonight's step ended.  A
016830* step counts as completed on return code zero, or on 4 for
016840* the steps whose warnings let the window carry on.  The edit
016850* step's 8 skipped maintenance, so it is not completed - a
016860* resume goes back to the edit.  LOGON and the RESUME marker
016870* are not in the step list and are passed over.
016880*****************************************************************
016890 0120-NOTE-LOGGED-STEP.
016891     IF RUN-STEP-NAME = 'MAINTENANCE'
016892         MOVE 'Y' TO WS-MAINT-RAN-SWITCH
016893     END-IF.
016894     MOVE RUN-STEP-NAME TO WS-STEP-LOOKUP-NAME.
016895     PERFORM 6200-FIND-STEP THRU 6200-EXIT.
016896     IF NOT WS-STEP-FOUND
016897         GO TO 0120-EXIT
016898     END-IF.
016899     MOVE 'Y' TO WS-PRIOR-RUN-SWITCH.
016900     MOVE 'Y' TO WS-STEP-LOGGED-SWITCH (WS-STEP-FOUND-SUB).
016901     MOVE 'N' TO WS-STEP-DONE-SWITCH (WS-STEP-FOUND-SUB).
016902     IF RUN-RETURN-CODE IS NOT NUMERIC
016903         MOVE 9999 TO WS-STEP-LAST-RC (WS-STEP-FOUND-SUB)
016904         GO TO 0120-EXIT
016905     END-IF.
016906     MOVE RUN-RETURN-CODE TO WS-STEP-LAST-RC (WS-STEP-FOUND-SUB).
016907     EVALUATE TRUE
016908         WHEN RUN-RETURN-CODE = ZERO
016909             MOVE 'Y' TO WS-STEP-DONE-SWITCH (WS-STEP-FOUND-SUB)
016910         WHEN RUN-RETURN-CODE = 4
016915             AND (RUN-STEP-NAME = 'TRAN EDIT'
016920               OR RUN-STEP-NAME = 'VERIFY'
016925               OR RUN-STEP-NAME = 'DELINQUENCY'
016930               OR RUN-STEP-NAME = 'DELTA FEED'
016935               OR RUN-STEP-NAME = 'STATEMENTS'
016940               OR RUN-STEP-NAME = 'MONTH END'
016945               OR RUN-STEP-NAME = 'AUDIT ROLL')
016950             MOVE 'Y' TO WS-STEP-DONE-SWITCH (WS-STEP-FOUND-SUB)
016955         WHEN OTHER
016960             CONTINUE
016965     END-EVALUATE.
016975 0120-EXIT.
016985     EXIT.

017000 0200-OPEN-RUN-LOG.
017100     OPEN EXTEND RUN-LOG-FILE.
017200     IF WS-RUN-LOG-STATUS = '35'
018200     EXIT.

018300*****************************************************************
018310* 0500-CONFIRM-RESTART - the window has already run for
018400* tonight.  Applying the same transaction file twice doubled a
018500* night's work once; it does not happen a second time without
018600* the operator saying so.  The operator sees how each step
018610* ended and chooses to resume at the first step that failed or
018620* never ran (R), to rerun the whole window (F), or to stop.
018630* A resume is logged as its own RESUME step.
018700*****************************************************************
018800 0500-CONFIRM-RESTART.
018900     DISPLAY 'CUST-DRIVER: THE WINDOW HAS ALREADY RUN FOR '
019000         'BUSINESS DATE ' WS-BUSINESS-DATE.
019010     PERFORM 0510-SHOW-ONE-STEP-STATE THRU 0510-EXIT
019020         VARYING WS-STEP-SUB FROM 1 BY 1
019030         UNTIL WS-STEP-SUB > WS-STEP-TABLE-SIZE.
019040     MOVE ZERO TO WS-RESUME-STEP-SUB.
019050     PERFORM 0520-FIND-RESUME-POINT THRU 0520-EXIT
019060         VARYING WS-STEP-SUB FROM 1 BY 1
019070         UNTIL WS-STEP-SUB > WS-STEP-TABLE-SIZE
019080             OR WS-RESUME-STEP-SUB > ZERO.
019090     IF WS-RESUME-STEP-SUB = ZERO
019091         DISPLAY 'CUST-DRIVER: EVERY STEP HAS COMPLETED FOR '
019092             'TONIGHT'
019093         DISPLAY 'FULL RERUN (F) OR STOP (S): '
019094     ELSE
019095         DISPLAY 'RESUME AT '
019096             WS-STEP-TABLE-NAME (WS-RESUME-STEP-SUB)
019097             ' (R), FULL RERUN (F) OR STOP (S): '
019098     END-IF.
019200     ACCEPT WS-RESTART-ANSWER.
019210     IF (WS-RESTART-ANSWER = 'R' OR WS-RESTART-ANSWER = 'r')
019220         AND WS-RESUME-STEP-SUB > ZERO
019230         PERFORM 0530-LOG-RESUME THRU 0530-EXIT
019240         GO TO 0500-EXIT
019250     END-IF.
019300     IF WS-RESTART-ANSWER = 'F' OR WS-RESTART-ANSWER = 'f'
019400         DISPLAY 'CUST-DRIVER: FULL RERUN CONFIRMED BY OPERATOR'
019410         IF WS-MAINT-ALREADY-RAN
019420             DISPLAY 'CUST-DRIVER: MAINTENANCE WILL RUN A '
019430                 'SECOND TIME FOR THIS BUSINESS DATE'
019440         END-IF
019500     ELSE
019600         DISPLAY 'CUST-DRIVER: SECOND RUN REFUSED - '
019700             'BATCH WINDOW STOPPED'
020000 0500-EXIT.
020100     EXIT.

020110 0510-SHOW-ONE-STEP-STATE.
020111     IF NOT WS-MONTH-END-TONIGHT
020112         AND (WS-STEP-TABLE-NAME (WS-STEP-SUB) = 'STATEMENTS'
020113           OR WS-STEP-TABLE-NAME (WS-STEP-SUB) = 'MONTH END')
020114         GO TO 0510-EXIT
020115     END-IF.
020116     MOVE WS-STEP-LAST-RC (WS-STEP-SUB) TO WS-STEP-SHOW-RC.
020117     EVALUATE TRUE
020118         WHEN WS-STEP-COMPLETED (WS-STEP-SUB)
020119             DISPLAY '    ' WS-STEP-TABLE-NAME (WS-STEP-SUB)
020120                 ' COMPLETED, RC ' WS-STEP-SHOW-RC
020121         WHEN WS-STEP-LOGGED (WS-STEP-SUB)
020122             DISPLAY '    ' WS-STEP-TABLE-NAME (WS-STEP-SUB)
020123                 ' FAILED,    RC ' WS-STEP-SHOW-RC
020124         WHEN OTHER
020125             DISPLAY '    ' WS-STEP-TABLE-NAME (WS-STEP-SUB)
020126                 ' NOT RUN'
020127     END-EVALUATE.
020128 0510-EXIT.
020129     EXIT.

020130*****************************************************************
020131* 0520-FIND-RESUME-POINT - the first step in running order that
020132* did not complete tonight.  The month-end steps only count on
020133* the last business day of the month.
020134*****************************************************************
020135 0520-FIND-RESUME-POINT.
020136     IF NOT WS-MONTH-END-TONIGHT
020137         AND (WS-STEP-TABLE-NAME (WS-STEP-SUB) = 'STATEMENTS'
020138           OR WS-STEP-TABLE-NAME (WS-STEP-SUB) = 'MONTH END')
020139         GO TO 0520-EXIT
020140     END-IF.
020141     IF NOT WS-STEP-COMPLETED (WS-STEP-SUB)
020142         MOVE WS-STEP-SUB TO WS-RESUME-STEP-SUB
020143     END-IF.
020144 0520-EXIT.
020145     EXIT.

020146*****************************************************************
020147* 0530-LOG-RESUME - the resume goes on the run log as its own
020148* step, and every step from here on is logged as resumed.
020149*****************************************************************
020150 0530-LOG-RESUME.
020151     MOVE 'Y' TO WS-RESUME-SWITCH.
020152     MOVE 'R' TO WS-RUN-STEP-MODE.
020153     DISPLAY 'CUST-DRIVER: RESUMING AT '
020154         WS-STEP-TABLE-NAME (WS-RESUME-STEP-SUB).
020155     MOVE 'RESUME' TO WS-RUN-STEP-NAME.
020156     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
020157     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
020158 0530-EXIT.
020159     EXIT.

020300*****************************************************************
020400* 1000-RUN-LOGON-STEP - identify the operator running tonight's
020500* batch window.
022800*****************************************************************
022900 1500-RUN-EDIT-STEP.
023000     MOVE 'TRAN EDIT' TO WS-RUN-STEP-NAME.
023001     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
023002     IF WS-SKIP-THIS-STEP
023003         GO TO 1500-EXIT
023004     END-IF.
023100     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
023200     DISPLAY 'CUST-DRIVER: STARTING TRANSACTION EDIT STEP'.
023210     MOVE ZERO TO WS-EDIT-ACCEPTED-COUNT.
026000*****************************************************************
026100 1800-RUN-BACKUP-STEP.
026200     MOVE 'BACKUP' TO WS-RUN-STEP-NAME.
026201     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
026202     IF WS-SKIP-THIS-STEP
026203         GO TO 1800-EXIT
026204     END-IF.
026300     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
026400     DISPLAY 'CUST-DRIVER: STARTING MASTER BACKUP STEP'.
026500     CALL 'CUST-BACKUP'.
028000*****************************************************************
028100 2000-RUN-MAINTENANCE-STEP.
028200     MOVE 'MAINTENANCE' TO WS-RUN-STEP-NAME.
028201     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
028202     IF WS-SKIP-THIS-STEP
028203         GO TO 2000-EXIT
028204     END-IF.
028300     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
028400     DISPLAY 'CUST-DRIVER: STARTING CUSTOMER MAINTENANCE STEP'.
028500     MOVE ZERO TO WS-MAINT-APPLIED-COUNT.
030008*****************************************************************
030009 2200-RETIRE-TRAN-FILES.
030010     MOVE 'TRAN RETIRE' TO WS-RUN-STEP-NAME.
030013     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
030016     IF WS-SKIP-THIS-STEP
030019         GO TO 2200-EXIT
030022     END-IF.
030025     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
030028     OPEN OUTPUT ENTRY-TRAN-FILE.
030031     IF WS-ENTRY-TRAN-OK
030034         CLOSE ENTRY-TRAN-FILE
030037     ELSE
030040         DISPLAY 'CUST-DRIVER: WARNING - COULD NOT RETIRE '
030043             'CustTran.dat, STATUS = ' WS-ENTRY-TRAN-STATUS
030046         DISPLAY 'CUST-DRIVER: TONIGHT''S TRANSACTIONS WILL '
030049             'STILL BE ON FILE TOMORROW'
030052         MOVE 8 TO WS-LOG-RETURN-CODE
030055     END-IF.
030058     OPEN OUTPUT CLEAN-TRAN-FILE.
030061     IF WS-CLEAN-TRAN-OK
030064         CLOSE CLEAN-TRAN-FILE
030067     ELSE
030070         DISPLAY 'CUST-DRIVER: WARNING - COULD NOT RETIRE '
030073             'CustTranClean.dat, STATUS = ' WS-CLEAN-TRAN-STATUS
030076         MOVE 8 TO WS-LOG-RETURN-CODE
030079     END-IF.
030082     IF WS-LOG-RETURN-CODE = ZERO
030085         DISPLAY 'CUST-DRIVER: APPLIED TRANSACTION FILES RETIRED'
030088     END-IF.
030091     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
030094 2200-EXIT.
030097     EXIT.

030100*****************************************************************
030200* 2500-RUN-VERIFY-STEP - prove the master is whole and in
030300* balance with the audit trail before anything downstream reads
030400* it.  A return code of 4 (the master is sound but the activity
030410* history does not agree) is reported but the window continues;
030420* anything higher stops it so the operator looks before the
030500* billing extract goes out.
030600*****************************************************************
030620 2500-RUN-VERIFY-STEP.
030640     MOVE 'VERIFY' TO WS-RUN-STEP-NAME.
030660     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
030680     IF WS-SKIP-THIS-STEP
030700         GO TO 2500-EXIT
030720     END-IF.
030740     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
030760     DISPLAY 'CUST-DRIVER: STARTING MASTER VERIFY STEP'.
030780     CALL 'CUST-VERIFY'.
030800     MOVE RETURN-CODE TO WS-LOG-RETURN-CODE.
030820     IF WS-LOG-RETURN-CODE = 4
030840         DISPLAY 'CUST-DRIVER: MASTER VERIFIED, ACTIVITY HISTORY '
030860             'DOES NOT AGREE - SEE THE CONSOLE MESSAGES'
030880     ELSE
030900         MOVE WS-LOG-RETURN-CODE TO WS-STEP-RETURN-CODE
030920         IF WS-STEP-RETURN-CODE NOT = ZERO
030940             DISPLAY 'CUST-DRIVER: MASTER VERIFY FAILED, '
030960                 'RETURN CODE = ' WS-STEP-RETURN-CODE
030980         END-IF
031000     END-IF.
031020     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
031040 2500-EXIT.
031060     EXIT.

031080*****************************************************************
031100* 2700-RUN-DELINQ-STEP - age the balances, place overdue
031120* accounts on hold and cut the dunning letter file, ahead of
031140* the delta feed so billing sees the new holds tonight.  A
031160* return code of 4 (a balance and the master disagree) is
031180* reported but the window continues.
031200*****************************************************************
031220 2700-RUN-DELINQ-STEP.
031240     MOVE 'DELINQUENCY' TO WS-RUN-STEP-NAME.
031260     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
031280     IF WS-SKIP-THIS-STEP
031300         GO TO 2700-EXIT
031320     END-IF.
031340     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
031360     DISPLAY 'CUST-DRIVER: STARTING DELINQUENCY AGING STEP'.
031380     CALL 'CUST-DELINQ-ENTRY' USING WS-OPERATOR-ID.
031400     MOVE RETURN-CODE TO WS-LOG-RETURN-CODE.
031420     IF WS-LOG-RETURN-CODE = 4
031440         DISPLAY 'CUST-DRIVER: DELINQUENCY STEP ENDED WITH '
031460             'WARNINGS, SEE THE AGING REPORT'
031480     ELSE
031500         MOVE WS-LOG-RETURN-CODE TO WS-STEP-RETURN-CODE
031520         IF WS-STEP-RETURN-CODE NOT = ZERO
031540             DISPLAY 'CUST-DRIVER: DELINQUENCY STEP FAILED, '
031560                 'RETURN CODE = ' WS-STEP-RETURN-CODE
031580         END-IF
031600     END-IF.
031620     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
031640 2700-EXIT.
031660     EXIT.

032010*****************************************************************
032020* 2800-RUN-DELTA-STEP - send billing tonight's changes-only
032050*****************************************************************
032060 2800-RUN-DELTA-STEP.
032070     MOVE 'DELTA FEED' TO WS-RUN-STEP-NAME.
032071     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
032072     IF WS-SKIP-THIS-STEP
032073         GO TO 2800-EXIT
032074     END-IF.
032080     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
032090     DISPLAY 'CUST-DRIVER: STARTING BILLING DELTA FEED STEP'.
032100     CALL 'CUST-DELTA'.
032400*****************************************************************
032500 3000-RUN-REPORT-STEP.
032600     MOVE 'LISTING' TO WS-RUN-STEP-NAME.
032601     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
032602     IF WS-SKIP-THIS-STEP
032603         GO TO 3000-EXIT
032604     END-IF.
032700     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
032800     DISPLAY 'CUST-DRIVER: STARTING CUSTOMER LISTING STEP'.
032900     CALL 'CUST-LIST'.
033700 3000-EXIT.
033800     EXIT.

033802*****************************************************************
033804* 3500-RUN-STATEMENT-STEP - month-end only: print the month's
033806* customer statements off the posting history.  A return code
033808* of 4 (postings that could not be matched up) is reported but
033810* the window still ends normally; the statements are printed.
033812*****************************************************************
033814 3500-RUN-STATEMENT-STEP.
033816     MOVE 'STATEMENTS' TO WS-RUN-STEP-NAME.
033818     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
033820     IF WS-SKIP-THIS-STEP
033822         GO TO 3500-EXIT
033824     END-IF.
033826     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
033828     DISPLAY 'CUST-DRIVER: STARTING MONTH-END STATEMENT STEP'.
033830     MOVE WS-BUSINESS-YEAR TO WS-STATEMENT-YEAR.
033832     MOVE WS-BUSINESS-MONTH TO WS-STATEMENT-MM.
033834     CALL 'CUST-STATEMENT-ENTRY' USING WS-STATEMENT-MONTH.
033836     MOVE RETURN-CODE TO WS-LOG-RETURN-CODE.
033838     IF WS-LOG-RETURN-CODE = 4
033840         DISPLAY 'CUST-DRIVER: STATEMENTS PRINTED WITH '
033842             'WARNINGS, SEE THE CONSOLE MESSAGES'
033844     ELSE
033846         MOVE WS-LOG-RETURN-CODE TO WS-STEP-RETURN-CODE
033848         IF WS-STEP-RETURN-CODE NOT = ZERO
033850             DISPLAY 'CUST-DRIVER: STATEMENT STEP FAILED, '
033852                 'RETURN CODE = ' WS-STEP-RETURN-CODE
033854         END-IF
033856     END-IF.
033858     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
033860 3500-EXIT.
033862     EXIT.

033864*****************************************************************
033866* 3600-RUN-MONTH-END-STEP - month-end only: the management
033868* close summary across the run log, the month's audit records
033870* and the posting history.  A return code of 4 (nights with no
033872* run logged, or nothing to close) is reported but the window
033874* still ends normally; a reconciliation break (8) stops it so
033876* someone looks before the month is called done.
033878*****************************************************************
033880 3600-RUN-MONTH-END-STEP.
033882     MOVE 'MONTH END' TO WS-RUN-STEP-NAME.
033884     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
033886     IF WS-SKIP-THIS-STEP
033888         GO TO 3600-EXIT
033890     END-IF.
033892     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
033894     DISPLAY 'CUST-DRIVER: STARTING MONTH-END CLOSE STEP'.
033896     MOVE WS-BUSINESS-YEAR TO WS-STATEMENT-YEAR.
033898     MOVE WS-BUSINESS-MONTH TO WS-STATEMENT-MM.
033900     CALL 'CUST-MONTH-END-ENTRY' USING WS-STATEMENT-MONTH.
033902     MOVE RETURN-CODE TO WS-LOG-RETURN-CODE.
033904     IF WS-LOG-RETURN-CODE = 4
033906         DISPLAY 'CUST-DRIVER: MONTH-END CLOSE ENDED WITH '
033908             'WARNINGS, SEE CustMonthEnd.rpt'
033910     ELSE
033912         MOVE WS-LOG-RETURN-CODE TO WS-STEP-RETURN-CODE
033914         IF WS-STEP-RETURN-CODE NOT = ZERO
033916             DISPLAY 'CUST-DRIVER: MONTH-END CLOSE FAILED, '
033918                 'RETURN CODE = ' WS-STEP-RETURN-CODE
033920         END-IF
033922     END-IF.
033924     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
033926 3600-EXIT.
033928     EXIT.

033930*****************************************************************
033932* 3800-RUN-AUDIT-ROLL-STEP - close the day's audit records out
033934* to their dated generation as the window's last act, so
033936* tomorrow's readers start from a trail holding only tomorrow.
033938* Run only after a clean window: a night that ended in errors
033940* keeps its trail where the operator can see it whole.
033942*****************************************************************
033944 3800-RUN-AUDIT-ROLL-STEP.
033946     MOVE 'AUDIT ROLL' TO WS-RUN-STEP-NAME.
033948     PERFORM 6100-CHECK-RESUME-SKIP THRU 6100-EXIT.
033950     IF WS-SKIP-THIS-STEP
033952         GO TO 3800-EXIT
033954     END-IF.
033956     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
033958     DISPLAY 'CUST-DRIVER: STARTING AUDIT ROLL-OFF STEP'.
033960     CALL 'CUST-AUDIT-ROLL'.
033962     MOVE RETURN-CODE TO WS-LOG-RETURN-CODE.
033964     IF WS-LOG-RETURN-CODE = 4
033966         DISPLAY 'CUST-DRIVER: AUDIT ROLLED, ACTIVITY HISTORY '
033968             'NEEDS CUST-ACT-HIST-BUILD'
033970     ELSE
033972         MOVE WS-LOG-RETURN-CODE TO WS-STEP-RETURN-CODE
033974         IF WS-STEP-RETURN-CODE NOT = ZERO
033976             DISPLAY 'CUST-DRIVER: AUDIT ROLL-OFF FAILED, '
033978                 'RETURN CODE = ' WS-STEP-RETURN-CODE
033980         END-IF
033982     END-IF.
033984     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
033986 3800-EXIT.
033988     EXIT.

034000*****************************************************************
034100* 6000-NOTE-STEP-START - stamp the step's start time and clear
034900 6000-EXIT.
035000     EXIT.

035010*****************************************************************
035020* 6100-CHECK-RESUME-SKIP - on a resumed window, a step ahead of
035030* the resume point was completed by an earlier run tonight.  It
035040* is not run again; a skipped-step record carrying the return
035050* code it completed with goes on the log in its place.
035060*****************************************************************
035070 6100-CHECK-RESUME-SKIP.
035071     MOVE 'N' TO WS-STEP-SKIP-SWITCH.
035072     IF NOT WS-RESUMING-WINDOW
035073         GO TO 6100-EXIT
035074     END-IF.
035075     MOVE WS-RUN-STEP-NAME TO WS-STEP-LOOKUP-NAME.
035076     PERFORM 6200-FIND-STEP THRU 6200-EXIT.
035077     IF NOT WS-STEP-FOUND
035078         OR WS-STEP-FOUND-SUB NOT < WS-RESUME-STEP-SUB
035079         GO TO 6100-EXIT
035080     END-IF.
035081     MOVE 'Y' TO WS-STEP-SKIP-SWITCH.
035082     DISPLAY 'CUST-DRIVER: ' WS-RUN-STEP-NAME
035083         ' COMPLETED EARLIER TONIGHT - SKIPPED'.
035084     PERFORM 6000-NOTE-STEP-START THRU 6000-EXIT.
035085     MOVE WS-STEP-LAST-RC (WS-STEP-FOUND-SUB)
035086         TO WS-LOG-RETURN-CODE.
035087     MOVE 'S' TO WS-RUN-STEP-MODE.
035088     PERFORM 7000-WRITE-RUN-RECORD THRU 7000-EXIT.
035089     MOVE 'R' TO WS-RUN-STEP-MODE.
035090 6100-EXIT.
035091     EXIT.

035092*****************************************************************
035093* 6200-FIND-STEP - look WS-STEP-LOOKUP-NAME up in the step list;
035094* WS-STEP-FOUND-SUB holds its place when it is there.
035095*****************************************************************
035096 6200-FIND-STEP.
035097     MOVE 'N' TO WS-STEP-FOUND-SWITCH.
035098     MOVE ZERO TO WS-STEP-FOUND-SUB.
035099     PERFORM 6210-MATCH-STEP-NAME THRU 6210-EXIT
035100         VARYING WS-STEP-SUB FROM 1 BY 1
035101         UNTIL WS-STEP-SUB > WS-STEP-TABLE-SIZE
035102             OR WS-STEP-FOUND.
035103 6200-EXIT.
035104     EXIT.

035105 6210-MATCH-STEP-NAME.
035106     IF WS-STEP-TABLE-NAME (WS-STEP-SUB) = WS-STEP-LOOKUP-NAME
035107         MOVE 'Y' TO WS-STEP-FOUND-SWITCH
035108         MOVE WS-STEP-SUB TO WS-STEP-FOUND-SUB
035109     END-IF.
035110 6210-EXIT.
035111     EXIT.

035200*****************************************************************
035300* 7000-WRITE-RUN-RECORD - one run-log record per step, written
035400* as the step ends.  A log that stops taking records is worth a
036700     MOVE WS-LOG-APPLIED-COUNT TO RUN-TRAN-APPLIED.
036800     MOVE WS-LOG-REJECT-COUNT TO RUN-TRAN-REJECTED.
036900     MOVE WS-LOG-RETURN-CODE TO RUN-RETURN-CODE.
036910     MOVE WS-RUN-STEP-MODE TO RUN-STEP-MODE.
037000     WRITE RUN-LOG-RECORD.
037100     IF NOT WS-RUN-LOG-OK
037200         DISPLAY 'CUST-DRIVER: RUN LOG WRITE FAILED, STATUS = '
