002000*                  operator looks before the billing extract
002100*                  goes out.  The count and business date are
002200*                  saved to a control file for the next run.
002210*                  The activity history is proved generation by
002220*                  generation against the audit control file;
002230*                  a history that does not agree ends the run
002240*                  with return code 4, a warning, since the
002250*                  master itself has proved sound.
002300*
002400* Maintenance history
002500* -------------------------------------------------------------
002660*                 appears.  The master's access mode went
002670*                 DYNAMIC so the orphan check can read it by
002680*                 key after the sequential pass.
002690* 2026-10-15  DC  The nightly pass now also proves the activity
002691*                 history CustActHist.dax against the audit
002692*                 control file: each generation's history
002693*                 record count must agree with the count the
002694*                 roll logged for it, and no history record
002695*                 may belong to a generation the control file
002696*                 does not list.  A break there is a warning
002697*                 (return code 4), not a failed verify.
002700*
002800****************************************************************
002900 IDENTIFICATION DIVISION.
004830         ACCESS MODE IS SEQUENTIAL
004840         RECORD KEY IS BAL-CUSTOMER-ID OF BALANCE-RECORD
004850         FILE STATUS IS WS-BALANCE-FILE-STATUS.
004860     SELECT AUDIT-CONTROL-FILE ASSIGN TO 'CustAuditCtl.dat'
004870         ORGANIZATION IS LINE SEQUENTIAL
004880         FILE STATUS IS WS-ACTL-FILE-STATUS.
004881     SELECT HISTORY-FILE ASSIGN TO 'CustActHist.dax'
004882         ORGANIZATION IS INDEXED
004883         ACCESS MODE IS SEQUENTIAL
004884         RECORD KEY IS ACTH-KEY OF HISTORY-RECORD
004885         FILE STATUS IS WS-HISTORY-FILE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CUSTOMER-FILE.
006220 01  BALANCE-RECORD.
006230     COPY BALREC.

006240 FD  AUDIT-CONTROL-FILE.
006250 01  AUDIT-CONTROL-RECORD.
006260     05  ACTL-DATE                 PIC 9(08).
006270     05  ACTL-TIME                 PIC 9(08).
006280     05  ACTL-RECORD-COUNT         PIC 9(08).

006290 FD  HISTORY-FILE.
006291 01  HISTORY-RECORD.
006292     COPY ACTHREC.

006400 WORKING-STORAGE SECTION.
006500 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
006600     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
007040     88  WS-END-OF-BALANCE-FILE    VALUE 'Y'.
007050 01  WS-BALANCE-OPEN-SWITCH        PIC X(01) VALUE 'N'.
007060     88  WS-BALANCE-FILE-OPENED    VALUE 'Y'.
007061 01  WS-ACTL-FILE-STATUS           PIC X(02).
007062     88  WS-ACTL-FILE-OK           VALUE '00'.
007063 01  WS-ACTL-EOF-SWITCH            PIC X(01) VALUE 'N'.
007064     88  WS-END-OF-AUDIT-CTL       VALUE 'Y'.
007065 01  WS-HISTORY-FILE-STATUS        PIC X(02).
007066     88  WS-HISTORY-FILE-OK        VALUE '00'.
007067 01  WS-HISTORY-EOF-SWITCH         PIC X(01) VALUE 'N'.
007068     88  WS-END-OF-HISTORY         VALUE 'Y'.
007069 01  WS-GEN-TABLE-SWITCH           PIC X(01) VALUE 'Y'.
007070     88  WS-GEN-TABLE-USABLE       VALUE 'Y'.
007071 01  WS-GEN-FOUND-SWITCH           PIC X(01) VALUE 'N'.
007072     88  WS-GEN-FOUND              VALUE 'Y'.
007100 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
007200     88  WS-END-OF-CUSTOMER-FILE   VALUE 'Y'.
007300 01  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
007800     88  WS-VERIFY-FAILED          VALUE 'Y'.
007810 01  WS-RECORD-ERROR-SWITCH        PIC X(01) VALUE 'N'.
007820     88  WS-RECORD-IN-ERROR        VALUE 'Y'.
007830 01  WS-HISTORY-WARN-SWITCH        PIC X(01) VALUE 'N'.
007840     88  WS-HISTORY-DISAGREES      VALUE 'Y'.
007900 01  WS-RECORD-COUNT               PIC 9(08) COMP VALUE ZERO.
008000 01  WS-ACTIVE-COUNT               PIC 9(08) COMP VALUE ZERO.
008100 01  WS-CLOSED-COUNT               PIC 9(08) COMP VALUE ZERO.
008300 01  WS-INVALID-COUNT              PIC 9(08) COMP VALUE ZERO.
008310 01  WS-BALANCE-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
008320 01  WS-ORPHAN-BALANCE-COUNT       PIC 9(08) COMP VALUE ZERO.
008330 01  WS-HISTORY-RECORD-COUNT       PIC 9(08) COMP VALUE ZERO.
008340 01  WS-HISTORY-STRAY-COUNT        PIC 9(08) COMP VALUE ZERO.
008350 01  WS-GEN-BREAK-COUNT            PIC 9(08) COMP VALUE ZERO.
008400 01  WS-AUDIT-ADD-COUNT            PIC 9(08) COMP VALUE ZERO.
008500 01  WS-AUDIT-DELETE-COUNT         PIC 9(08) COMP VALUE ZERO.
008600 01  WS-PRIOR-COUNT                PIC 9(08) COMP VALUE ZERO.
008700 01  WS-PRIOR-DATE                 PIC 9(08) VALUE ZERO.
008800 01  WS-EXPECTED-COUNT             PIC S9(08) COMP VALUE ZERO.
008900 01  WS-BUSINESS-DATE              PIC 9(08) VALUE ZERO.
008910 01  WS-GEN-LIMIT                  PIC 9(04) COMP VALUE 5000.
008920 01  WS-GEN-COUNT                  PIC 9(04) COMP VALUE ZERO.
008930 01  WS-GEN-SUB                    PIC 9(04) COMP VALUE ZERO.
008940 01  WS-GEN-LOW                    PIC 9(04) COMP VALUE ZERO.
008950 01  WS-GEN-HIGH                   PIC 9(04) COMP VALUE ZERO.
008960 01  WS-GEN-MID                    PIC 9(04) COMP VALUE ZERO.
008970 01  WS-GEN-TABLE.
008980     05  WS-GEN-ENTRY              OCCURS 5000 TIMES.
008985         10  WS-GEN-DATE           PIC 9(08).
008990         10  WS-GEN-CTL-COUNT      PIC 9(08) COMP.
008995         10  WS-GEN-HIST-COUNT     PIC 9(08) COMP.
009000 PROCEDURE DIVISION.
009100 0000-MAINLINE.
009200     MOVE ZERO TO RETURN-CODE.
010100         UNTIL WS-END-OF-AUDIT-FILE.
010200     PERFORM 4000-PROVE-BALANCE THRU 4000-EXIT.
010210     PERFORM 4500-PROVE-BALANCE-OWNERS THRU 4500-EXIT.
010220     PERFORM 4700-PROVE-ACTIVITY-HISTORY THRU 4700-EXIT.
010300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010400     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

026513 4510-EXIT.
026514     EXIT.

026520*****************************************************************
026540* 4700-PROVE-ACTIVITY-HISTORY - the activity history must hold
026560* exactly what the roll logged: for each generation on the audit
026580* control file, the history records filed under that generation
026600* date must number the control count (summed when a rerun logged
026620* the date twice), and no history record may claim a generation
026640* the control file does not list.  Runs before tonight's roll, so
026660* both sides stand at last night's close.  No history on hand
026680* means nothing to prove yet.  Anything wrong here is a warning
026690* under its own switch; it does not fail the master verify.
026700*****************************************************************
026720 4700-PROVE-ACTIVITY-HISTORY.
026740     OPEN INPUT HISTORY-FILE.
026760     IF WS-HISTORY-FILE-STATUS = '35'
026780         DISPLAY 'NO ACTIVITY HISTORY ON HAND - '
026800             'HISTORY PROOF SKIPPED'
026820         GO TO 4700-EXIT
026840     END-IF.
026860     IF NOT WS-HISTORY-FILE-OK
026880         DISPLAY 'ERROR OPENING ACTIVITY HISTORY, STATUS = '
026900             WS-HISTORY-FILE-STATUS
026920         MOVE 'Y' TO WS-HISTORY-WARN-SWITCH
026940         GO TO 4700-EXIT
026960     END-IF.
026980     PERFORM 4710-LOAD-GENERATIONS THRU 4710-EXIT.
027000     IF NOT WS-GEN-TABLE-USABLE
027020         CLOSE HISTORY-FILE
027040         MOVE 'Y' TO WS-HISTORY-WARN-SWITCH
027060         GO TO 4700-EXIT
027080     END-IF.
027100     PERFORM 4730-COUNT-ONE-HISTORY THRU 4730-EXIT
027120         UNTIL WS-END-OF-HISTORY.
027140     CLOSE HISTORY-FILE.
027160     PERFORM 4760-COMPARE-ONE-GENERATION THRU 4760-EXIT
027180         VARYING WS-GEN-SUB FROM 1 BY 1
027200         UNTIL WS-GEN-SUB > WS-GEN-COUNT.
027220     IF WS-HISTORY-STRAY-COUNT > ZERO
027240         DISPLAY 'HISTORY RECORDS OF NO LOGGED GENERATION: '
027260             WS-HISTORY-STRAY-COUNT
027280         MOVE 'Y' TO WS-HISTORY-WARN-SWITCH
027300     END-IF.
027320     IF WS-GEN-BREAK-COUNT > ZERO
027340         MOVE 'Y' TO WS-HISTORY-WARN-SWITCH
027360     END-IF.
027380     IF WS-GEN-BREAK-COUNT = ZERO
027390         AND WS-HISTORY-STRAY-COUNT = ZERO
027400         DISPLAY 'ACTIVITY HISTORY AGREES WITH AUDIT CONTROL FILE'
027420     END-IF.
027440 4700-EXIT.
027460     EXIT.

027480*****************************************************************
027500* 4710-LOAD-GENERATIONS - one table entry per generation date.
027520* The roll logs in date order, so a date equal to the last entry
027540* is a logged rerun whose count is added on, and the table comes
027560* out ascending for the binary lookup.  A date out of order or a
027580* table too small leaves nothing safe to prove against.
027600*****************************************************************
027620 4710-LOAD-GENERATIONS.
027640     OPEN INPUT AUDIT-CONTROL-FILE.
027660     IF WS-ACTL-FILE-STATUS = '35'
027680         GO TO 4710-EXIT
027700     END-IF.
027720     IF NOT WS-ACTL-FILE-OK
027740         DISPLAY 'ERROR OPENING AUDIT CONTROL FILE, STATUS = '
027760             WS-ACTL-FILE-STATUS
027780         MOVE 'N' TO WS-GEN-TABLE-SWITCH
027800         GO TO 4710-EXIT
027820     END-IF.
027840     PERFORM 4720-TAKE-ONE-GENERATION THRU 4720-EXIT
027860         UNTIL WS-END-OF-AUDIT-CTL OR NOT WS-GEN-TABLE-USABLE.
027880     CLOSE AUDIT-CONTROL-FILE.
027900 4710-EXIT.
027920     EXIT.

027940 4720-TAKE-ONE-GENERATION.
027960     READ AUDIT-CONTROL-FILE
027980         AT END
028000             MOVE 'Y' TO WS-ACTL-EOF-SWITCH
028020             GO TO 4720-EXIT
028040     END-READ.
028060     IF ACTL-DATE IS NOT NUMERIC
028080         OR ACTL-RECORD-COUNT IS NOT NUMERIC
028100         DISPLAY 'AUDIT CONTROL RECORD NOT NUMERIC: '
028120             AUDIT-CONTROL-RECORD
028140         ADD 1 TO WS-GEN-BREAK-COUNT
028160         GO TO 4720-EXIT
028180     END-IF.
028200     IF WS-GEN-COUNT > ZERO
028220         IF ACTL-DATE = WS-GEN-DATE (WS-GEN-COUNT)
028240             ADD ACTL-RECORD-COUNT
028250                 TO WS-GEN-CTL-COUNT (WS-GEN-COUNT)
028260             GO TO 4720-EXIT
028280         END-IF
028300         IF ACTL-DATE < WS-GEN-DATE (WS-GEN-COUNT)
028320             DISPLAY 'AUDIT CONTROL FILE OUT OF DATE ORDER AT '
028340                 ACTL-DATE ' - HISTORY PROOF SKIPPED'
028360             MOVE 'N' TO WS-GEN-TABLE-SWITCH
028380             GO TO 4720-EXIT
028400         END-IF
028420     END-IF.
028440     IF WS-GEN-COUNT NOT < WS-GEN-LIMIT
028460         DISPLAY 'MORE THAN ' WS-GEN-LIMIT ' AUDIT GENERATIONS - '
028480             'HISTORY PROOF SKIPPED'
028500         MOVE 'N' TO WS-GEN-TABLE-SWITCH
028520         GO TO 4720-EXIT
028540     END-IF.
028560     ADD 1 TO WS-GEN-COUNT.
028580     MOVE ACTL-DATE TO WS-GEN-DATE (WS-GEN-COUNT).
028600     MOVE ACTL-RECORD-COUNT TO WS-GEN-CTL-COUNT (WS-GEN-COUNT).
028620     MOVE ZERO TO WS-GEN-HIST-COUNT (WS-GEN-COUNT).
028640 4720-EXIT.
028660     EXIT.

028680 4730-COUNT-ONE-HISTORY.
028700     READ HISTORY-FILE NEXT RECORD
028720         AT END
028740             MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
028760             GO TO 4730-EXIT
028780     END-READ.
028800     ADD 1 TO WS-HISTORY-RECORD-COUNT.
028820     PERFORM 4740-FIND-GENERATION THRU 4740-EXIT.
028840     IF WS-GEN-FOUND
028860         ADD 1 TO WS-GEN-HIST-COUNT (WS-GEN-MID)
028880     ELSE
028900         ADD 1 TO WS-HISTORY-STRAY-COUNT
028920     END-IF.
028940 4730-EXIT.
028960     EXIT.

028980*****************************************************************
029000* 4740-FIND-GENERATION - binary lookup of the history record's
029020* generation date in the ascending table; WS-GEN-MID is left on
029040* the entry when it is found.
029060*****************************************************************
029080 4740-FIND-GENERATION.
029100     MOVE 'N' TO WS-GEN-FOUND-SWITCH.
029120     MOVE 1 TO WS-GEN-LOW.
029140     MOVE WS-GEN-COUNT TO WS-GEN-HIGH.
029160     PERFORM 4750-HALVE-GEN-RANGE THRU 4750-EXIT
029180         UNTIL WS-GEN-FOUND OR WS-GEN-LOW > WS-GEN-HIGH.
029200 4740-EXIT.
029220     EXIT.

029240 4750-HALVE-GEN-RANGE.
029260     COMPUTE WS-GEN-MID = (WS-GEN-LOW + WS-GEN-HIGH) / 2.
029280     IF WS-GEN-DATE (WS-GEN-MID) =
029300         ACTH-GENERATION-DATE OF HISTORY-RECORD
029320         MOVE 'Y' TO WS-GEN-FOUND-SWITCH
029340         GO TO 4750-EXIT
029360     END-IF.
029380     IF WS-GEN-DATE (WS-GEN-MID) <
029400         ACTH-GENERATION-DATE OF HISTORY-RECORD
029420         COMPUTE WS-GEN-LOW = WS-GEN-MID + 1
029440     ELSE
029460         COMPUTE WS-GEN-HIGH = WS-GEN-MID - 1
029480     END-IF.
029500 4750-EXIT.
029520     EXIT.

029540 4760-COMPARE-ONE-GENERATION.
029560     IF WS-GEN-HIST-COUNT (WS-GEN-SUB) =
029580         WS-GEN-CTL-COUNT (WS-GEN-SUB)
029600         GO TO 4760-EXIT
029620     END-IF.
029640     DISPLAY 'GENERATION ' WS-GEN-DATE (WS-GEN-SUB)
029660         ' CONTROL COUNT ' WS-GEN-CTL-COUNT (WS-GEN-SUB)
029680         ' HISTORY COUNT ' WS-GEN-HIST-COUNT (WS-GEN-SUB).
029700     ADD 1 TO WS-GEN-BREAK-COUNT.
029720 4760-EXIT.
029740     EXIT.

030000*****************************************************************
030100* 8000-TERMINATE - report the counts, save tonight's count and
030200* date for the next run, and set the return code.  The control
030300* file is stamped even on a failed run so the next night proves
030400* against what is actually on the master now.
030500*****************************************************************
030600 8000-TERMINATE.
030700     CLOSE CUSTOMER-FILE.
030800     IF WS-AUDIT-FILE-OPENED
030900         CLOSE AUDIT-FILE
031000     END-IF.
031100     OPEN OUTPUT CONTROL-FILE.
031200     IF WS-CONTROL-FILE-OK
031300         MOVE WS-RECORD-COUNT TO VCTL-RECORD-COUNT
031400         MOVE WS-BUSINESS-DATE TO VCTL-DATE
031500         WRITE CONTROL-RECORD
031600         CLOSE CONTROL-FILE
031700     ELSE
031800         DISPLAY 'ERROR WRITING VERIFY CONTROL FILE, STATUS = '
031900             WS-CONTROL-FILE-STATUS
032000         MOVE 'Y' TO WS-VERIFY-FAIL-SWITCH
032100     END-IF.
032200     DISPLAY 'MASTER RECORDS:    ' WS-RECORD-COUNT.
032300     DISPLAY 'ACTIVE:            ' WS-ACTIVE-COUNT.
032400     DISPLAY 'CLOSED:            ' WS-CLOSED-COUNT.
032500     DISPLAY 'HOLD:              ' WS-HOLD-COUNT.
032600     DISPLAY 'INVALID RECORDS:   ' WS-INVALID-COUNT.
032700     DISPLAY 'BALANCE RECORDS:   ' WS-BALANCE-RECORD-COUNT.
032800     DISPLAY 'ORPHAN BALANCES:   ' WS-ORPHAN-BALANCE-COUNT.
032900     DISPLAY 'HISTORY RECORDS:   ' WS-HISTORY-RECORD-COUNT.
033000     DISPLAY 'HISTORY BREAKS:    ' WS-GEN-BREAK-COUNT.
033100     IF WS-VERIFY-FAILED
033200         DISPLAY 'CUSTOMER MASTER VERIFY FAILED'
033300         MOVE 8 TO RETURN-CODE
033400         GO TO 8000-EXIT
033450     END-IF.
033460     IF WS-HISTORY-DISAGREES
033470         DISPLAY 'CUSTOMER MASTER VERIFY CLEAN - '
033480             'ACTIVITY HISTORY DOES NOT AGREE'
033490         MOVE 4 TO RETURN-CODE
033500     ELSE
033550         DISPLAY 'CUSTOMER MASTER VERIFY CLEAN'
033600     END-IF.
033700 8000-EXIT.
033800     EXIT.

033900 9999-STOP-RUN.
034000     GOBACK.
034100 9999-EXIT.
034200     EXIT.
