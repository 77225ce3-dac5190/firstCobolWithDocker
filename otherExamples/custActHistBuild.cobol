000100****************************************************************
000200* Program name:    CustActHistBuild
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Loads the activity history from the audit
000900*                  generations.  Walks the audit control file
001000*                  CustAuditCtl.dat, reads every
001100*                  CustAudit.YYYYMMDD.dat generation it lists,
001200*                  and writes one CustActHist.dax record
001300*                  (ACTHREC) per audit record, keyed by customer,
001400*                  date and time, with the generation date and
001500*                  the record's position in the generation
001600*                  completing the key - the same key
001700*                  CUST-AUDIT-ROLL gives the records it loads
001800*                  nightly.  A date the control file lists twice
001900*                  (a logged rerun of the roll) is one generation
002000*                  file and is loaded once.  The history is
002100*                  opened OUTPUT, so a rebuild always starts
002200*                  empty and mirrors the generations exactly.
002300*                  Run once to take on the generations that
002400*                  predate the history, and again any time the
002500*                  roll warns the history fell short or
002600*                  CUST-VERIFY finds it out of step.  A missing
002700*                  generation or a rejected record ends the run
002800*                  with return code 4.
002900*
003000* Maintenance history
003100* -------------------------------------------------------------
003200* 2026-10-15  DC  Original version.
003300*
003400****************************************************************
003500 IDENTIFICATION DIVISION.
003600 PROGRAM-ID. CUST-ACT-HIST-BUILD.
003700 AUTHOR. David Catino.
003800 INSTALLATION. Customer Systems.
003900 DATE-WRITTEN. 10/15/2026.
004000 DATE-COMPILED.
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AUDIT-CONTROL-FILE ASSIGN TO 'CustAuditCtl.dat'
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CONTROL-FILE-STATUS.
004700     SELECT GENERATION-FILE ASSIGN TO WS-GENERATION-FILE-NAME
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-GENERATION-FILE-STATUS.
005000     SELECT HISTORY-FILE ASSIGN TO 'CustActHist.dax'
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS ACTH-KEY OF HISTORY-RECORD
005400         FILE STATUS IS WS-HISTORY-FILE-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  AUDIT-CONTROL-FILE.
005800 01  AUDIT-CONTROL-RECORD.
005900     05  ACTL-DATE                 PIC 9(08).
006000     05  ACTL-TIME                 PIC 9(08).
006100     05  ACTL-RECORD-COUNT         PIC 9(08).

006300 FD  GENERATION-FILE.
006400 01  GENERATION-RECORD.
006500     COPY AUDITREC.

006700 FD  HISTORY-FILE.
006800 01  HISTORY-RECORD.
006900     COPY ACTHREC.

007100 WORKING-STORAGE SECTION.
007200 01  WS-CONTROL-FILE-STATUS        PIC X(02).
007300     88  WS-CONTROL-FILE-OK        VALUE '00'.
007400 01  WS-GENERATION-FILE-STATUS     PIC X(02).
007500     88  WS-GENERATION-FILE-OK     VALUE '00'.
007600 01  WS-HISTORY-FILE-STATUS        PIC X(02).
007700     88  WS-HISTORY-FILE-OK        VALUE '00'.
007800     88  WS-HISTORY-DUPLICATE      VALUE '22'.
007900 01  WS-CONTROL-EOF-SWITCH         PIC X(01) VALUE 'N'.
008000     88  WS-END-OF-CONTROL-FILE    VALUE 'Y'.
008100 01  WS-GEN-EOF-SWITCH             PIC X(01) VALUE 'N'.
008200     88  WS-END-OF-GENERATION      VALUE 'Y'.
008300 01  WS-LOAD-FAIL-SWITCH           PIC X(01) VALUE 'N'.
008400     88  WS-LOAD-FAILED            VALUE 'Y'.
008500 01  WS-LAST-GEN-DATE              PIC 9(08) VALUE ZERO.
008600 01  WS-GEN-DATE-X                 PIC X(08).
008700 01  WS-GENERATION-FILE-NAME       PIC X(22).
008800 01  WS-GEN-SEQUENCE               PIC 9(08) COMP VALUE ZERO.
008900 01  WS-GENERATIONS-LOADED         PIC 9(06) COMP VALUE ZERO.
009000 01  WS-GENERATIONS-MISSING        PIC 9(06) COMP VALUE ZERO.
009100 01  WS-RECORDS-READ               PIC 9(08) COMP VALUE ZERO.
009200 01  WS-ENTRIES-WRITTEN            PIC 9(08) COMP VALUE ZERO.
009300 01  WS-ENTRIES-REJECTED           PIC 9(08) COMP VALUE ZERO.
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009600     MOVE ZERO TO RETURN-CODE.
009700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009800     IF NOT WS-CONTROL-FILE-OK OR NOT WS-HISTORY-FILE-OK
009900         PERFORM 1010-CLOSE-ON-ABEND THRU 1010-EXIT
010000         GO TO 9999-STOP-RUN
010100     END-IF.
010200     PERFORM 2000-TAKE-ONE-GENERATION THRU 2000-EXIT
010300         UNTIL WS-END-OF-CONTROL-FILE OR WS-LOAD-FAILED.
010400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
010500     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

010700*****************************************************************
010800* 1000-INITIALIZE - the history is opened OUTPUT, so a rebuild
010900* always starts from an empty file.  With no control file there
011000* are no generations yet, and nothing is touched.
011100*****************************************************************
011200 1000-INITIALIZE.
011300     OPEN INPUT AUDIT-CONTROL-FILE.
011400     IF WS-CONTROL-FILE-STATUS = '35'
011500         DISPLAY 'NO AUDIT CONTROL FILE ON HAND - '
011600             'NO GENERATIONS TO LOAD'
011700         GO TO 1000-EXIT
011800     END-IF.
011900     IF NOT WS-CONTROL-FILE-OK
012000         DISPLAY 'ERROR OPENING AUDIT CONTROL FILE, STATUS = '
012100             WS-CONTROL-FILE-STATUS
012200         MOVE 16 TO RETURN-CODE
012300         GO TO 1000-EXIT
012400     END-IF.
012500     OPEN OUTPUT HISTORY-FILE.
012600     IF NOT WS-HISTORY-FILE-OK
012700         DISPLAY 'ERROR OPENING ACTIVITY HISTORY, STATUS = '
012800             WS-HISTORY-FILE-STATUS
012900         MOVE 16 TO RETURN-CODE
013000         GO TO 1000-EXIT
013100     END-IF.
013200 1000-EXIT.
013300     EXIT.

013500*****************************************************************
013600* 1010-CLOSE-ON-ABEND - close whichever file did open
013700* successfully before the run gives up.
013800*****************************************************************
013900 1010-CLOSE-ON-ABEND.
014000     IF WS-CONTROL-FILE-OK
014100         CLOSE AUDIT-CONTROL-FILE
014200     END-IF.
014300 1010-EXIT.
014400     EXIT.

014600*****************************************************************
014700* 2000-TAKE-ONE-GENERATION - one control record per pass.  The
014800* roll logs in date order, so a rerun's second record for a
014900* date follows the first and its generation is already loaded.
015000*****************************************************************
015100 2000-TAKE-ONE-GENERATION.
015200     READ AUDIT-CONTROL-FILE
015300         AT END
015400             MOVE 'Y' TO WS-CONTROL-EOF-SWITCH
015500             GO TO 2000-EXIT
015600     END-READ.
015700     IF ACTL-DATE IS NOT NUMERIC
015800         DISPLAY 'AUDIT CONTROL RECORD NOT NUMERIC, SKIPPED: '
015900             AUDIT-CONTROL-RECORD
016000         GO TO 2000-EXIT
016100     END-IF.
016200     IF ACTL-DATE = WS-LAST-GEN-DATE
016300         GO TO 2000-EXIT
016400     END-IF.
016500     MOVE ACTL-DATE TO WS-LAST-GEN-DATE.
016600     PERFORM 3000-LOAD-GENERATION THRU 3000-EXIT.
016700 2000-EXIT.
016800     EXIT.

017000*****************************************************************
017100* 3000-LOAD-GENERATION - read one generation end to end.  A
017200* generation the control file lists but the disk no longer
017300* holds is reported and passed over.
017400*****************************************************************
017500 3000-LOAD-GENERATION.
017600     MOVE ACTL-DATE TO WS-GEN-DATE-X.
017700     MOVE SPACES TO WS-GENERATION-FILE-NAME.
017800     STRING 'CustAudit.' DELIMITED BY SIZE
017900            WS-GEN-DATE-X DELIMITED BY SIZE
018000            '.dat' DELIMITED BY SIZE
018100         INTO WS-GENERATION-FILE-NAME.
018200     MOVE 'N' TO WS-GEN-EOF-SWITCH.
018300     MOVE ZERO TO WS-GEN-SEQUENCE.
018400     OPEN INPUT GENERATION-FILE.
018500     IF NOT WS-GENERATION-FILE-OK
018600         DISPLAY 'CANNOT OPEN AUDIT GENERATION '
018700             WS-GENERATION-FILE-NAME ', STATUS = '
018800             WS-GENERATION-FILE-STATUS
018900         ADD 1 TO WS-GENERATIONS-MISSING
019000         GO TO 3000-EXIT
019100     END-IF.
019200     PERFORM 3100-LOAD-ONE-ENTRY THRU 3100-EXIT
019300         UNTIL WS-END-OF-GENERATION OR WS-LOAD-FAILED.
019400     CLOSE GENERATION-FILE.
019500     ADD 1 TO WS-GENERATIONS-LOADED.
019600     DISPLAY 'GENERATION ' WS-GEN-DATE-X ': '
019700         WS-GEN-SEQUENCE ' RECORDS'.
019800 3000-EXIT.
019900     EXIT.

020100*****************************************************************
020200* 3100-LOAD-ONE-ENTRY - file one audit record under its
020300* customer.  A duplicate key is rejected and counted; any other
020400* write failure stops the load.
020500*****************************************************************
020600 3100-LOAD-ONE-ENTRY.
020700     READ GENERATION-FILE
020800         AT END
020900             MOVE 'Y' TO WS-GEN-EOF-SWITCH
021000             GO TO 3100-EXIT
021100     END-READ.
021200     ADD 1 TO WS-RECORDS-READ.
021300     ADD 1 TO WS-GEN-SEQUENCE.
021400     MOVE AUDIT-CUSTOMER-ID OF GENERATION-RECORD
021500         TO ACTH-CUSTOMER-ID OF HISTORY-RECORD.
021600     MOVE AUDIT-DATE OF GENERATION-RECORD
021700         TO ACTH-DATE OF HISTORY-RECORD.
021800     MOVE AUDIT-TIME OF GENERATION-RECORD
021900         TO ACTH-TIME OF HISTORY-RECORD.
022000     MOVE WS-LAST-GEN-DATE
022050         TO ACTH-GENERATION-DATE OF HISTORY-RECORD.
022100     MOVE WS-GEN-SEQUENCE TO ACTH-GEN-SEQUENCE OF HISTORY-RECORD.
022200     MOVE GENERATION-RECORD TO ACTH-AUDIT-DATA OF HISTORY-RECORD.
022300     WRITE HISTORY-RECORD.
022400     IF WS-HISTORY-FILE-OK
022500         ADD 1 TO WS-ENTRIES-WRITTEN
022600         GO TO 3100-EXIT
022700     END-IF.
022800     IF WS-HISTORY-DUPLICATE
022900         ADD 1 TO WS-ENTRIES-REJECTED
023000         DISPLAY 'HISTORY ENTRY REJECTED, DUPLICATE KEY: '
023100             ACTH-KEY OF HISTORY-RECORD
023200         GO TO 3100-EXIT
023300     END-IF.
023400     DISPLAY 'ERROR WRITING ACTIVITY HISTORY, STATUS = '
023500         WS-HISTORY-FILE-STATUS
023600     MOVE 'Y' TO WS-LOAD-FAIL-SWITCH.
023700 3100-EXIT.
023800     EXIT.

024000*****************************************************************
024100* 8000-TERMINATE - report the counts and set the return code.
024200*****************************************************************
024300 8000-TERMINATE.
024400     CLOSE AUDIT-CONTROL-FILE.
024500     CLOSE HISTORY-FILE.
024600     DISPLAY 'GENERATIONS LOADED:     ' WS-GENERATIONS-LOADED.
024700     DISPLAY 'GENERATIONS MISSING:    ' WS-GENERATIONS-MISSING.
024800     DISPLAY 'AUDIT RECORDS READ:     ' WS-RECORDS-READ.
024900     DISPLAY 'HISTORY ENTRIES WRITTEN:' WS-ENTRIES-WRITTEN.
025000     DISPLAY 'HISTORY ENTRIES REJECTED:' WS-ENTRIES-REJECTED.
025100     IF WS-LOAD-FAILED
025200         DISPLAY 'ACTIVITY HISTORY LOAD ABANDONED - RERUN '
025300             'ONCE THE WRITE ERROR IS CLEARED'
025400         MOVE 16 TO RETURN-CODE
025500         GO TO 8000-EXIT
025600     END-IF.
025700     IF WS-GENERATIONS-MISSING > ZERO
025800         OR WS-ENTRIES-REJECTED > ZERO
025900         MOVE 4 TO RETURN-CODE
026000     END-IF.
026100 8000-EXIT.
026200     EXIT.

026400 9999-STOP-RUN.
026500     GOBACK.
026600 9999-EXIT.
026700     EXIT.
