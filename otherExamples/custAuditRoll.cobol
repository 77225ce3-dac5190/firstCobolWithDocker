002030*                  attempt opens it fresh, replacing the
002040*                  partial copy rather than duplicating the
002100*                  trail behind it.
002200*                  CUST-RESTORE's replay and CUST-ARCHIVE's
002300*                  activity scan walk the generations through the
002400*                  control file.  Each record rolled is also
002410*                  loaded into the activity history
002420*                  CustActHist.dax (ACTHREC), keyed by customer,
002430*                  which CUST-ACT-INQ and CUST-PROFILE read by
002440*                  key.  A history that cannot be loaded is a
002450*                  warning (return code 4): the generation still
002460*                  holds the records and CUST-ACT-HIST-BUILD
002470*                  reloads them.
002500*                  The live file is emptied only after the copy
002600*                  proves complete; any failure leaves it as it
002700*                  stood, with return code 8.
003173*                 full) was emptying CustAudit.dat with no
003174*                 control record telling the readers where
003175*                 the records went.
003180* 2026-10-15  DC  Each rolled record is now also loaded into the
003181*                 customer-keyed activity history CustActHist.dax,
003182*                 so the inquiries read one customer's entries by
003183*                 key instead of every generation end to end.
003200*
003300****************************************************************
003400 IDENTIFICATION DIVISION.
004900     SELECT AUDIT-CONTROL-FILE ASSIGN TO 'CustAuditCtl.dat'
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CONTROL-FILE-STATUS.
005110     SELECT HISTORY-FILE ASSIGN TO 'CustActHist.dax'
005120         ORGANIZATION IS INDEXED
005130         ACCESS MODE IS RANDOM
005140         RECORD KEY IS ACTH-KEY OF HISTORY-RECORD
005150         FILE STATUS IS WS-HISTORY-FILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  AUDIT-FILE.
006300     05  ACTL-TIME                 PIC 9(08).
006400     05  ACTL-RECORD-COUNT         PIC 9(08).

006410 FD  HISTORY-FILE.
006420 01  HISTORY-RECORD.
006430     COPY ACTHREC.

006500 WORKING-STORAGE SECTION.
006600 01  WS-AUDIT-FILE-STATUS          PIC X(02).
006700     88  WS-AUDIT-FILE-OK          VALUE '00'.
006900     88  WS-GENERATION-FILE-OK     VALUE '00'.
007000 01  WS-CONTROL-FILE-STATUS        PIC X(02).
007100     88  WS-CONTROL-FILE-OK        VALUE '00'.
007110 01  WS-HISTORY-FILE-STATUS        PIC X(02).
007120     88  WS-HISTORY-FILE-OK        VALUE '00'.
007200 01  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE 'N'.
007300     88  WS-END-OF-AUDIT-FILE      VALUE 'Y'.
007400 01  WS-COPY-FAIL-SWITCH           PIC X(01) VALUE 'N'.
007520     88  WS-END-OF-CONTROL-FILE    VALUE 'Y'.
007530 01  WS-PRIOR-ROLL-SWITCH          PIC X(01) VALUE 'N'.
007540     88  WS-PRIOR-ROLL-LOGGED      VALUE 'Y'.
007550 01  WS-HISTORY-OPEN-SWITCH        PIC X(01) VALUE 'N'.
007560     88  WS-HISTORY-OPEN           VALUE 'Y'.
007570 01  WS-HISTORY-FAIL-SWITCH        PIC X(01) VALUE 'N'.
007580     88  WS-HISTORY-FAILED         VALUE 'Y'.
007600 01  WS-ROLL-DATE                  PIC 9(08) VALUE ZERO.
007700 01  WS-ROLL-DATE-X REDEFINES WS-ROLL-DATE
007800                                   PIC X(08).
007900 01  WS-ROLL-TIME                  PIC 9(08) VALUE ZERO.
008000 01  WS-GENERATION-FILE-NAME       PIC X(22).
008100 01  WS-ROLLED-COUNT               PIC 9(08) COMP VALUE ZERO.
008110 01  WS-PRIOR-GEN-COUNT            PIC 9(08) COMP VALUE ZERO.
008120 01  WS-HISTORY-COUNT              PIC 9(08) COMP VALUE ZERO.
008200 PROCEDURE DIVISION.
008300 0000-MAINLINE.
008400     MOVE ZERO TO RETURN-CODE.
012700         MOVE 16 TO RETURN-CODE
012800         GO TO 1000-EXIT
012900     END-IF.
012910     PERFORM 1200-OPEN-HISTORY-FILE THRU 1200-EXIT.
013000 1000-EXIT.
013100     EXIT.

013200             IF ACTL-DATE IS NUMERIC
013201                 AND ACTL-DATE = WS-ROLL-DATE
013202                 MOVE 'Y' TO WS-PRIOR-ROLL-SWITCH
013203                 IF ACTL-RECORD-COUNT IS NUMERIC
013204                     ADD ACTL-RECORD-COUNT TO WS-PRIOR-GEN-COUNT
013205                 END-IF
013206             END-IF
013207     END-READ.
013208 1110-EXIT.
013209     EXIT.

013210 1070-CLOSE-ON-ABEND.
013300     IF WS-AUDIT-FILE-OK
013600     IF WS-GENERATION-FILE-OK
013700         CLOSE GENERATION-FILE
013800     END-IF.
013810     IF WS-HISTORY-OPEN
013820         CLOSE HISTORY-FILE
013830     END-IF.
013900 1070-EXIT.
014000     EXIT.

014004*****************************************************************
014008* 1200-OPEN-HISTORY-FILE - the activity history is created on
014012* the first roll that finds none.  A history that will not open
014016* does not stop the roll; the generation is the record of truth
014020* and the history is reloaded from it afterwards.
014024*****************************************************************
014028 1200-OPEN-HISTORY-FILE.
014032     OPEN I-O HISTORY-FILE.
014036     IF WS-HISTORY-FILE-STATUS = '35'
014040         OPEN OUTPUT HISTORY-FILE
014044         IF WS-HISTORY-FILE-OK
014048             CLOSE HISTORY-FILE
014052             OPEN I-O HISTORY-FILE
014056         END-IF
014060     END-IF.
014064     IF NOT WS-HISTORY-FILE-OK
014068         DISPLAY 'ERROR OPENING ACTIVITY HISTORY, STATUS = '
014072             WS-HISTORY-FILE-STATUS
014076         MOVE 'Y' TO WS-HISTORY-FAIL-SWITCH
014080         GO TO 1200-EXIT
014084     END-IF.
014088     MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH.
014092 1200-EXIT.
014096     EXIT.

014100*****************************************************************
014200* 2000-ROLL-ONE-RECORD - copy one audit record to the dated
014300* generation.  A write failure stops the roll with the live file
015100             WRITE GENERATION-RECORD
015200             IF WS-GENERATION-FILE-OK
015300                 ADD 1 TO WS-ROLLED-COUNT
015310                 PERFORM 2100-LOAD-HISTORY THRU 2100-EXIT
015400             ELSE
015500                 DISPLAY 'ERROR WRITING AUDIT GENERATION, '
015600                     'STATUS = ' WS-GENERATION-FILE-STATUS
016000 2000-EXIT.
016100     EXIT.

016102*****************************************************************
016104* 2100-LOAD-HISTORY - file the record just rolled under its
016106* customer.  Its position in the generation completes the key,
016108* counting on from whatever an earlier logged roll for the same
016110* date already put there.  A key already on file is a reload of
016112* a record an earlier attempt filed, so it is rewritten in place.
016114* The first failure stops the loading, not the roll.
016116*****************************************************************
016118 2100-LOAD-HISTORY.
016120     IF NOT WS-HISTORY-OPEN OR WS-HISTORY-FAILED
016122         GO TO 2100-EXIT
016124     END-IF.
016126     MOVE AUDIT-CUSTOMER-ID OF AUDIT-RECORD
016128         TO ACTH-CUSTOMER-ID OF HISTORY-RECORD.
016130     MOVE AUDIT-DATE OF AUDIT-RECORD
016132         TO ACTH-DATE OF HISTORY-RECORD.
016134     MOVE AUDIT-TIME OF AUDIT-RECORD
016136         TO ACTH-TIME OF HISTORY-RECORD.
016138     MOVE WS-ROLL-DATE TO ACTH-GENERATION-DATE OF HISTORY-RECORD.
016140     COMPUTE ACTH-GEN-SEQUENCE OF HISTORY-RECORD =
016142         WS-PRIOR-GEN-COUNT + WS-ROLLED-COUNT.
016144     MOVE AUDIT-RECORD TO ACTH-AUDIT-DATA OF HISTORY-RECORD.
016146     WRITE HISTORY-RECORD
016148         INVALID KEY
016150             REWRITE HISTORY-RECORD
016152                 INVALID KEY
016154                     CONTINUE
016156             END-REWRITE
016158     END-WRITE.
016160     IF NOT WS-HISTORY-FILE-OK
016162         DISPLAY 'ERROR LOADING ACTIVITY HISTORY, STATUS = '
016164             WS-HISTORY-FILE-STATUS
016166         MOVE 'Y' TO WS-HISTORY-FAIL-SWITCH
016168         GO TO 2100-EXIT
016170     END-IF.
016172     ADD 1 TO WS-HISTORY-COUNT.
016174 2100-EXIT.
016176     EXIT.

016200*****************************************************************
016300* 8000-TERMINATE - log the generation on the control file, then
016400* (and only then) reset the live trail to empty.  A roll that
016500* cannot be logged is a roll the readers cannot find, so it
016600* fails the step and the live file keeps its records.  A
016650* history that fell short only warns, with return code 4.
016700*****************************************************************
016800 8000-TERMINATE.
016900     CLOSE AUDIT-FILE.
017000     CLOSE GENERATION-FILE.
017010     IF WS-HISTORY-OPEN
017020         CLOSE HISTORY-FILE
017030     END-IF.
017040     IF WS-HISTORY-FAILED
017050         DISPLAY 'WARNING - ACTIVITY HISTORY NOT FULLY LOADED, '
017060             'RUN CUST-ACT-HIST-BUILD'
017070         MOVE 4 TO RETURN-CODE
017080     END-IF.
017100     IF WS-COPY-FAILED
017200         DISPLAY 'AUDIT ROLL-OFF ABANDONED - LIVE TRAIL '
017300             'LEFT AS IT STOOD'
020600     END-IF.
020700     DISPLAY 'AUDIT RECORDS ROLLED: ' WS-ROLLED-COUNT.
020800     DISPLAY 'ROLLED TO ' WS-GENERATION-FILE-NAME.
020810     DISPLAY 'ACTIVITY HISTORY RECORDS LOADED: ' WS-HISTORY-COUNT.
020900 8000-EXIT.
021000     EXIT.

