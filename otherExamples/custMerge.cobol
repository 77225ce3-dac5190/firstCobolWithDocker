000100****************************************************************
000200* Program name:    CustMerge
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Customer merge for duplicate ids already on
000900*                  the master.  FILE-CREATE's duplicate screen
001000*                  only catches a duplicate at add time; years of
001100*                  entry and reinstatements from archive have
001200*                  left some people with two customer ids, each
001300*                  with its own balance and history.  An operator
001400*                  with maintenance authority (level 3) names
001500*                  the surviving id and the id to retire, is
001600*                  shown both master records and balances side
001700*                  by side, and confirms.  The merge then:
001800*                   - carries every CustPostHist.dat detail of
001900*                     the retired id over to the survivor, by
002000*                     copying the history through the work file
002100*                     CustPostHist.mrg and back;
002200*                   - adds the retired CustBal.dax balance into
002300*                     the survivor's (the later last-payment
002400*                     date stands) and deletes the retired
002500*                     balance record;
002600*                   - records retired id to survivor id on the
002700*                     permanent merge cross-reference
002800*                     CustMergeXref.dax (MERGEREC), repointing
002900*                     any earlier merges into the retired id,
003000*                     so CUST-PAY-POST can post payments billing
003100*                     still sends under the old id;
003200*                   - deletes the retired id from the master and
003300*                     CustNameXref.dax and writes a delete audit
003400*                     record for it, so the nightly balance
003500*                     proof still balances.
003600*                  Each merge prints on CustMerge.rpt.  A merge
003700*                  that fails part way stops the session with
003800*                  return code 16 and says which step failed;
003900*                  CustPostHist.mrg is left on hand as the copy
004000*                  of the history taken before the rewrite.  The
004100*                  system-busy flag is honored, with the usual
004200*                  logged override.
004300*
004400* Maintenance history
004500* -------------------------------------------------------------
004600* 2026-10-15  DC  Original version.
004700*
004800****************************************************************
004900 IDENTIFICATION DIVISION.
005000 PROGRAM-ID. CUST-MERGE.
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
006300     SELECT XREF-FILE ASSIGN TO 'CustNameXref.dax'
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS XREF-NAME-KEY OF XREF-RECORD
006700         FILE STATUS IS WS-XREF-FILE-STATUS.
006800     SELECT BALANCE-FILE ASSIGN TO 'CustBal.dax'
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS BAL-CUSTOMER-ID OF BALANCE-RECORD
007200         FILE STATUS IS WS-BALANCE-FILE-STATUS.
007300     SELECT MERGE-FILE ASSIGN TO 'CustMergeXref.dax'
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS MERGE-RETIRED-ID OF MERGE-RECORD
007700         FILE STATUS IS WS-MERGE-FILE-STATUS.
007800     SELECT HISTORY-FILE ASSIGN TO 'CustPostHist.dat'
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-HISTORY-FILE-STATUS.
008100     SELECT HISTORY-WORK-FILE ASSIGN TO 'CustPostHist.mrg'
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-HISTORY-WORK-STATUS.
008400     SELECT AUDIT-FILE ASSIGN TO 'CustAudit.dat'
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-AUDIT-FILE-STATUS.
008700     SELECT REGISTER-FILE ASSIGN TO 'CustMerge.rpt'
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-REGISTER-FILE-STATUS.
009000     SELECT BUSY-FILE ASSIGN TO 'CustBusy.dat'
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS WS-BUSY-FILE-STATUS.
009300     SELECT SIGNLOG-FILE ASSIGN TO 'CustSignLog.dat'
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-SIGNLOG-FILE-STATUS.
009600 DATA DIVISION.
009700 FILE SECTION.
009800 FD  CUSTOMER-FILE.
009900 01  CUSTOMER-RECORD.
010000     COPY CUSTREC.

010200 FD  XREF-FILE.
010300 01  XREF-RECORD.
010400     COPY XREFREC.

010600 FD  BALANCE-FILE.
010700 01  BALANCE-RECORD.
010800     COPY BALREC.

011000 FD  MERGE-FILE.
011100 01  MERGE-RECORD.
011200     COPY MERGEREC.

011400 FD  HISTORY-FILE.
011500 01  HISTORY-RECORD.
011600     COPY POSTREC.

011800 FD  HISTORY-WORK-FILE.
011900 01  HISTORY-WORK-RECORD.
012000     COPY POSTREC.

012200 FD  AUDIT-FILE.
012300 01  AUDIT-RECORD.
012400     COPY AUDITREC.

012600 FD  REGISTER-FILE.
012700 01  REGISTER-LINE                 PIC X(132).

012900 FD  BUSY-FILE.
013000 01  BUSY-RECORD.
013100     COPY BUSYREC.

013300 FD  SIGNLOG-FILE.
013400 01  SIGNLOG-RECORD.
013500     COPY SIGNREC.

013700 WORKING-STORAGE SECTION.
013800 01  WS-OPERATOR-ID                PIC X(15).
013900 01  WS-OPERATOR-AUTHORITY         PIC 9(01) VALUE ZERO.
014000 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
014100     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
014200 01  WS-XREF-FILE-STATUS           PIC X(02).
014300     88  WS-XREF-FILE-OK           VALUE '00'.
014400 01  WS-BALANCE-FILE-STATUS        PIC X(02).
014500     88  WS-BALANCE-FILE-OK        VALUE '00'.
014600 01  WS-MERGE-FILE-STATUS          PIC X(02).
014700     88  WS-MERGE-FILE-OK          VALUE '00'.
014800 01  WS-HISTORY-FILE-STATUS        PIC X(02).
014900     88  WS-HISTORY-FILE-OK        VALUE '00'.
015000 01  WS-HISTORY-WORK-STATUS        PIC X(02).
015100     88  WS-HISTORY-WORK-OK        VALUE '00'.
015200 01  WS-AUDIT-FILE-STATUS          PIC X(02).
015300     88  WS-AUDIT-FILE-OK          VALUE '00'.
015400 01  WS-REGISTER-FILE-STATUS       PIC X(02).
015500     88  WS-REGISTER-FILE-OK       VALUE '00'.
015600 01  WS-BUSY-FILE-STATUS           PIC X(02).
015700     88  WS-BUSY-FILE-OK           VALUE '00'.
015800 01  WS-SIGNLOG-FILE-STATUS        PIC X(02).
015900     88  WS-SIGNLOG-FILE-OK        VALUE '00'.
016000 01  WS-OVERRIDE-ANSWER            PIC X(01).
016100 01  WS-OVERRIDE-DATE              PIC 9(08) VALUE ZERO.
016200 01  WS-OVERRIDE-TIME              PIC 9(08) VALUE ZERO.
016300 01  WS-ABORT-SWITCH               PIC X(01) VALUE 'N'.
016400     88  WS-RUN-ABORTED            VALUE 'Y'.
016500 01  WS-SESSION-SWITCH             PIC X(01) VALUE 'N'.
016600     88  WS-SESSION-ENDED          VALUE 'Y'.
016700 01  WS-ID-ANSWER-SWITCH           PIC X(01) VALUE 'N'.
016800     88  WS-ID-ANSWERED            VALUE 'Y'.
016900 01  WS-FOUND-SWITCH               PIC X(01) VALUE 'N'.
017000     88  WS-CUSTOMER-FOUND         VALUE 'Y'.
017100 01  WS-SURV-BAL-SWITCH            PIC X(01) VALUE 'N'.
017200     88  WS-SURVIVOR-HAS-BALANCE   VALUE 'Y'.
017300 01  WS-RETD-BAL-SWITCH            PIC X(01) VALUE 'N'.
017400     88  WS-RETIRED-HAS-BALANCE    VALUE 'Y'.
017500 01  WS-HIST-EOF-SWITCH            PIC X(01) VALUE 'N'.
017600     88  WS-END-OF-HISTORY         VALUE 'Y'.
017700 01  WS-MERGE-EOF-SWITCH           PIC X(01) VALUE 'N'.
017800     88  WS-END-OF-MERGE-FILE      VALUE 'Y'.
017900 01  WS-STEP-FAIL-SWITCH           PIC X(01) VALUE 'N'.
018000     88  WS-STEP-FAILED            VALUE 'Y'.
018100 01  WS-CONFIRM-ANSWER             PIC X(01).
018200 01  WS-ID-PROMPT                  PIC X(40).
018300 01  WS-CUSTOMER-ID-X              PIC X(06).
018400 01  WS-SURVIVOR-ID                PIC 9(06) VALUE ZERO.
018500 01  WS-RETIRED-ID                 PIC 9(06) VALUE ZERO.
018600 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
018700 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
018800     05  WS-RUN-YEAR               PIC 9(04).
018900     05  WS-RUN-MONTH              PIC 9(02).
019000     05  WS-RUN-DAY                PIC 9(02).
019100 01  WS-RUN-TIME                   PIC 9(08) VALUE ZERO.
019200*    The two master records, as they stood when confirmed.
019300 01  WS-SURVIVOR-RECORD.
019400     COPY CUSTREC.
019500 01  WS-RETIRED-RECORD.
019600     COPY CUSTREC.
019700 01  WS-SURVIVOR-BALANCE           PIC S9(07)V99 VALUE ZERO.
019800 01  WS-SURVIVOR-PAY-DATE          PIC 9(08) VALUE ZERO.
019900 01  WS-RETIRED-BALANCE            PIC S9(07)V99 VALUE ZERO.
020000 01  WS-RETIRED-PAY-DATE           PIC 9(08) VALUE ZERO.
020100 01  WS-BALANCE-EDIT               PIC -,ZZZ,ZZZ,ZZ9.99.
020200 01  WS-FIELD-NAME                 PIC X(14).
020300 01  WS-SURVIVOR-VALUE             PIC X(30).
020400 01  WS-RETIRED-VALUE              PIC X(30).
020500 01  WS-PAIR-LINE.
020600     05  FILLER                    PIC X(02) VALUE SPACES.
020700     05  PAIR-FIELD                PIC X(14).
020800     05  FILLER                    PIC X(02) VALUE SPACES.
020900     05  PAIR-SURVIVOR             PIC X(30).
021000     05  FILLER                    PIC X(02) VALUE SPACES.
021100     05  PAIR-RETIRED              PIC X(30).
021200 01  WS-HISTORY-READ-COUNT         PIC 9(08) COMP VALUE ZERO.
021300 01  WS-HISTORY-MOVED-COUNT        PIC 9(06) COMP VALUE ZERO.
021400 01  WS-REPOINTED-COUNT            PIC 9(06) COMP VALUE ZERO.
021500 01  WS-MERGE-COUNT                PIC 9(06) COMP VALUE ZERO.
021600 01  WS-DECLINED-COUNT             PIC 9(06) COMP VALUE ZERO.
021700 01  WS-TOTAL-HISTORY-MOVED        PIC 9(08) COMP VALUE ZERO.
021800 01  WS-TOTAL-REPOINTED            PIC 9(06) COMP VALUE ZERO.
021900 01  WS-TOTAL-BALANCE-MOVED        PIC S9(09)V99 VALUE ZERO.
022000 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
022100 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
022200 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 50.
022300 01  WS-REPORT-DATE.
022400     05  WS-REPORT-MONTH           PIC 9(02).
022500     05  FILLER                    PIC X(01) VALUE '/'.
022600     05  WS-REPORT-DAY             PIC 9(02).
022700     05  FILLER                    PIC X(01) VALUE '/'.
022800     05  WS-REPORT-YEAR            PIC 9(04).
022900 01  WS-HEADING-1.
023000     05  FILLER                    PIC X(25) VALUE
023100         'CUSTOMER MERGE REGISTER'.
023200     05  FILLER                    PIC X(04) VALUE SPACES.
023300     05  FILLER                    PIC X(11) VALUE 'REPORT DATE'.
023400     05  FILLER                    PIC X(01) VALUE SPACES.
023500     05  HDG-REPORT-DATE           PIC X(10).
023600     05  FILLER                    PIC X(03) VALUE SPACES.
023700     05  FILLER                    PIC X(04) VALUE 'PAGE'.
023800     05  FILLER                    PIC X(01) VALUE SPACES.
023900     05  HDG-PAGE-NUMBER           PIC ZZZ9.
024000 01  WS-HEADING-2.
024100     05  FILLER                    PIC X(12) VALUE 'OPERATOR    '.
024200     05  HDG-OPERATOR              PIC X(15).
024300 01  WS-HEADING-3.
024400     05  FILLER                    PIC X(08) VALUE 'SURVIVOR'.
024500     05  FILLER                    PIC X(02) VALUE SPACES.
024600     05  FILLER                    PIC X(20) VALUE 'LAST NAME'.
024700     05  FILLER                    PIC X(02) VALUE SPACES.
024800     05  FILLER                    PIC X(08) VALUE 'RETIRED'.
024900     05  FILLER                    PIC X(02) VALUE SPACES.
025000     05  FILLER                    PIC X(20) VALUE 'LAST NAME'.
025100     05  FILLER                    PIC X(02) VALUE SPACES.
025200     05  FILLER                    PIC X(16) VALUE
025300         '   BALANCE MOVED'.
025400     05  FILLER                    PIC X(02) VALUE SPACES.
025500     05  FILLER                    PIC X(07) VALUE 'HISTORY'.
025600     05  FILLER                    PIC X(02) VALUE SPACES.
025700     05  FILLER                    PIC X(09) VALUE 'REPOINTED'.
025800 01  WS-DETAIL-LINE.
025900     05  FILLER                    PIC X(02) VALUE SPACES.
026000     05  DTL-SURVIVOR-ID           PIC ZZZZZ9.
026100     05  FILLER                    PIC X(02) VALUE SPACES.
026200     05  DTL-SURVIVOR-NAME         PIC X(20).
026300     05  FILLER                    PIC X(04) VALUE SPACES.
026400     05  DTL-RETIRED-ID            PIC ZZZZZ9.
026500     05  FILLER                    PIC X(02) VALUE SPACES.
026600     05  DTL-RETIRED-NAME          PIC X(20).
026700     05  FILLER                    PIC X(02) VALUE SPACES.
026800     05  DTL-BALANCE-MOVED         PIC -,ZZZ,ZZZ,ZZ9.99.
026900     05  FILLER                    PIC X(02) VALUE SPACES.
027000     05  DTL-HISTORY-MOVED         PIC ZZZ,ZZ9.
027100     05  FILLER                    PIC X(04) VALUE SPACES.
027200     05  DTL-REPOINTED             PIC ZZ,ZZ9.
027300 01  WS-TOTAL-LINE.
027400     05  TOT-LABEL                 PIC X(25).
027500     05  TOT-COUNT                 PIC ZZZ,ZZ9.
027600 01  WS-TOTAL-AMOUNT-LINE.
027700     05  TOT-AMOUNT-LABEL          PIC X(25).
027800     05  TOT-AMOUNT                PIC -,ZZZ,ZZZ,ZZ9.99.
027900 PROCEDURE DIVISION.
028000 0000-MAINLINE.
028100     MOVE ZERO TO RETURN-CODE.
028200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028300     IF RETURN-CODE NOT = ZERO OR WS-RUN-ABORTED
028400         PERFORM 1070-CLOSE-ON-ABEND THRU 1070-EXIT
028500         GO TO 9999-STOP-RUN
028600     END-IF.
028700     PERFORM 2000-TAKE-ONE-MERGE THRU 2000-EXIT
028800         UNTIL WS-SESSION-ENDED OR WS-RUN-ABORTED.
028900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
029000     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

029200*****************************************************************
029300* 1000-INITIALIZE - sign the operator in at maintenance
029400* authority, check the busy flag and open the files.
029500*****************************************************************
029600 1000-INITIALIZE.
029700     CALL 'INPUT-AUTH-ENTRY' USING WS-OPERATOR-ID
029800         WS-OPERATOR-AUTHORITY.
029900     IF RETURN-CODE NOT = ZERO
030000         MOVE 'Y' TO WS-ABORT-SWITCH
030100         GO TO 1000-EXIT
030200     END-IF.
030300     IF WS-OPERATOR-AUTHORITY < 3
030400         DISPLAY 'OPERATOR NOT AUTHORIZED FOR '
030500             'CUSTOMER MERGE'
030600         MOVE 12 TO RETURN-CODE
030700         MOVE 'Y' TO WS-ABORT-SWITCH
030800         GO TO 1000-EXIT
030900     END-IF.
031000     PERFORM 1200-CHECK-SYSTEM-BUSY THRU 1200-EXIT.
031100     IF RETURN-CODE NOT = ZERO
031200         MOVE 'Y' TO WS-ABORT-SWITCH
031300         GO TO 1000-EXIT
031400     END-IF.
031500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031600     ACCEPT WS-RUN-TIME FROM TIME.
031700     MOVE WS-RUN-MONTH TO WS-REPORT-MONTH.
031800     MOVE WS-RUN-DAY TO WS-REPORT-DAY.
031900     MOVE WS-RUN-YEAR TO WS-REPORT-YEAR.
032000     MOVE WS-REPORT-DATE TO HDG-REPORT-DATE.
032100     MOVE WS-OPERATOR-ID TO HDG-OPERATOR.
032200     PERFORM 1300-OPEN-FILES THRU 1300-EXIT.
032300 1000-EXIT.
032400     EXIT.

032600*****************************************************************
032700* 1070-CLOSE-ON-ABEND - close whichever files did open
032800* successfully before the run gives up.
032900*****************************************************************
033000 1070-CLOSE-ON-ABEND.
033100     IF WS-CUSTOMER-FILE-OK
033200         CLOSE CUSTOMER-FILE
033300     END-IF.
033400     IF WS-XREF-FILE-OK
033500         CLOSE XREF-FILE
033600     END-IF.
033700     IF WS-BALANCE-FILE-OK
033800         CLOSE BALANCE-FILE
033900     END-IF.
034000     IF WS-MERGE-FILE-OK
034100         CLOSE MERGE-FILE
034200     END-IF.
034300     IF WS-AUDIT-FILE-OK
034400         CLOSE AUDIT-FILE
034500     END-IF.
034600     IF WS-REGISTER-FILE-OK
034700         CLOSE REGISTER-FILE
034800     END-IF.
034900 1070-EXIT.
035000     EXIT.

035200*****************************************************************
035300* 1200-CHECK-SYSTEM-BUSY - refuse to merge while CUST-DRIVER's
035400* window owns the files.  The operator can override for the
035500* night the driver dies without clearing the flag; the override
035600* goes on the security log.
035700*****************************************************************
035800 1200-CHECK-SYSTEM-BUSY.
035900     OPEN INPUT BUSY-FILE.
036000     IF WS-BUSY-FILE-STATUS = '35'
036100         GO TO 1200-EXIT
036200     END-IF.
036300     IF NOT WS-BUSY-FILE-OK
036400         DISPLAY 'WARNING - CANNOT READ SYSTEM BUSY FLAG, '
036500             'STATUS = ' WS-BUSY-FILE-STATUS
036600         GO TO 1200-EXIT
036700     END-IF.
036800     READ BUSY-FILE
036900         AT END
037000             CLOSE BUSY-FILE
037100             GO TO 1200-EXIT
037200     END-READ.
037300     CLOSE BUSY-FILE.
037400     IF NOT BUSY-WINDOW-OPEN
037500         GO TO 1200-EXIT
037600     END-IF.
037700     DISPLAY 'SYSTEM BUSY - THE BATCH WINDOW OPENED AT '
037800         BUSY-TIME ' ON ' BUSY-DATE
037900         ' (OPERATOR ' BUSY-OPERATOR-ID ')'.
038000     DISPLAY 'OVERRIDE THE BUSY FLAG AND CONTINUE? (Y/N): '.
038100     ACCEPT WS-OVERRIDE-ANSWER.
038200     IF WS-OVERRIDE-ANSWER = 'Y' OR WS-OVERRIDE-ANSWER = 'y'
038300         PERFORM 1250-LOG-BUSY-OVERRIDE THRU 1250-EXIT
038400     ELSE
038500         DISPLAY 'SESSION REFUSED WHILE THE WINDOW IS OPEN'
038600         MOVE 12 TO RETURN-CODE
038700     END-IF.
038800 1200-EXIT.
038900     EXIT.

039100 1250-LOG-BUSY-OVERRIDE.
039200     OPEN EXTEND SIGNLOG-FILE.
039300     IF WS-SIGNLOG-FILE-STATUS = '35'
039400         OPEN OUTPUT SIGNLOG-FILE
039500     END-IF.
039600     IF NOT WS-SIGNLOG-FILE-OK
039700         DISPLAY 'WARNING - OVERRIDE NOT LOGGED, STATUS = '
039800             WS-SIGNLOG-FILE-STATUS
039900         GO TO 1250-EXIT
040000     END-IF.
040100     ACCEPT WS-OVERRIDE-DATE FROM DATE YYYYMMDD.
040200     ACCEPT WS-OVERRIDE-TIME FROM TIME.
040300     MOVE WS-OPERATOR-ID TO SIGN-OPERATOR-ID.
040400     MOVE WS-OVERRIDE-DATE TO SIGN-DATE.
040500     MOVE WS-OVERRIDE-TIME TO SIGN-TIME.
040600     MOVE 'BUSY FLAG OVERRIDE' TO SIGN-EVENT.
040700     MOVE 'CUST-MERGE SESSION' TO SIGN-DETAIL.
040800     WRITE SIGNLOG-RECORD.
040900     CLOSE SIGNLOG-FILE.
041000     DISPLAY 'OVERRIDE LOGGED - PROCEED WITH CARE'.
041100 1250-EXIT.
041200     EXIT.

041400*****************************************************************
041500* 1300-OPEN-FILES - the balance file and the merge
041600* cross-reference are created on first use, the way CUST-PAY-POST
041700* creates the balance file.  The posting history is opened per
041800* merge, when it is rewritten.
041900*****************************************************************
042000 1300-OPEN-FILES.
042100     OPEN I-O CUSTOMER-FILE.
042200     IF NOT WS-CUSTOMER-FILE-OK
042300         DISPLAY 'ERROR OPENING CUSTOMER FILE, STATUS = '
042400             WS-CUSTOMER-FILE-STATUS
042500         MOVE 16 TO RETURN-CODE
042600         GO TO 1300-EXIT
042700     END-IF.
042800     OPEN I-O XREF-FILE.
042900     IF NOT WS-XREF-FILE-OK
043000         DISPLAY 'ERROR OPENING NAME XREF FILE, STATUS = '
043100             WS-XREF-FILE-STATUS
043200         MOVE 16 TO RETURN-CODE
043300         GO TO 1300-EXIT
043400     END-IF.
043500     OPEN I-O BALANCE-FILE.
043600     IF WS-BALANCE-FILE-STATUS = '35'
043700         OPEN OUTPUT BALANCE-FILE
043800         CLOSE BALANCE-FILE
043900         OPEN I-O BALANCE-FILE
044000     END-IF.
044100     IF NOT WS-BALANCE-FILE-OK
044200         DISPLAY 'ERROR OPENING BALANCE FILE, STATUS = '
044300             WS-BALANCE-FILE-STATUS
044400         MOVE 16 TO RETURN-CODE
044500         GO TO 1300-EXIT
044600     END-IF.
044700     OPEN I-O MERGE-FILE.
044800     IF WS-MERGE-FILE-STATUS = '35'
044900         OPEN OUTPUT MERGE-FILE
045000         CLOSE MERGE-FILE
045100         OPEN I-O MERGE-FILE
045200     END-IF.
045300     IF NOT WS-MERGE-FILE-OK
045400         DISPLAY 'ERROR OPENING MERGE XREF FILE, STATUS = '
045500             WS-MERGE-FILE-STATUS
045600         MOVE 16 TO RETURN-CODE
045700         GO TO 1300-EXIT
045800     END-IF.
045900     OPEN EXTEND AUDIT-FILE.
046000     IF WS-AUDIT-FILE-STATUS = '35'
046100         OPEN OUTPUT AUDIT-FILE
046200     END-IF.
046300     IF NOT WS-AUDIT-FILE-OK
046400         DISPLAY 'ERROR OPENING AUDIT FILE, STATUS = '
046500             WS-AUDIT-FILE-STATUS
046600         MOVE 16 TO RETURN-CODE
046700         GO TO 1300-EXIT
046800     END-IF.
046900     OPEN OUTPUT REGISTER-FILE.
047000     IF NOT WS-REGISTER-FILE-OK
047100         DISPLAY 'ERROR OPENING MERGE REGISTER, STATUS = '
047200             WS-REGISTER-FILE-STATUS
047300         MOVE 16 TO RETURN-CODE
047400         GO TO 1300-EXIT
047500     END-IF.
047600 1300-EXIT.
047700     EXIT.

047900*****************************************************************
048000* 2000-TAKE-ONE-MERGE - one survivor/retired pair per pass.  A
048100* blank survivor ends the session; a blank retired id, an id
048200* not on the master, or a merge not confirmed goes back for the
048300* next pair.
048400*****************************************************************
048500 2000-TAKE-ONE-MERGE.
048600     DISPLAY ' '.
048700     MOVE 'SURVIVING CUSTOMER ID (BLANK TO END): '
048800         TO WS-ID-PROMPT.
048900     PERFORM 2100-PROMPT-CUSTOMER-ID THRU 2100-EXIT.
049000     IF WS-CUSTOMER-ID-X = SPACES
049100         MOVE 'Y' TO WS-SESSION-SWITCH
049200         GO TO 2000-EXIT
049300     END-IF.
049400     MOVE WS-CUSTOMER-ID-X TO WS-SURVIVOR-ID.
049500     MOVE 'CUSTOMER ID TO RETIRE (BLANK TO SKIP): '
049600         TO WS-ID-PROMPT.
049700     PERFORM 2100-PROMPT-CUSTOMER-ID THRU 2100-EXIT.
049800     IF WS-CUSTOMER-ID-X = SPACES
049900         GO TO 2000-EXIT
050000     END-IF.
050100     MOVE WS-CUSTOMER-ID-X TO WS-RETIRED-ID.
050200     IF WS-RETIRED-ID = WS-SURVIVOR-ID
050300         DISPLAY 'THE SURVIVING AND RETIRED IDS MUST DIFFER'
050400         GO TO 2000-EXIT
050500     END-IF.
050600     PERFORM 2300-LOAD-BOTH-CUSTOMERS THRU 2300-EXIT.
050700     IF NOT WS-CUSTOMER-FOUND
050800         GO TO 2000-EXIT
050900     END-IF.
051000     PERFORM 2400-SHOW-BOTH-CUSTOMERS THRU 2400-EXIT.
051100     DISPLAY 'MERGE ' WS-RETIRED-ID ' INTO ' WS-SURVIVOR-ID
051200         ' AND RETIRE ' WS-RETIRED-ID '? (Y/N): '.
051300     ACCEPT WS-CONFIRM-ANSWER.
051400     IF WS-CONFIRM-ANSWER NOT = 'Y'
051450         AND WS-CONFIRM-ANSWER NOT = 'y'
051500         ADD 1 TO WS-DECLINED-COUNT
051600         DISPLAY 'MERGE NOT DONE'
051700         GO TO 2000-EXIT
051800     END-IF.
051900     PERFORM 3000-MERGE-CUSTOMERS THRU 3000-EXIT.
052000 2000-EXIT.
052100     EXIT.

052300*****************************************************************
052400* 2100-PROMPT-CUSTOMER-ID - a customer id must be six digits,
052500* re-prompting on anything else the way CUST-ENTRY's id prompt
052600* does; a blank reply comes back as spaces.
052700*****************************************************************
052800 2100-PROMPT-CUSTOMER-ID.
052900     MOVE 'N' TO WS-ID-ANSWER-SWITCH.
053000     PERFORM 2110-ASK-CUSTOMER-ID THRU 2110-EXIT
053100         UNTIL WS-ID-ANSWERED.
053200 2100-EXIT.
053300     EXIT.

053500 2110-ASK-CUSTOMER-ID.
053600     DISPLAY WS-ID-PROMPT.
053700     ACCEPT WS-CUSTOMER-ID-X.
053800     IF WS-CUSTOMER-ID-X = SPACES
053900         OR WS-CUSTOMER-ID-X = LOW-VALUES
054000         MOVE SPACES TO WS-CUSTOMER-ID-X
054100         MOVE 'Y' TO WS-ID-ANSWER-SWITCH
054200         GO TO 2110-EXIT
054300     END-IF.
054400     IF WS-CUSTOMER-ID-X IS NOT NUMERIC
054500         DISPLAY 'CUSTOMER ID MUST BE ALL DIGITS'
054600     ELSE
054700         MOVE 'Y' TO WS-ID-ANSWER-SWITCH
054800     END-IF.
054900 2110-EXIT.
055000     EXIT.

055200*****************************************************************
055300* 2300-LOAD-BOTH-CUSTOMERS - both ids must be on the master.
055400* Their records and balances are held for the display and the
055500* merge itself.
055600*****************************************************************
055700 2300-LOAD-BOTH-CUSTOMERS.
055800     MOVE 'N' TO WS-FOUND-SWITCH.
055900     MOVE WS-SURVIVOR-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.
056000     READ CUSTOMER-FILE
056100         INVALID KEY
056200             DISPLAY 'SURVIVING CUSTOMER ' WS-SURVIVOR-ID
056300                 ' IS NOT ON THE MASTER'
056400             GO TO 2300-EXIT
056500     END-READ.
056600     MOVE CUSTOMER-RECORD TO WS-SURVIVOR-RECORD.
056700     MOVE WS-RETIRED-ID TO CUSTOMER-ID OF CUSTOMER-RECORD.
056800     READ CUSTOMER-FILE
056900         INVALID KEY
057000             DISPLAY 'CUSTOMER TO RETIRE ' WS-RETIRED-ID
057100                 ' IS NOT ON THE MASTER'
057200             GO TO 2300-EXIT
057300     END-READ.
057400     MOVE CUSTOMER-RECORD TO WS-RETIRED-RECORD.
057500     MOVE 'Y' TO WS-FOUND-SWITCH.
057600     MOVE 'N' TO WS-SURV-BAL-SWITCH.
057700     MOVE ZERO TO WS-SURVIVOR-BALANCE.
057800     MOVE ZERO TO WS-SURVIVOR-PAY-DATE.
057900     MOVE WS-SURVIVOR-ID TO BAL-CUSTOMER-ID OF BALANCE-RECORD.
058000     READ BALANCE-FILE
058100         INVALID KEY CONTINUE
058200         NOT INVALID KEY
058300             MOVE 'Y' TO WS-SURV-BAL-SWITCH
058400             MOVE BAL-CURRENT-BALANCE OF BALANCE-RECORD
058500                 TO WS-SURVIVOR-BALANCE
058600             MOVE BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
058700                 TO WS-SURVIVOR-PAY-DATE
058800     END-READ.
058900     MOVE 'N' TO WS-RETD-BAL-SWITCH.
059000     MOVE ZERO TO WS-RETIRED-BALANCE.
059100     MOVE ZERO TO WS-RETIRED-PAY-DATE.
059200     MOVE WS-RETIRED-ID TO BAL-CUSTOMER-ID OF BALANCE-RECORD.
059300     READ BALANCE-FILE
059400         INVALID KEY CONTINUE
059500         NOT INVALID KEY
059600             MOVE 'Y' TO WS-RETD-BAL-SWITCH
059700             MOVE BAL-CURRENT-BALANCE OF BALANCE-RECORD
059800                 TO WS-RETIRED-BALANCE
059900             MOVE BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
060000                 TO WS-RETIRED-PAY-DATE
060100     END-READ.
060200 2300-EXIT.
060300     EXIT.

060500*****************************************************************
060600* 2400-SHOW-BOTH-CUSTOMERS - survivor on the left, the id being
060700* retired on the right, so the operator can see they really are
060800* the same person before anything moves.
060900*****************************************************************
061000 2400-SHOW-BOTH-CUSTOMERS.
061100     MOVE SPACES TO WS-PAIR-LINE.
061200     MOVE 'FIELD' TO PAIR-FIELD.
061300     MOVE 'SURVIVING' TO PAIR-SURVIVOR.
061400     MOVE 'TO BE RETIRED' TO PAIR-RETIRED.
061500     DISPLAY WS-PAIR-LINE.
061600     MOVE 'CUSTOMER ID' TO WS-FIELD-NAME.
061700     MOVE WS-SURVIVOR-ID TO WS-SURVIVOR-VALUE.
061800     MOVE WS-RETIRED-ID TO WS-RETIRED-VALUE.
061900     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
062000     MOVE 'FIRST NAME' TO WS-FIELD-NAME.
062100     MOVE FIRST-NAME OF WS-SURVIVOR-RECORD TO WS-SURVIVOR-VALUE.
062200     MOVE FIRST-NAME OF WS-RETIRED-RECORD TO WS-RETIRED-VALUE.
062300     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
062400     MOVE 'LAST NAME' TO WS-FIELD-NAME.
062500     MOVE LAST-NAME OF WS-SURVIVOR-RECORD TO WS-SURVIVOR-VALUE.
062600     MOVE LAST-NAME OF WS-RETIRED-RECORD TO WS-RETIRED-VALUE.
062700     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
062800     MOVE 'ADDRESS' TO WS-FIELD-NAME.
062900     MOVE CUSTOMER-ADDRESS OF WS-SURVIVOR-RECORD
063000         TO WS-SURVIVOR-VALUE.
063100     MOVE CUSTOMER-ADDRESS OF WS-RETIRED-RECORD
063200         TO WS-RETIRED-VALUE.
063300     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
063400     MOVE 'CITY' TO WS-FIELD-NAME.
063500     MOVE CUSTOMER-CITY OF WS-SURVIVOR-RECORD
063600         TO WS-SURVIVOR-VALUE.
063700     MOVE CUSTOMER-CITY OF WS-RETIRED-RECORD TO WS-RETIRED-VALUE.
063800     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
063900     MOVE 'STATE' TO WS-FIELD-NAME.
064000     MOVE CUSTOMER-STATE OF WS-SURVIVOR-RECORD
064100         TO WS-SURVIVOR-VALUE.
064200     MOVE CUSTOMER-STATE OF WS-RETIRED-RECORD
064300         TO WS-RETIRED-VALUE.
064400     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
064500     MOVE 'ZIP' TO WS-FIELD-NAME.
064600     MOVE CUSTOMER-ZIP OF WS-SURVIVOR-RECORD TO WS-SURVIVOR-VALUE.
064700     MOVE CUSTOMER-ZIP OF WS-RETIRED-RECORD TO WS-RETIRED-VALUE.
064800     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
064900     MOVE 'PHONE' TO WS-FIELD-NAME.
065000     MOVE CUSTOMER-PHONE OF WS-SURVIVOR-RECORD
065100         TO WS-SURVIVOR-VALUE.
065200     MOVE CUSTOMER-PHONE OF WS-RETIRED-RECORD
065300         TO WS-RETIRED-VALUE.
065400     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
065500     MOVE 'ACCOUNT STATUS' TO WS-FIELD-NAME.
065600     MOVE ACCOUNT-STATUS OF WS-SURVIVOR-RECORD
065700         TO WS-SURVIVOR-VALUE.
065800     MOVE ACCOUNT-STATUS OF WS-RETIRED-RECORD
065900         TO WS-RETIRED-VALUE.
066000     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
066100     MOVE 'BALANCE' TO WS-FIELD-NAME.
066200     MOVE WS-SURVIVOR-BALANCE TO WS-BALANCE-EDIT.
066300     MOVE WS-BALANCE-EDIT TO WS-SURVIVOR-VALUE.
066400     IF NOT WS-SURVIVOR-HAS-BALANCE
066500         MOVE 'NO BALANCE RECORD' TO WS-SURVIVOR-VALUE
066600     END-IF.
066700     MOVE WS-RETIRED-BALANCE TO WS-BALANCE-EDIT.
066800     MOVE WS-BALANCE-EDIT TO WS-RETIRED-VALUE.
066900     IF NOT WS-RETIRED-HAS-BALANCE
067000         MOVE 'NO BALANCE RECORD' TO WS-RETIRED-VALUE
067100     END-IF.
067200     PERFORM 2410-SHOW-FIELD-PAIR THRU 2410-EXIT.
067300 2400-EXIT.
067400     EXIT.

067600 2410-SHOW-FIELD-PAIR.
067700     MOVE SPACES TO WS-PAIR-LINE.
067800     MOVE WS-FIELD-NAME TO PAIR-FIELD.
067900     MOVE WS-SURVIVOR-VALUE TO PAIR-SURVIVOR.
068000     MOVE WS-RETIRED-VALUE TO PAIR-RETIRED.
068100     DISPLAY WS-PAIR-LINE.
068200 2410-EXIT.
068300     EXIT.

068500*****************************************************************
068600* 3000-MERGE-CUSTOMERS - history first, since its rewrite is
068700* the step most likely to fail and nothing else has moved by
068800* then; then the balance, the merge cross-reference, and last
068900* the retired id itself.  Any failed step stops the session so
069000* the half-merged pair is looked at before anything else runs.
069100*****************************************************************
069200 3000-MERGE-CUSTOMERS.
069300     MOVE 'N' TO WS-STEP-FAIL-SWITCH.
069400     MOVE ZERO TO WS-HISTORY-MOVED-COUNT.
069500     MOVE ZERO TO WS-REPOINTED-COUNT.
069600     ACCEPT WS-RUN-TIME FROM TIME.
069700     PERFORM 4000-MOVE-HISTORY THRU 4000-EXIT.
069800     IF WS-STEP-FAILED
069900         DISPLAY 'MERGE STOPPED AT THE POSTING HISTORY - '
070000             'NOTHING WAS CHANGED'
070100         GO TO 3000-FAILED
070200     END-IF.
070300     PERFORM 5000-COMBINE-BALANCES THRU 5000-EXIT.
070400     IF WS-STEP-FAILED
070500         DISPLAY 'MERGE STOPPED AT THE BALANCE - HISTORY '
070600             'ALREADY MOVED TO ' WS-SURVIVOR-ID
070700         GO TO 3000-FAILED
070800     END-IF.
070900     PERFORM 6000-RECORD-MERGE-XREF THRU 6000-EXIT.
071000     IF WS-STEP-FAILED
071100         DISPLAY 'MERGE STOPPED AT THE MERGE XREF - HISTORY '
071200             'AND BALANCE ALREADY MOVED TO ' WS-SURVIVOR-ID
071300         GO TO 3000-FAILED
071400     END-IF.
071500     PERFORM 7000-RETIRE-CUSTOMER THRU 7000-EXIT.
071600     IF WS-STEP-FAILED
071700         DISPLAY 'MERGE STOPPED RETIRING ' WS-RETIRED-ID
071800             ' - EVERYTHING ELSE ALREADY MOVED TO '
071900             WS-SURVIVOR-ID
072000         GO TO 3000-FAILED
072100     END-IF.
072200     ADD 1 TO WS-MERGE-COUNT.
072300     ADD WS-HISTORY-MOVED-COUNT TO WS-TOTAL-HISTORY-MOVED.
072400     ADD WS-REPOINTED-COUNT TO WS-TOTAL-REPOINTED.
072500     ADD WS-RETIRED-BALANCE TO WS-TOTAL-BALANCE-MOVED.
072600     PERFORM 7500-PRINT-MERGE-LINE THRU 7500-EXIT.
072700     DISPLAY 'CUSTOMER ' WS-RETIRED-ID ' MERGED INTO '
072800         WS-SURVIVOR-ID.
072900     GO TO 3000-EXIT.
073000 3000-FAILED.
073100     MOVE 16 TO RETURN-CODE.
073200     MOVE 'Y' TO WS-ABORT-SWITCH.
073300 3000-EXIT.
073400     EXIT.

073600*****************************************************************
073700* 4000-MOVE-HISTORY - the posting history is a sequential file,
073800* so the retired id's details are carried over by copying the
073900* whole history to the work file with the id changed, then
074000* copying it back - the way CUST-AUDIT-ROLL copies the trail off
074100* before emptying it.  No history on hand, or none for the
074200* retired id, leaves the file untouched.  The work file stays
074300* behind as the pre-merge copy until the next merge.
074400*****************************************************************
074500 4000-MOVE-HISTORY.
074600     OPEN INPUT HISTORY-FILE.
074700     IF WS-HISTORY-FILE-STATUS = '35'
074800         GO TO 4000-EXIT
074900     END-IF.
075000     IF NOT WS-HISTORY-FILE-OK
075100         DISPLAY 'ERROR OPENING POSTING HISTORY FILE, STATUS = '
075200             WS-HISTORY-FILE-STATUS
075300         MOVE 'Y' TO WS-STEP-FAIL-SWITCH
075400         GO TO 4000-EXIT
075500     END-IF.
075600     OPEN OUTPUT HISTORY-WORK-FILE.
075700     IF NOT WS-HISTORY-WORK-OK
075800         DISPLAY 'ERROR OPENING HISTORY WORK FILE, STATUS = '
075900             WS-HISTORY-WORK-STATUS
076000         CLOSE HISTORY-FILE
076100         MOVE 'Y' TO WS-STEP-FAIL-SWITCH
076200         GO TO 4000-EXIT
076300     END-IF.
076400     MOVE ZERO TO WS-HISTORY-READ-COUNT.
076500     MOVE 'N' TO WS-HIST-EOF-SWITCH.
076600     PERFORM 4100-COPY-TO-WORK THRU 4100-EXIT
076700         UNTIL WS-END-OF-HISTORY OR WS-STEP-FAILED.
076800     CLOSE HISTORY-FILE.
076900     CLOSE HISTORY-WORK-FILE.
077000     IF WS-STEP-FAILED OR WS-HISTORY-MOVED-COUNT = ZERO
077100         GO TO 4000-EXIT
077200     END-IF.
077300     OPEN INPUT HISTORY-WORK-FILE.
077400     IF NOT WS-HISTORY-WORK-OK
077500         DISPLAY 'ERROR REOPENING HISTORY WORK FILE, STATUS = '
077600             WS-HISTORY-WORK-STATUS
077700         MOVE 'Y' TO WS-STEP-FAIL-SWITCH
077800         GO TO 4000-EXIT
077900     END-IF.
078000     OPEN OUTPUT HISTORY-FILE.
078100     IF NOT WS-HISTORY-FILE-OK
078200         DISPLAY 'ERROR REWRITING POSTING HISTORY FILE, '
078300             'STATUS = ' WS-HISTORY-FILE-STATUS
078400         CLOSE HISTORY-WORK-FILE
078500         MOVE 'Y' TO WS-STEP-FAIL-SWITCH
078600         GO TO 4000-EXIT
078700     END-IF.
078800     MOVE 'N' TO WS-HIST-EOF-SWITCH.
078900     PERFORM 4200-COPY-BACK THRU 4200-EXIT
079000         UNTIL WS-END-OF-HISTORY OR WS-STEP-FAILED.
079100     CLOSE HISTORY-WORK-FILE.
079200     CLOSE HISTORY-FILE.
079300     IF WS-STEP-FAILED
079400         DISPLAY 'POSTING HISTORY INCOMPLETE - RESTORE IT FROM '
079500             'CustPostHist.mrg'
079600     END-IF.
079700 4000-EXIT.
079800     EXIT.

080000 4100-COPY-TO-WORK.
080100     READ HISTORY-FILE
080200         AT END
080300             MOVE 'Y' TO WS-HIST-EOF-SWITCH
080400             GO TO 4100-EXIT
080500     END-READ.
080600     ADD 1 TO WS-HISTORY-READ-COUNT.
080700     MOVE HISTORY-RECORD TO HISTORY-WORK-RECORD.
080800     IF POST-CUSTOMER-ID OF HISTORY-RECORD = WS-RETIRED-ID
080900         MOVE WS-SURVIVOR-ID
081000             TO POST-CUSTOMER-ID OF HISTORY-WORK-RECORD
081100         ADD 1 TO WS-HISTORY-MOVED-COUNT
081200     END-IF.
081300     WRITE HISTORY-WORK-RECORD.
081400     IF NOT WS-HISTORY-WORK-OK
081500         DISPLAY 'ERROR WRITING HISTORY WORK FILE, STATUS = '
081600             WS-HISTORY-WORK-STATUS
081700         MOVE 'Y' TO WS-STEP-FAIL-SWITCH
081800     END-IF.
081900 4100-EXIT.
082000     EXIT.

082200 4200-COPY-BACK.
082300     READ HISTORY-WORK-FILE
082400         AT END
082500             MOVE 'Y' TO WS-HIST-EOF-SWITCH
082600             GO TO 4200-EXIT
082700     END-READ.
082800     MOVE HISTORY-WORK-RECORD TO HISTORY-RECORD.
082900     WRITE HISTORY-RECORD.
083000     IF NOT WS-HISTORY-FILE-OK
083100         DISPLAY 'ERROR WRITING POSTING HISTORY FILE, STATUS = '
083200             WS-HISTORY-FILE-STATUS
083300         MOVE 'Y' TO WS-STEP-FAIL-SWITCH
083400     END-IF.
083500 4200-EXIT.
083600     EXIT.

083800*****************************************************************
083900* 5000-COMBINE-BALANCES - the retired balance is added into the
084000* survivor's (a survivor with no balance record gets one), the
084100* later of the two last-payment dates stands, and the retired
084200* balance record is deleted.  The survivor is updated first so
084300* a failure in between can only leave the money counted twice,
084400* never lost.
084500*****************************************************************
084600 5000-COMBINE-BALANCES.
084700     IF NOT WS-RETIRED-HAS-BALANCE
084800         GO TO 5000-EXIT
084900     END-IF.
085000     MOVE WS-SURVIVOR-ID TO BAL-CUSTOMER-ID OF BALANCE-RECORD.
085100     MOVE WS-SURVIVOR-BALANCE
085200         TO BAL-CURRENT-BALANCE OF BALANCE-RECORD.
085300     MOVE WS-SURVIVOR-PAY-DATE
085400         TO BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD.
085500     ADD WS-RETIRED-BALANCE
085600         TO BAL-CURRENT-BALANCE OF BALANCE-RECORD
085700         ON SIZE ERROR
085800             DISPLAY 'COMBINED BALANCE TOO LARGE FOR CUSTOMER '
085900                 WS-SURVIVOR-ID
086000             MOVE 'Y' TO WS-STEP-FAIL-SWITCH
086100             GO TO 5000-EXIT
086200     END-ADD.
086300     IF WS-RETIRED-PAY-DATE > WS-SURVIVOR-PAY-DATE
086400         MOVE WS-RETIRED-PAY-DATE
086500             TO BAL-LAST-PAYMENT-DATE OF BALANCE-RECORD
086600     END-IF.
086700     IF WS-SURVIVOR-HAS-BALANCE
086800         REWRITE BALANCE-RECORD
086900             INVALID KEY
087000                 DISPLAY 'ERROR REWRITING BALANCE RECORD: '
087100                     WS-SURVIVOR-ID
087200                     ' STATUS = ' WS-BALANCE-FILE-STATUS
087300                 MOVE 'Y' TO WS-STEP-FAIL-SWITCH
087400                 GO TO 5000-EXIT
087500         END-REWRITE
087600     ELSE
087700         WRITE BALANCE-RECORD
087800             INVALID KEY
087900                 DISPLAY 'ERROR WRITING BALANCE RECORD: '
088000                     WS-SURVIVOR-ID
088100                     ' STATUS = ' WS-BALANCE-FILE-STATUS
088200                 MOVE 'Y' TO WS-STEP-FAIL-SWITCH
088300                 GO TO 5000-EXIT
088400         END-WRITE
088500     END-IF.
088600     MOVE WS-RETIRED-ID TO BAL-CUSTOMER-ID OF BALANCE-RECORD.
088700     DELETE BALANCE-FILE
088800         INVALID KEY
088900             DISPLAY 'ERROR DELETING BALANCE RECORD: '
089000                 WS-RETIRED-ID
089100                 ' STATUS = ' WS-BALANCE-FILE-STATUS
089200                 ' - ITS BALANCE IS NOW COUNTED TWICE'
089300             MOVE 'Y' TO WS-STEP-FAIL-SWITCH
089400     END-DELETE.
089500 5000-EXIT.
089600     EXIT.

089800*****************************************************************
089900* 6000-RECORD-MERGE-XREF - earlier merges into the id now being
090000* retired are repointed to the survivor first, so every record
090100* on the file names a live id; then the new pair is written.
090200*****************************************************************
090300 6000-RECORD-MERGE-XREF.
090400     MOVE ZERO TO MERGE-RETIRED-ID OF MERGE-RECORD.
090500     MOVE 'N' TO WS-MERGE-EOF-SWITCH.
090600     START MERGE-FILE
090700         KEY IS NOT LESS THAN MERGE-RETIRED-ID OF MERGE-RECORD
090800         INVALID KEY MOVE 'Y' TO WS-MERGE-EOF-SWITCH
090900     END-START.
091000     PERFORM 6100-REPOINT-ONE-MERGE THRU 6100-EXIT
091100         UNTIL WS-END-OF-MERGE-FILE OR WS-STEP-FAILED.
091200     IF WS-STEP-FAILED
091300         GO TO 6000-EXIT
091400     END-IF.
091500     MOVE WS-RETIRED-ID TO MERGE-RETIRED-ID OF MERGE-RECORD.
091600     MOVE WS-SURVIVOR-ID TO MERGE-SURVIVOR-ID OF MERGE-RECORD.
091700     MOVE WS-RUN-DATE TO MERGE-DATE OF MERGE-RECORD.
091800     MOVE WS-RUN-TIME TO MERGE-TIME OF MERGE-RECORD.
091900     MOVE WS-OPERATOR-ID TO MERGE-OPERATOR-ID OF MERGE-RECORD.
092000     MOVE WS-RETIRED-BALANCE
092100         TO MERGE-BALANCE-MOVED OF MERGE-RECORD.
092200     MOVE WS-HISTORY-MOVED-COUNT
092300         TO MERGE-HISTORY-MOVED OF MERGE-RECORD.
092400     WRITE MERGE-RECORD
092500         INVALID KEY
092600             DISPLAY 'ERROR WRITING MERGE XREF RECORD: '
092700                 WS-RETIRED-ID
092800                 ' STATUS = ' WS-MERGE-FILE-STATUS
092900             MOVE 'Y' TO WS-STEP-FAIL-SWITCH
093000     END-WRITE.
093100 6000-EXIT.
093200     EXIT.

093400 6100-REPOINT-ONE-MERGE.
093500     READ MERGE-FILE NEXT RECORD
093600         AT END
093700             MOVE 'Y' TO WS-MERGE-EOF-SWITCH
093800             GO TO 6100-EXIT
093900     END-READ.
094000     IF MERGE-SURVIVOR-ID OF MERGE-RECORD NOT = WS-RETIRED-ID
094100         GO TO 6100-EXIT
094200     END-IF.
094300     MOVE WS-SURVIVOR-ID TO MERGE-SURVIVOR-ID OF MERGE-RECORD.
094400     REWRITE MERGE-RECORD
094500         INVALID KEY
094600             DISPLAY 'ERROR REPOINTING MERGE XREF RECORD: '
094700                 MERGE-RETIRED-ID OF MERGE-RECORD
094800                 ' STATUS = ' WS-MERGE-FILE-STATUS
094900             MOVE 'Y' TO WS-STEP-FAIL-SWITCH
095000             GO TO 6100-EXIT
095100     END-REWRITE.
095200     ADD 1 TO WS-REPOINTED-COUNT.
095300 6100-EXIT.
095400     EXIT.

095600*****************************************************************
095700* 7000-RETIRE-CUSTOMER - the retired id comes off the master and
095800* the name cross-reference, and shows on the audit trail as a
095900* delete by this operator with its last image, the way
096000* CUST-ARCHIVE records a purge.
096100*****************************************************************
096200 7000-RETIRE-CUSTOMER.
096300     MOVE WS-RETIRED-RECORD TO CUSTOMER-RECORD.
096400     DELETE CUSTOMER-FILE
096500         INVALID KEY
096600             DISPLAY 'DELETE FAILED FOR CUSTOMER '
096700                 WS-RETIRED-ID
096800                 ', STATUS = ' WS-CUSTOMER-FILE-STATUS
096900             MOVE 'Y' TO WS-STEP-FAIL-SWITCH
097000             GO TO 7000-EXIT
097100     END-DELETE.
097200     MOVE LAST-NAME OF WS-RETIRED-RECORD
097300         TO XREF-LAST-NAME OF XREF-RECORD.
097400     MOVE FIRST-NAME OF WS-RETIRED-RECORD
097500         TO XREF-FIRST-NAME OF XREF-RECORD.
097600     MOVE WS-RETIRED-ID TO XREF-CUSTOMER-ID OF XREF-RECORD.
097700     DELETE XREF-FILE
097800         INVALID KEY CONTINUE
097900     END-DELETE.
098000     MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-ID OF AUDIT-RECORD.
098100     MOVE WS-RETIRED-ID TO AUDIT-CUSTOMER-ID OF AUDIT-RECORD.
098200     MOVE 'D' TO AUDIT-ACTION OF AUDIT-RECORD.
098300     MOVE WS-RUN-DATE TO AUDIT-DATE OF AUDIT-RECORD.
098400     MOVE WS-RUN-TIME TO AUDIT-TIME OF AUDIT-RECORD.
098500     MOVE FIRST-NAME OF WS-RETIRED-RECORD
098600         TO AUDIT-IMAGE-FIRST-NAME OF AUDIT-RECORD.
098700     MOVE LAST-NAME OF WS-RETIRED-RECORD
098800         TO AUDIT-IMAGE-LAST-NAME OF AUDIT-RECORD.
098900     MOVE CUSTOMER-ADDRESS OF WS-RETIRED-RECORD
099000         TO AUDIT-IMAGE-ADDRESS OF AUDIT-RECORD.
099100     MOVE CUSTOMER-CITY OF WS-RETIRED-RECORD
099200         TO AUDIT-IMAGE-CITY OF AUDIT-RECORD.
099300     MOVE CUSTOMER-STATE OF WS-RETIRED-RECORD
099400         TO AUDIT-IMAGE-STATE OF AUDIT-RECORD.
099500     MOVE CUSTOMER-ZIP OF WS-RETIRED-RECORD
099600         TO AUDIT-IMAGE-ZIP OF AUDIT-RECORD.
099700     MOVE CUSTOMER-PHONE OF WS-RETIRED-RECORD
099800         TO AUDIT-IMAGE-PHONE OF AUDIT-RECORD.
099900     MOVE ACCOUNT-STATUS OF WS-RETIRED-RECORD
100000         TO AUDIT-IMAGE-STATUS OF AUDIT-RECORD.
100100     WRITE AUDIT-RECORD.
100200     IF NOT WS-AUDIT-FILE-OK
100300         DISPLAY 'ERROR WRITING AUDIT RECORD FOR '
100400             WS-RETIRED-ID ', STATUS = ' WS-AUDIT-FILE-STATUS
100500         MOVE 'Y' TO WS-STEP-FAIL-SWITCH
100600     END-IF.
100700 7000-EXIT.
100800     EXIT.

101000 7500-PRINT-MERGE-LINE.
101100     IF WS-PAGE-COUNT = ZERO
101200         OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
101300         PERFORM 7600-PRINT-HEADINGS THRU 7600-EXIT
101400     END-IF.
101500     MOVE WS-SURVIVOR-ID TO DTL-SURVIVOR-ID.
101600     MOVE LAST-NAME OF WS-SURVIVOR-RECORD TO DTL-SURVIVOR-NAME.
101700     MOVE WS-RETIRED-ID TO DTL-RETIRED-ID.
101800     MOVE LAST-NAME OF WS-RETIRED-RECORD TO DTL-RETIRED-NAME.
101900     MOVE WS-RETIRED-BALANCE TO DTL-BALANCE-MOVED.
102000     MOVE WS-HISTORY-MOVED-COUNT TO DTL-HISTORY-MOVED.
102100     MOVE WS-REPOINTED-COUNT TO DTL-REPOINTED.
102200     MOVE WS-DETAIL-LINE TO REGISTER-LINE.
102300     WRITE REGISTER-LINE.
102400     ADD 1 TO WS-LINE-COUNT.
102500 7500-EXIT.
102600     EXIT.

102800 7600-PRINT-HEADINGS.
102900     ADD 1 TO WS-PAGE-COUNT.
103000     MOVE WS-PAGE-COUNT TO HDG-PAGE-NUMBER.
103100     IF WS-PAGE-COUNT > 1
103200         MOVE SPACES TO REGISTER-LINE
103300         WRITE REGISTER-LINE
103400         WRITE REGISTER-LINE AFTER ADVANCING PAGE
103500     END-IF.
103600     MOVE WS-HEADING-1 TO REGISTER-LINE.
103700     WRITE REGISTER-LINE.
103800     MOVE WS-HEADING-2 TO REGISTER-LINE.
103900     WRITE REGISTER-LINE.
104000     MOVE SPACES TO REGISTER-LINE.
104100     WRITE REGISTER-LINE.
104200     MOVE WS-HEADING-3 TO REGISTER-LINE.
104300     WRITE REGISTER-LINE.
104400     MOVE ZERO TO WS-LINE-COUNT.
104500 7600-EXIT.
104600     EXIT.

104800*****************************************************************
104900* 8000-TERMINATE - session totals on the register and the
105000* console, then close up.
105100*****************************************************************
105200 8000-TERMINATE.
105300     IF WS-PAGE-COUNT = ZERO
105400         PERFORM 7600-PRINT-HEADINGS THRU 7600-EXIT
105500     END-IF.
105600     MOVE SPACES TO REGISTER-LINE.
105700     WRITE REGISTER-LINE.
105800     MOVE 'MERGES COMPLETED:        ' TO TOT-LABEL.
105900     MOVE WS-MERGE-COUNT TO TOT-COUNT.
106000     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
106100     WRITE REGISTER-LINE.
106200     MOVE 'MERGES NOT CONFIRMED:    ' TO TOT-LABEL.
106300     MOVE WS-DECLINED-COUNT TO TOT-COUNT.
106400     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
106500     WRITE REGISTER-LINE.
106600     MOVE 'HISTORY DETAILS MOVED:   ' TO TOT-LABEL.
106700     MOVE WS-TOTAL-HISTORY-MOVED TO TOT-COUNT.
106800     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
106900     WRITE REGISTER-LINE.
107000     MOVE 'EARLIER MERGES REPOINTED:' TO TOT-LABEL.
107100     MOVE WS-TOTAL-REPOINTED TO TOT-COUNT.
107200     MOVE WS-TOTAL-LINE TO REGISTER-LINE.
107300     WRITE REGISTER-LINE.
107400     MOVE 'BALANCES MOVED:          ' TO TOT-AMOUNT-LABEL.
107500     MOVE WS-TOTAL-BALANCE-MOVED TO TOT-AMOUNT.
107600     MOVE WS-TOTAL-AMOUNT-LINE TO REGISTER-LINE.
107700     WRITE REGISTER-LINE.
107800     IF WS-RUN-ABORTED
107900         MOVE 'SESSION STOPPED ON A FAILED MERGE - SEE CONSOLE'
108000             TO REGISTER-LINE
108100         WRITE REGISTER-LINE
108200     END-IF.
108300     CLOSE CUSTOMER-FILE.
108400     CLOSE XREF-FILE.
108500     CLOSE BALANCE-FILE.
108600     CLOSE MERGE-FILE.
108700     CLOSE AUDIT-FILE.
108800     CLOSE REGISTER-FILE.
108900     DISPLAY 'MERGES COMPLETED:      ' WS-MERGE-COUNT.
109000     DISPLAY 'HISTORY DETAILS MOVED: ' WS-TOTAL-HISTORY-MOVED.
109100     MOVE WS-TOTAL-BALANCE-MOVED TO WS-BALANCE-EDIT.
109200     DISPLAY 'BALANCES MOVED:      ' WS-BALANCE-EDIT.
109300     DISPLAY 'REGISTER WRITTEN TO CustMerge.rpt'.
109400 8000-EXIT.
109500     EXIT.

109700 9999-STOP-RUN.
109800     GOBACK.
109900 9999-EXIT.
110000     EXIT.
