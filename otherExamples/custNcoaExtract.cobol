000100****************************************************************
000200* Program name:    CustNcoaExtract
000300* Current Author:  David Catino
000400* Installation:    Customer Systems
000500* Date-Written:    10/15/2026
000600* Date-Compiled:
000700*
000800* Description:    Postal change-of-address extract.  Reads the
000900*                  customer master in id order and writes the
001000*                  name and mailing address of every active
001100*                  customer to CustNcoaOut.dat (NCOAREC) for the
001200*                  change-of-address service, closed off with a
001300*                  trailer carrying the detail count and the
001400*                  extract date.  Closed and held accounts are
001500*                  not sent.  The service's return file is
001600*                  applied by CUST-NCOA-APPLY.  A run that hits
001610*                  a write error writes no trailer, so a short
001620*                  extract cannot prove.
001700*
001800* Maintenance history
001900* -------------------------------------------------------------
002000* 2026-10-15  DC  Original version.
002100*
002200****************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CUST-NCOA-EXTRACT.
002500 AUTHOR. David Catino.
002600 INSTALLATION. Customer Systems.
002700 DATE-WRITTEN. 10/15/2026.
002800 DATE-COMPILED.
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CUSTOMER-FILE ASSIGN TO 'Customers.dax'
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS CUSTOMER-ID OF CUSTOMER-RECORD
003600         FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
003700     SELECT NCOA-OUT-FILE ASSIGN TO 'CustNcoaOut.dat'
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-NCOA-OUT-FILE-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CUSTOMER-FILE.
004300 01  CUSTOMER-RECORD.
004400     COPY CUSTREC.

004600 FD  NCOA-OUT-FILE.
004700 01  NCOA-OUT-RECORD.
004800     COPY NCOAREC.

005000 WORKING-STORAGE SECTION.
005100 01  WS-CUSTOMER-FILE-STATUS       PIC X(02).
005200     88  WS-CUSTOMER-FILE-OK       VALUE '00'.
005300 01  WS-NCOA-OUT-FILE-STATUS       PIC X(02).
005400     88  WS-NCOA-OUT-FILE-OK       VALUE '00'.
005500 01  WS-EOF-SWITCH                 PIC X(01) VALUE 'N'.
005600     88  WS-END-OF-CUSTOMER-FILE   VALUE 'Y'.
005700 01  WS-RUN-DATE                   PIC 9(08) VALUE ZERO.
005800 01  WS-READ-COUNT                 PIC 9(06) COMP VALUE ZERO.
005900 01  WS-EXTRACT-COUNT              PIC 9(06) COMP VALUE ZERO.
006000 01  WS-SKIPPED-COUNT              PIC 9(06) COMP VALUE ZERO.
006100 PROCEDURE DIVISION.
006200 0000-MAINLINE.
006300     MOVE ZERO TO RETURN-CODE.
006400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006500     IF NOT WS-CUSTOMER-FILE-OK OR NOT WS-NCOA-OUT-FILE-OK
006600         PERFORM 1010-CLOSE-ON-ABEND THRU 1010-EXIT
006700         GO TO 9999-STOP-RUN
006800     END-IF.
006900     PERFORM 2000-EXTRACT-CUSTOMER THRU 2000-EXIT
007000         UNTIL WS-END-OF-CUSTOMER-FILE.
007100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
007200     PERFORM 9999-STOP-RUN THRU 9999-EXIT.

007400 1000-INITIALIZE.
007500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
007600     OPEN INPUT CUSTOMER-FILE.
007700     IF NOT WS-CUSTOMER-FILE-OK
007800         DISPLAY 'ERROR OPENING CUSTOMER FILE, STATUS = '
007900             WS-CUSTOMER-FILE-STATUS
008000         MOVE 16 TO RETURN-CODE
008100         GO TO 1000-EXIT
008200     END-IF.
008300     OPEN OUTPUT NCOA-OUT-FILE.
008400     IF NOT WS-NCOA-OUT-FILE-OK
008500         DISPLAY 'ERROR OPENING NCOA EXTRACT FILE, STATUS = '
008600             WS-NCOA-OUT-FILE-STATUS
008700         MOVE 16 TO RETURN-CODE
008800         GO TO 1000-EXIT
008900     END-IF.
009000 1000-EXIT.
009100     EXIT.

009300*****************************************************************
009400* 1010-CLOSE-ON-ABEND - close whichever file did open successfully
009500* before the run gives up.
009600*****************************************************************
009700 1010-CLOSE-ON-ABEND.
009800     IF WS-CUSTOMER-FILE-OK
009900         CLOSE CUSTOMER-FILE
010000     END-IF.
010100     IF WS-NCOA-OUT-FILE-OK
010200         CLOSE NCOA-OUT-FILE
010300     END-IF.
010400 1010-EXIT.
010500     EXIT.

010700 2000-EXTRACT-CUSTOMER.
010800     READ CUSTOMER-FILE NEXT RECORD
010900         AT END MOVE 'Y' TO WS-EOF-SWITCH
011000         NOT AT END
011100             ADD 1 TO WS-READ-COUNT
011200             PERFORM 2100-WRITE-NCOA-DETAIL THRU 2100-EXIT
011300     END-READ.
011400 2000-EXIT.
011500     EXIT.

011700*****************************************************************
011800* 2100-WRITE-NCOA-DETAIL - only active accounts are sent; the
011900* match fields go out blank for the service to fill in.
012000*****************************************************************
012100 2100-WRITE-NCOA-DETAIL.
012200     IF NOT ACCOUNT-ACTIVE OF CUSTOMER-RECORD
012300         ADD 1 TO WS-SKIPPED-COUNT
012400         GO TO 2100-EXIT
012500     END-IF.
012600     MOVE SPACES TO NCOA-OUT-RECORD.
012700     MOVE 'D' TO NCOA-RECORD-TYPE.
012800     MOVE CUSTOMER-ID OF CUSTOMER-RECORD TO NCOA-CUSTOMER-ID.
012900     MOVE FIRST-NAME OF CUSTOMER-RECORD TO NCOA-FIRST-NAME.
013000     MOVE LAST-NAME OF CUSTOMER-RECORD TO NCOA-LAST-NAME.
013100     MOVE CUSTOMER-ADDRESS OF CUSTOMER-RECORD TO NCOA-ADDRESS.
013200     MOVE CUSTOMER-CITY OF CUSTOMER-RECORD TO NCOA-CITY.
013300     MOVE CUSTOMER-STATE OF CUSTOMER-RECORD TO NCOA-STATE.
013400     MOVE CUSTOMER-ZIP OF CUSTOMER-RECORD TO NCOA-ZIP.
013500     MOVE ZERO TO NCOA-MOVE-DATE.
013600     WRITE NCOA-OUT-RECORD.
013700     IF NOT WS-NCOA-OUT-FILE-OK
013800         DISPLAY 'ERROR WRITING NCOA EXTRACT RECORD, STATUS = '
013900             WS-NCOA-OUT-FILE-STATUS
014000         MOVE 16 TO RETURN-CODE
014100         MOVE 'Y' TO WS-EOF-SWITCH
014200         GO TO 2100-EXIT
014300     END-IF.
014400     ADD 1 TO WS-EXTRACT-COUNT.
014500 2100-EXIT.
014600     EXIT.

014710*****************************************************************
014720* 8000-TERMINATE - the trailer proves the extract, so a run that
014730* lost a detail to a write error closes without one and the
014740* short file cannot pass for a whole one.
014750*****************************************************************
014800 8000-TERMINATE.
014810     IF RETURN-CODE = 16
014820         DISPLAY 'NO TRAILER WRITTEN - EXTRACT IS INCOMPLETE, '
014830             'DO NOT SEND IT'
014840         GO TO 8100-CLOSE-FILES
014850     END-IF.
014900     MOVE SPACES TO NCOA-OUT-RECORD.
015000     MOVE 'T' TO NCOA-RECORD-TYPE.
015100     MOVE WS-EXTRACT-COUNT TO NCOA-TRAILER-COUNT.
015200     MOVE WS-RUN-DATE TO NCOA-TRAILER-DATE.
015300     WRITE NCOA-OUT-RECORD.
015310     IF NOT WS-NCOA-OUT-FILE-OK
015320         DISPLAY 'ERROR WRITING NCOA TRAILER, STATUS = '
015330             WS-NCOA-OUT-FILE-STATUS
015340         MOVE 16 TO RETURN-CODE
015350     END-IF.

015370 8100-CLOSE-FILES.
015400     CLOSE CUSTOMER-FILE.
015500     CLOSE NCOA-OUT-FILE.
015600     DISPLAY 'CUSTOMERS READ:         ' WS-READ-COUNT.
015700     DISPLAY 'NOT ACTIVE, NOT SENT:   ' WS-SKIPPED-COUNT.
015710     IF RETURN-CODE = 16
015720         DISPLAY 'NCOA EXTRACT FAILED - '
015730             WS-EXTRACT-COUNT ' RECORDS WRITTEN'
015740         GO TO 8000-EXIT
015750     END-IF.
015800     DISPLAY 'NCOA EXTRACT COMPLETE - '
015900         WS-EXTRACT-COUNT ' RECORDS'.
016000 8000-EXIT.
016100     EXIT.

016300 9999-STOP-RUN.
016400     GOBACK.
016500 9999-EXIT.
016600     EXIT.
