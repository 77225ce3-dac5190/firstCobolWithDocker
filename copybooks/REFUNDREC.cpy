000100*****************************************************************
000200*                                                                *
000300* Copybook:        REFUNDREC                                    *
000400* Used by:         CUST-REFUND                                  *
000500* Author:          David Catino                                 *
000600* Description:     Refund request record - the fixed-layout     *
000700*                   file CustRefund.dat that accounts payable    *
000800*                   cuts refund checks from.  One detail per     *
000900*                   credit balance the supervisor approved,      *
001000*                   carrying the refund amount and the name and  *
001100*                   mailing address off the CUSTREC master as    *
001200*                   they stood when the refund was approved,     *
001300*                   then one trailer with the detail count and   *
001400*                   total so payables can prove the file the     *
001500*                   way CUST-PAY-POST proves the billing return  *
001600*                   file.  REF-REFUND-REASON says why the        *
001700*                   credit was picked: over the run's threshold  *
001800*                   or on a closed account.  Payables empties    *
001820*                   the file once the checks are cut, and        *
001840*                   CUST-REFUND will not write a new file over   *
001860*                   requests still on it.  Included under the    *
001900*                   caller's own 01-level record name.           *
002000*                                                                *
002100* Maintenance history                                            *
002200* ----------------------------------------------------------     *
002300* 2026-10-15  DC  Original version.                              *
002400*                                                                *
002500*****************************************************************
002600     05  REF-RECORD-TYPE           PIC X(01).
002700         88  REF-DETAIL            VALUE 'D'.
002800         88  REF-TRAILER           VALUE 'T'.
002900     05  REF-DETAIL-DATA.
003000         10  REF-CUSTOMER-ID       PIC 9(06).
003100         10  REF-AMOUNT            PIC 9(07)V99.
003200         10  REF-REQUEST-DATE      PIC 9(08).
003300         10  REF-REFUND-REASON     PIC X(01).
003400             88  REF-OVER-THRESHOLD
003500                                   VALUE 'T'.
003600             88  REF-CLOSED-ACCOUNT
003700                                   VALUE 'C'.
003800         10  REF-FIRST-NAME        PIC X(20).
003900         10  REF-LAST-NAME         PIC X(20).
004000         10  REF-ADDRESS           PIC X(30).
004100         10  REF-CITY              PIC X(15).
004200         10  REF-STATE             PIC X(02).
004300         10  REF-ZIP               PIC X(10).
004400         10  REF-APPROVED-BY       PIC X(15).
004500     05  REF-TRAILER-DATA REDEFINES REF-DETAIL-DATA.
004600         10  REF-TRAILER-COUNT     PIC 9(06).
004700         10  REF-TRAILER-AMOUNT    PIC 9(09)V99.
004800         10  REF-TRAILER-DATE      PIC 9(08).
004900         10  FILLER                PIC X(111).
