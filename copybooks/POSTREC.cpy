000200*                                                                *
000300* Copybook:        POSTREC                                      *
000400* Used by:         CUST-PAY-POST, CUST-STATEMENT, CUST-MONTH-END*
000410*                   CUST-PAY-ENTRY, CUST-NSF-POST, CUST-REFUND, *
000420*                   CUST-MERGE                                  *
000500* Author:          David Catino                                 *
000600* Description:     Posting-history detail record - one per      *
000700*                   payment or adjustment CUST-PAY-POST applies  *
001800*                   the billing return file, zero for an         *
001900*                   adjustment.  Included under the caller's     *
002000*                   own 01-level record name.                    *
002010*                   A returned-payment reversal (type R) puts a  *
002020*                   bounced payment back on the balance; its     *
002030*                   POST-PAY-DATE is the date of the payment it  *
002040*                   reverses.  A returned-check fee (type F) is  *
002050*                   charged with it.  Both add to the balance.   *
002060*                   A credit-balance refund (type D) adds the    *
002070*                   amount refunded, taking the credit to zero.  *
002100*                                                                 *
002200* Maintenance history                                            *
002300* ----------------------------------------------------------     *
002400* 2026-09-01  DC  Original version.                              *
002410* 2026-10-15  DC  Added returned-payment reversal and returned-  *
002420*                 check fee types for CUST-NSF-POST.             *
002430* 2026-10-15  DC  Added the refund type for CUST-REFUND.         *
002500*                                                                 *
002600*****************************************************************
002700     05  POST-CUSTOMER-ID          PIC 9(06).
002800     05  POST-TRAN-TYPE            PIC X(01).
002900         88  POST-PAYMENT          VALUE 'P'.
003000         88  POST-ADJUSTMENT       VALUE 'J'.
003010         88  POST-REVERSAL         VALUE 'R'.
003020         88  POST-RETURN-FEE       VALUE 'F'.
003030         88  POST-REFUND           VALUE 'D'.
003100     05  POST-AMOUNT               PIC S9(07)V99
003200                                   SIGN LEADING SEPARATE.
003300     05  POST-DATE                 PIC 9(08).
