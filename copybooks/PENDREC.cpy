000100*****************************************************************
000200*                                                                *
000300* Copybook:        PENDREC                                      *
000400* Used by:         CUST-ENTRY, CUST-APPROVE                     *
000500* Author:          David Catino                                 *
000600* Description:     Pending-approval record - the indexed file   *
000700*                   CustPending.dax holding the deletes and      *
000800*                   account status changes CUST-ENTRY keys until *
000900*                   a second operator decides them in            *
001000*                   CUST-APPROVE.  Keyed on the date and time    *
001100*                   the item was keyed plus the customer id.     *
001200*                   PEND-TRAN-IMAGE is the TRANREC record as     *
001250*                   CUST-ENTRY built it.  An approved delete is  *
001300*                   written to CustTran.dat from it as keyed; an *
001320*                   approved status change is rebuilt from the   *
001340*                   master at approval time, and only the        *
001400*                   requested ACCOUNT-STATUS is taken from it.   *
001500*                   Decided items stay on file, approved or      *
001600*                   rejected, with who decided, when, and the    *
001700*                   reason given.  Included under the caller's   *
001800*                   own 01-level record name.                    *
001900*                                                                *
002000* Maintenance history                                            *
002100* ----------------------------------------------------------     *
002200* 2026-10-15  DC  Original version.                              *
002300*                                                                *
002400*****************************************************************
002500     05  PEND-KEY.
002600         10  PEND-ENTERED-DATE     PIC 9(08).
002700         10  PEND-ENTERED-TIME     PIC 9(08).
002800         10  PEND-CUSTOMER-ID      PIC 9(06).
002900     05  PEND-ENTERED-BY           PIC X(15).
003000     05  PEND-ITEM-TYPE            PIC X(01).
003100         88  PEND-DELETE           VALUE 'D'.
003200         88  PEND-STATUS-CHANGE    VALUE 'S'.
003300     05  PEND-ITEM-STATUS          PIC X(01).
003400         88  PEND-AWAITING         VALUE 'P'.
003500         88  PEND-APPROVED         VALUE 'A'.
003600         88  PEND-REJECTED         VALUE 'R'.
003700     05  PEND-DECIDED-BY           PIC X(15).
003800     05  PEND-DECIDED-DATE         PIC 9(08).
003900     05  PEND-DECIDED-TIME         PIC 9(08).
004000     05  PEND-DECISION-REASON      PIC X(40).
004100     05  PEND-TRAN-IMAGE           PIC X(132).
