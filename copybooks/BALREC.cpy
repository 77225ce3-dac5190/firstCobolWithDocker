000300* Copybook:        BALREC                                       *
000400* Used by:         CUST-PAY-POST, CUST-STATEMENT, CUST-DELINQ,  *
000410*                   CUST-ARCHIVE, CUST-REINSTATE, CUST-VERIFY,  *
000420*                   CUST-PROFILE, CUST-PAY-ENTRY, CUST-NSF-POST,*
000430*                   CUST-REFUND, CUST-MERGE                     *
000500* Author:          David Catino                                 *
000600* Description:     Customer balance record - one per customer,  *
000700*                   keyed on BAL-CUSTOMER-ID, carrying the       *
