000300* Copybook:        BUSYREC                                      *
000400* Used by:         CUST-DRIVER, CUST-ENTRY, CUST-REINSTATE,     *
000500*                   CUST-RESTORE, CUST-ARCHIVE, CUST-NAME-INQ,  *
000510*                   CUST-PROFILE, CUST-PAY-ENTRY, CUST-REFUND,  *
000520*                   CUST-APPROVE, CUST-MERGE, CUST-NCOA-APPLY   *
000600* Author:          David Catino                                 *
000700* Description:     System-busy control record - the single      *
000800*                   record on CustBusy.dat.  CUST-DRIVER writes  *
