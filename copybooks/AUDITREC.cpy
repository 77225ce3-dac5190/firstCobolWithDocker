000400* Used by:         FILE-CREATE, CUST-AUDIT-RPT, CUST-VERIFY,    *
000410*                   CUST-RESTORE, CUST-ARCHIVE, CUST-REINSTATE, *
000420*                   CUST-DELTA, CUST-DELINQ, CUST-AUDIT-ROLL,   *
000430*                   CUST-ACT-INQ, CUST-PROFILE, CUST-MONTH-END, *
000440*                   CUST-CHG-RPT, CUST-MERGE,                   *
000450*                   CUST-ACT-HIST-BUILD, CUST-SEC-RPT           *
000500* Author:          David Catino                                 *
000600* Description:     Audit trail record written for every add,    *
000700*                   change or delete applied to the customer     *
