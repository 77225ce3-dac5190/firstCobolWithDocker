000100*****************************************************************
000200*                                                                *
000300* Copybook:        OPERREC                                      *
000400* Used by:         INPUT, CUST-OPER-MAINT, CUST-SEC-RPT         *
000500* Author:          David Catino                                 *
000600* Description:     Operator security record - one per operator, *
000700*                   keyed on OPER-ID, carrying the password the  *
