000200*                                                                *
000300* Copybook:        XREFREC                                      *
000400* Used by:         FILE-CREATE, CUST-NAME-INQ, CUST-XREF-BUILD, *
000410*                   CUST-ARCHIVE, CUST-REINSTATE, CUST-PROFILE, *
000420*                   CUST-MERGE                                  *
000500* Author:          David Catino                                 *
000600* Description:     Name cross-reference record - one per        *
000700*                   customer on the master, keyed on last name   *
