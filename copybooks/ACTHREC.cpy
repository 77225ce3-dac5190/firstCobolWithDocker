000100*****************************************************************
000200*                                                                *
000300* Copybook:        ACTHREC                                      *
000400* Used by:         CUST-AUDIT-ROLL, CUST-ACT-HIST-BUILD,        *
000500*                   CUST-ACT-INQ, CUST-PROFILE, CUST-VERIFY      *
000600* Author:          David Catino                                 *
000700* Description:     Activity history record - the indexed file   *
000800*                   CustActHist.dax, one record per audit record *
000900*                   rolled into a generation, keyed on customer  *
001000*                   id, audit date and time.  The generation     *
001100*                   date and the record's position within that   *
001200*                   generation complete the key, so two actions  *
001300*                   stamped in the same second stay apart and a  *
001400*                   generation loaded twice lands on the records *
001500*                   already there.  Carries the whole AUDITREC   *
001600*                   image; callers move it to their own AUDITREC *
001700*                   work area.  Included under the caller's own  *
001800*                   01-level record name.                        *
001900*                                                                *
002000* Maintenance history                                            *
002100* ----------------------------------------------------------     *
002200* 2026-10-15  DC  Original version.                              *
002300*                                                                *
002400*****************************************************************
002500     05  ACTH-KEY.
002600         10  ACTH-CUSTOMER-ID      PIC 9(06).
002700         10  ACTH-DATE             PIC 9(08).
002800         10  ACTH-TIME             PIC 9(08).
002900         10  ACTH-GENERATION-DATE  PIC 9(08).
003000         10  ACTH-GEN-SEQUENCE     PIC 9(08).
003100     05  ACTH-AUDIT-DATA           PIC X(148).
