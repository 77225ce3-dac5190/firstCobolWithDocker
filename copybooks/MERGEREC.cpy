000100*****************************************************************
000200*                                                                *
000300* Copybook:        MERGEREC                                     *
000400* Used by:         CUST-MERGE, CUST-PAY-POST, CUST-NSF-POST     *
000500* Author:          David Catino                                 *
000600* Description:     Merge cross-reference record - the permanent *
000700*                   indexed file CustMergeXref.dax, one record   *
000800*                   per customer id retired by CUST-MERGE,       *
000900*                   keyed on the retired id and naming the id    *
001000*                   that survived it.  When a survivor is later  *
001100*                   itself merged away, every record pointing    *
001200*                   at it is repointed to the new survivor, so   *
001300*                   one read always lands on a live id.  Carries *
001400*                   who merged, when, and the balance and        *
001500*                   history counts moved.  CUST-PAY-POST posts   *
001600*                   billing details, and CUST-NSF-POST reverses  *
001650*                   returned items, sent under a retired id to   *
001700*                   its survivor.  Included under the caller's   *
001800*                   own 01-level record name.                    *
001900*                                                                *
002000* Maintenance history                                            *
002100* ----------------------------------------------------------     *
002200* 2026-10-15  DC  Original version.                              *
002300*                                                                *
002400*****************************************************************
002500     05  MERGE-RETIRED-ID          PIC 9(06).
002600     05  MERGE-SURVIVOR-ID         PIC 9(06).
002700     05  MERGE-DATE                PIC 9(08).
002800     05  MERGE-TIME                PIC 9(08).
002900     05  MERGE-OPERATOR-ID         PIC X(15).
003000     05  MERGE-BALANCE-MOVED       PIC S9(07)V99
003100                                   SIGN LEADING SEPARATE.
003200     05  MERGE-HISTORY-MOVED       PIC 9(06).
