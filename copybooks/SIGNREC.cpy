000200*                                                                *
000300* Copybook:        SIGNREC                                      *
000400* Used by:         INPUT, CUST-OPER-MAINT, CUST-ENTRY,          *
000410*                   CUST-REINSTATE, CUST-RESTORE, CUST-ARCHIVE, *
000420*                   CUST-PAY-ENTRY, CUST-REFUND, CUST-APPROVE,  *
000430*                   CUST-MERGE, CUST-NCOA-APPLY, CUST-SEC-RPT   *
000500* Author:          David Catino                                 *
000600* Description:     Security event log record, appended to       *
000700*                   CustSignLog.dat: sign-on attempts from the   *
000800*                   INPUT gate, good and bad, operator security  *
000900*                   maintenance actions and busy-flag overrides, *
001000*                   with the id involved, the date and time,     *
001100*                   what happened (SIGN-EVENT) and why or to     *
001200*                   whom (SIGN-DETAIL).  This is the file the    *
001300*                   security office reviews when someone asks    *
001400*                   who tried to get in, and the one             *
001410*                   CUST-SEC-RPT reads.  Operator maintenance    *
001420*                   entries carry the target id and the status   *
001430*                   and authority it was left with               *
001440*                   (SIGN-TARGET-DETAIL).  Included under the    *
001500*                   caller's own 01-level record name.           *
001600*                                                                 *
001700* Maintenance history                                            *
001800* ----------------------------------------------------------     *
001900* 2026-09-01  DC  Original version.                              *
001910* 2026-10-15  DC  Added SIGN-TARGET-DETAIL over SIGN-DETAIL so   *
001920*                  an operator maintenance entry records the     *
001930*                  status and authority the id was left with.    *
002000*                                                                 *
002100*****************************************************************
002200     05  SIGN-OPERATOR-ID          PIC X(15).
002400     05  SIGN-TIME                 PIC 9(08).
002500     05  SIGN-EVENT                PIC X(20).
002600     05  SIGN-DETAIL               PIC X(30).
002610     05  SIGN-TARGET-DETAIL REDEFINES SIGN-DETAIL.
002620         10  SIGN-TARGET-ID        PIC X(15).
002630         10  FILLER                PIC X(01).
002640         10  SIGN-TARGET-STATUS    PIC X(01).
002650         10  FILLER                PIC X(01).
002660         10  SIGN-TARGET-AUTHORITY PIC X(01).
002670         10  FILLER                PIC X(11).
