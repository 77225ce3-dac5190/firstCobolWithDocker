000100*****************************************************************
000200*                                                                *
000300* Copybook:        NCOAREC                                      *
000400* Used by:         CUST-NCOA-EXTRACT, CUST-NCOA-APPLY           *
000500* Author:          David Catino                                 *
000600* Description:     Postal change-of-address (NCOA) record -     *
000700*                   the layout of both the extract               *
000800*                   CustNcoaOut.dat sent to the                  *
000900*                   change-of-address service and the file       *
001000*                   CustNcoaRet.dat it sends back.  One detail   *
001100*                   per active customer with the name and        *
001200*                   mailing address off the CUSTREC master as    *
001300*                   extracted; the service fills in the match    *
001400*                   code, the move date and the forwarding       *
001500*                   address and returns every detail it was      *
001600*                   sent.  Match code M is a full match with a   *
001700*                   forwarding address, P a partial (name or     *
001800*                   address) match, N a move with no forwarding  *
001900*                   address, and blank no move on file.  Each    *
002000*                   file closes with a trailer carrying the      *
002100*                   detail count, so the return is proved before *
002200*                   anything is applied.  Included under the     *
002300*                   caller's own 01-level record name.           *
002400*                                                                *
002500* Maintenance history                                            *
002600* ----------------------------------------------------------     *
002700* 2026-10-15  DC  Original version.                              *
002800*                                                                *
002900*****************************************************************
003000     05  NCOA-RECORD-TYPE          PIC X(01).
003100         88  NCOA-DETAIL           VALUE 'D'.
003200         88  NCOA-TRAILER          VALUE 'T'.
003300     05  NCOA-DETAIL-DATA.
003400         10  NCOA-CUSTOMER-ID      PIC 9(06).
003500         10  NCOA-FIRST-NAME       PIC X(20).
003600         10  NCOA-LAST-NAME        PIC X(20).
003700         10  NCOA-ADDRESS          PIC X(30).
003800         10  NCOA-CITY             PIC X(15).
003900         10  NCOA-STATE            PIC X(02).
004000         10  NCOA-ZIP              PIC X(10).
004100         10  NCOA-MATCH-CODE       PIC X(01).
004200             88  NCOA-FULL-MATCH   VALUE 'M'.
004300             88  NCOA-PARTIAL-MATCH
004400                                   VALUE 'P'.
004500             88  NCOA-NO-FORWARD   VALUE 'N'.
004600             88  NCOA-NO-MOVE      VALUE SPACE.
004700         10  NCOA-MOVE-DATE        PIC 9(08).
004800         10  NCOA-NEW-ADDRESS      PIC X(30).
004900         10  NCOA-NEW-CITY         PIC X(15).
005000         10  NCOA-NEW-STATE        PIC X(02).
005100         10  NCOA-NEW-ZIP          PIC X(10).
005200     05  NCOA-TRAILER-DATA REDEFINES NCOA-DETAIL-DATA.
005300         10  NCOA-TRAILER-COUNT    PIC 9(06).
005400         10  NCOA-TRAILER-DATE     PIC 9(08).
005500         10  FILLER                PIC X(155).
