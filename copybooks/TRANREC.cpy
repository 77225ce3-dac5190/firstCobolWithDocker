000100*****************************************************************
000200*                                                                *
000300* Copybook:        TRANREC                                      *
000400* Used by:         FILE-CREATE, CUST-EDIT, CUST-ENTRY,          *
000410*                   CUST-APPROVE, CUST-NCOA-APPLY               *
000500* Author:          David Catino                                 *
000600* Description:     Maintenance transaction record - the A/C/D   *
000700*                   transaction code followed by the full        *
000800*                   customer master layout.  Included under the  *
000900*                   caller's own 01-level record name so every   *
001000*                   program that reads or writes the transaction *
001100*                   file shares one field layout.  TRAN-SOURCE   *
001110*                   names where a transaction came from when it  *
001120*                   was not keyed by the run's operator - 'NCOA' *
001130*                   for an address change from the postal        *
001140*                   change-of-address service - and FILE-CREATE  *
001150*                   writes it to the audit trail in place of the *
001160*                   operator id.  Blank for keyed transactions.  *
001200*                                                                 *
001300* Maintenance history                                            *
001400* ----------------------------------------------------------     *
001600*                  transaction record so the new front-end edit  *
001700*                  program reads the same layout the maintenance *
001800*                  run applies.                                  *
001810* 2026-10-15  DC  Added TRAN-SOURCE at the end of the record.    *
001820*                  Older transaction files read back with it     *
001830*                  blank, the same as a keyed transaction.       *
001900*                                                                 *
002000*****************************************************************
002100     05  TRAN-CODE                 PIC X(01).
002300         88  TRAN-CHANGE           VALUE 'C'.
002400         88  TRAN-DELETE           VALUE 'D'.
002500     COPY CUSTREC.
002600     05  TRAN-SOURCE               PIC X(15).
002700         88  TRAN-FROM-OPERATOR    VALUE SPACES.
002800         88  TRAN-FROM-NCOA        VALUE 'NCOA'.
