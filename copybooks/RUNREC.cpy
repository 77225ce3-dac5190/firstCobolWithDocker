001300*                   morning run-history report and by the       *
001400*                   driver's double-run gate.  Included under   *
001500*                   the caller's own 01-level record name.      *
001510*                   The step mode marks a step CUST-DRIVER ran  *
001520*                   as part of a resumed window (R) or passed   *
001530*                   over because an earlier run that night had  *
001540*                   already completed it (S); blank is an       *
001550*                   ordinary run.                                *
001600*                                                                 *
001700* Maintenance history                                            *
001800* ----------------------------------------------------------     *
001900* 2026-08-21  DC  Original version.                              *
001910* 2026-10-15  DC  Added RUN-STEP-MODE for the driver's step-     *
001920*                 level restart (resumed and skipped steps).     *
002000*                                                                 *
002100*****************************************************************
002200     05  RUN-DATE                  PIC 9(08).
002700     05  RUN-TRAN-APPLIED          PIC 9(08).
002800     05  RUN-TRAN-REJECTED         PIC 9(08).
002900     05  RUN-RETURN-CODE           PIC 9(04).
003000     05  RUN-STEP-MODE             PIC X(01).
003100         88  RUN-STEP-NORMAL       VALUE SPACE.
003200         88  RUN-STEP-RESUMED      VALUE 'R'.
003300         88  RUN-STEP-SKIPPED      VALUE 'S'.
