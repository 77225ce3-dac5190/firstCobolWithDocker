002100* Maintenance history
002200* -------------------------------------------------------------
002300* 2026-08-21  DC  Original version.
002310* 2026-10-15  DC  Added a NOTE column for the driver's step-level
002320*                 restart: steps run on a resumed window print
002330*                 RESUMED, steps passed over because an earlier
002340*                 run completed them print SKIPPED, and both are
002350*                 counted at the bottom.  Skipped steps are not
002360*                 counted as ending nonzero - they did not run.
002400*
002500****************************************************************
002600 IDENTIFICATION DIVISION.
005600     88  WS-END-OF-RUN-LOG         VALUE 'Y'.
005700 01  WS-STEP-COUNT                 PIC 9(08) COMP VALUE ZERO.
005800 01  WS-FAILED-COUNT               PIC 9(08) COMP VALUE ZERO.
005810 01  WS-RESUMED-COUNT              PIC 9(08) COMP VALUE ZERO.
005820 01  WS-SKIPPED-COUNT              PIC 9(08) COMP VALUE ZERO.
005900 01  WS-LINE-COUNT                 PIC 9(04) COMP VALUE ZERO.
006000 01  WS-PAGE-COUNT                 PIC 9(04) COMP VALUE ZERO.
006100 01  WS-LINES-PER-PAGE             PIC 9(04) COMP VALUE 20.
011700     05  FILLER                    PIC X(08) VALUE 'REJECTED'.
011800     05  FILLER                    PIC X(02) VALUE SPACES.
011900     05  FILLER                    PIC X(04) VALUE 'RC'.
011910     05  FILLER                    PIC X(02) VALUE SPACES.
011920     05  FILLER                    PIC X(07) VALUE 'NOTE'.
012000 01  WS-DETAIL-LINE.
012100     05  DTL-RUN-DATE              PIC X(10).
012200     05  FILLER                    PIC X(02) VALUE SPACES.
013300     05  DTL-REJECTED              PIC ZZZ,ZZ9.
013400     05  FILLER                    PIC X(02) VALUE SPACES.
013500     05  DTL-RETURN-CODE           PIC ZZZ9.
013510     05  FILLER                    PIC X(02) VALUE SPACES.
013520     05  DTL-STEP-NOTE             PIC X(07).
013600 01  WS-TOTAL-LINE.
013700     05  TOT-LABEL                 PIC X(25).
013800     05  TOT-COUNT                 PIC ZZZ,ZZ9.
021700     MOVE RUN-TRAN-APPLIED TO DTL-APPLIED.
021800     MOVE RUN-TRAN-REJECTED TO DTL-REJECTED.
021900     MOVE RUN-RETURN-CODE TO DTL-RETURN-CODE.
021910     EVALUATE TRUE
021920         WHEN RUN-STEP-SKIPPED
021930             MOVE 'SKIPPED' TO DTL-STEP-NOTE
021940             ADD 1 TO WS-SKIPPED-COUNT
021950         WHEN RUN-STEP-RESUMED
021960             MOVE 'RESUMED' TO DTL-STEP-NOTE
021970             ADD 1 TO WS-RESUMED-COUNT
021980         WHEN OTHER
021990             MOVE SPACES TO DTL-STEP-NOTE
021991     END-EVALUATE.
022000     IF RUN-RETURN-CODE IS NUMERIC
022100         AND RUN-RETURN-CODE NOT = ZERO
022110         AND NOT RUN-STEP-SKIPPED
022200         ADD 1 TO WS-FAILED-COUNT
022300     END-IF.
022400     MOVE WS-DETAIL-LINE TO REPORT-LINE.
027000     MOVE WS-FAILED-COUNT TO TOT-COUNT.
027100     MOVE WS-TOTAL-LINE TO REPORT-LINE.
027200     WRITE REPORT-LINE.
027210     MOVE 'STEPS RUN ON A RESUME:   ' TO TOT-LABEL.
027220     MOVE WS-RESUMED-COUNT TO TOT-COUNT.
027230     MOVE WS-TOTAL-LINE TO REPORT-LINE.
027240     WRITE REPORT-LINE.
027250     MOVE 'STEPS SKIPPED ON RESUME: ' TO TOT-LABEL.
027260     MOVE WS-SKIPPED-COUNT TO TOT-COUNT.
027270     MOVE WS-TOTAL-LINE TO REPORT-LINE.
027280     WRITE REPORT-LINE.
027300     CLOSE RUN-LOG-FILE.
027400     CLOSE REPORT-FILE.
027500     DISPLAY 'RUN HISTORY REPORT COMPLETE - '
