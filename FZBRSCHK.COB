000350*                    SILENT RC. AN UNAVAILABLE LOG IS        *
000360*                    TOLERATED SO THE RC CONTRACT WITH THE   *
000370*                    JOB STREAM'S FRESH-DAY DELETE HOLDS.    *
000371*   10/15/2026 JHK   A LAST CHECKPOINT WITH STATUS "Q" (A    *
000372*                    RUN QUIESCED ON AN OPERATOR STOP        *
000373*                    REQUEST) OR "R" (ITS PLANNED RESUME,    *
000374*                    NOT YET FINISHED) IS A RESUME POINT     *
000375*                    WHATEVER ITS DATE (SEE FZBCKPR): RC=0   *
000376*                    SO THE FRESH-DAY DELETE LEAVES THE      *
000377*                    PARTIAL OUTPUTS ALONE, LOGGED AS A      *
000378*                    PLANNED RESUME.                         *
000380*----------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000700 77 FZB-LAST-CKPT-IDX     PIC 9(07) VALUE 0.
000710 77 FZB-LAST-CKPT-READ    PIC 9(07) VALUE 0.
000720 77 FZB-LAST-CKPT-DATE    PIC 9(08) VALUE 0.
000725 77 FZB-LAST-CKPT-STATUS  PIC X(01) VALUE SPACE.
000730 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
000740 77 FZB-LOG-FILE-STATUS   PIC X(02) VALUE "00".
000750 77 FZB-LOG-OPEN-SW       PIC X(01) VALUE "N".
000930     PERFORM 1000-READ-CKPT-RECORD THRU 1000-EXIT
000940         UNTIL FZB-CKPT-EOF.
000950     CLOSE FZBCKPT-FILE.
000960     IF FZB-LAST-CKPT-STATUS IS EQUAL TO "Q" OR "R"
000966         STRING "STATUS " DELIMITED BY SIZE
000969             FZB-LAST-CKPT-STATUS DELIMITED BY SIZE
000970             " AT IDX " DELIMITED BY SIZE
001000             FZB-LAST-CKPT-IDX DELIMITED BY SIZE
001010             " - PLANNED RESUME" DELIMITED BY SIZE
001020             INTO FZB-LOG-TEXT-WK
001030         MOVE 0 TO RETURN-CODE
001040     ELSE
001042         IF (FZB-LAST-CKPT-IDX IS GREATER THAN 0
001044                 OR FZB-LAST-CKPT-READ IS GREATER THAN 0)
001046                 AND FZB-LAST-CKPT-DATE IS EQUAL TO FZB-RUN-DATE
001048             STRING "LIVE CHECKPOINT AT IDX " DELIMITED BY SIZE
001050                 FZB-LAST-CKPT-IDX DELIMITED BY SIZE
001052                 " - RESTART" DELIMITED BY SIZE
001054                 INTO FZB-LOG-TEXT-WK
001056             MOVE 0 TO RETURN-CODE
001058         ELSE
001060             MOVE "NO LIVE CHECKPOINT FOR TODAY - FRESH DAY"
001062                 TO FZB-LOG-TEXT-WK
001064             MOVE 4 TO RETURN-CODE
001066         END-IF
001080     END-IF.
001090     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
001100     PERFORM 8900-CLOSE-RUN-LOG THRU 8900-EXIT.
001240         NOT AT END
001250             MOVE FZB-CKPT-RUN-DATE TO FZB-LAST-CKPT-DATE
001260             MOVE FZB-CKPT-IDX TO FZB-LAST-CKPT-IDX
001265             MOVE FZB-CKPT-STATUS TO FZB-LAST-CKPT-STATUS
001270             IF FZB-CKPT-CNT-READ IS NUMERIC
001280                 MOVE FZB-CKPT-CNT-READ TO FZB-LAST-CKPT-READ
001290             ELSE
