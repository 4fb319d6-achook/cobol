000220*                    FAILURES. THIS IS THE SUMMARY          *
000230*                    OPERATIONS USED TO COLLATE BY HAND     *
000240*                    FROM A BROWSE SESSION EVERY MONTH.     *
000242*   10/15/2026 JHK   COUNT QUIESCES (QSCE - A RUN STOPPED   *
000243*                    CLEANLY ON AN OPERATOR STOP REQUEST)   *
000244*                    APART FROM ABENDS: A QSCES COLUMN, A   *
000245*                    SUMMARY LINE, AND A RUN QUIESCED BUT   *
000246*                    NOT YET RESUMED SHOWN AS AWAITING ITS  *
000247*                    PLANNED RESUME RATHER THAN AS A SILENT *
000248*                    FAILURE. A PLANNED RESUME (RSUM) IS    *
000249*                    NOT A RESTART.                         *
000250*----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000750 77 FZB-RESTARTED-RUNS    PIC 9(05) VALUE 0.
000760 77 FZB-OPEN-RUNS         PIC 9(05) VALUE 0.
000770 77 FZB-TOTAL-ABENDS      PIC 9(05) VALUE 0.
000772 77 FZB-TOTAL-QSCES       PIC 9(05) VALUE 0.
000774 77 FZB-AWAITING-RUNS     PIC 9(05) VALUE 0.
000780 77 FZB-ELAPSED-HSECS     PIC S9(09) COMP-3 VALUE 0.
000790 77 FZB-TIME-WORK         PIC 9(09) COMP-3 VALUE 0.
000800 77 FZB-ELAPSED-HH        PIC 9(02) VALUE 0.
000950         10  FZB-RUN-STRTS      PIC 9(04).
000960         10  FZB-RUN-RSTRS      PIC 9(04).
000970         10  FZB-RUN-ABNDS      PIC 9(04).
000975         10  FZB-RUN-QSCES      PIC 9(04).
000980         10  FZB-RUN-NENDS      PIC 9(04).
000990         10  FZB-RUN-DRFTS      PIC 9(04).
001000         10  FZB-RUN-FIRST-STRT PIC 9(08).
001010         10  FZB-RUN-LAST-NEND  PIC 9(08).
001012         10  FZB-RUN-QSCE-SW    PIC X(01).
001014             88  FZB-RUN-AWAITING-RESUME VALUE "Y".
001020 01  FZB-RSN-TABLE.
001030     05  FZB-RSN-COUNT          PIC 9(02) VALUE 0.
001040     05  FZB-RSN-ENTRY OCCURS 50 TIMES
001220     05  FZB-RLN-RSTRS          PIC ZZZ9.
001230     05  FILLER                 PIC X(02) VALUE SPACES.
001240     05  FZB-RLN-ABNDS          PIC ZZZ9.
001242     05  FILLER                 PIC X(02) VALUE SPACES.
001244     05  FZB-RLN-QSCES          PIC ZZZ9.
001250     05  FILLER                 PIC X(02) VALUE SPACES.
001260     05  FZB-RLN-ELAPSED        PIC X(12).
001270     05  FILLER                 PIC X(18) VALUE SPACES.
001280 01  FZB-HLTH-RUN-HDG.
001290     05  FILLER                 PIC X(02) VALUE SPACES.
001300     05  FILLER                 PIC X(08) VALUE "RUN DATE".
001360     05  FILLER                 PIC X(05) VALUE "RSTRS".
001370     05  FILLER                 PIC X(01) VALUE SPACES.
001380     05  FILLER                 PIC X(05) VALUE "ABNDS".
001382     05  FILLER                 PIC X(01) VALUE SPACES.
001384     05  FILLER                 PIC X(05) VALUE "QSCES".
001390     05  FILLER                 PIC X(02) VALUE SPACES.
001400     05  FILLER                 PIC X(07) VALUE "ELAPSED".
001410     05  FILLER                 PIC X(27) VALUE SPACES.
001420
001430 PROCEDURE DIVISION.
001440 BEGIN.
002620                 MOVE FZB-LOG-TIME
002630                     TO FZB-RUN-FIRST-STRT(FZB-WORK-NDX)
002640             END-IF
002645             MOVE "N" TO FZB-RUN-QSCE-SW(FZB-WORK-NDX)
002650         WHEN "RSTR"
002660             ADD 1 TO FZB-RUN-RSTRS(FZB-WORK-NDX)
002670         WHEN "ABND"
002710         WHEN "DRFT"
002720             ADD 1 TO FZB-RUN-DRFTS(FZB-WORK-NDX)
002730             PERFORM 3400-TALLY-DAY-DRIFT THRU 3400-EXIT
002732         WHEN "QSCE"
002734             ADD 1 TO FZB-RUN-QSCES(FZB-WORK-NDX)
002736             ADD 1 TO FZB-TOTAL-QSCES
002738             MOVE "Y" TO FZB-RUN-QSCE-SW(FZB-WORK-NDX)
002740         WHEN "NEND"
002750             ADD 1 TO FZB-RUN-NENDS(FZB-WORK-NDX)
002760             MOVE FZB-LOG-TIME
003110     MOVE 0 TO FZB-RUN-STRTS(FZB-WORK-NDX).
003120     MOVE 0 TO FZB-RUN-RSTRS(FZB-WORK-NDX).
003130     MOVE 0 TO FZB-RUN-ABNDS(FZB-WORK-NDX).
003135     MOVE 0 TO FZB-RUN-QSCES(FZB-WORK-NDX).
003140     MOVE 0 TO FZB-RUN-NENDS(FZB-WORK-NDX).
003150     MOVE 0 TO FZB-RUN-DRFTS(FZB-WORK-NDX).
003160     MOVE 99999999 TO FZB-RUN-FIRST-STRT(FZB-WORK-NDX).
003170     MOVE 0 TO FZB-RUN-LAST-NEND(FZB-WORK-NDX).
003175     MOVE "N" TO FZB-RUN-QSCE-SW(FZB-WORK-NDX).
003180 3200-EXIT.
003190     EXIT.
003200
004550         VARYING FZB-FIND-NDX FROM 1 BY 1
004560         UNTIL FZB-FIND-NDX IS GREATER THAN FZB-RUN-COUNT.
004570     IF FZB-OPEN-RUNS IS EQUAL TO 0
004575             AND FZB-AWAITING-RUNS IS EQUAL TO 0
004580         MOVE "  NONE - EVERY STRT REACHED A NORMAL END"
004590             TO FZB-RPT-TEXT
004600         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004800         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
004810         INTO FZB-RPT-TEXT.
004820     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004822     MOVE FZB-TOTAL-QSCES TO FZB-RPT-NUMBER-ED.
004824     STRING "QUIESCES IN THE RANGE . . . " DELIMITED BY SIZE
004826         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
004828         INTO FZB-RPT-TEXT.
004829     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004830     MOVE FZB-OPEN-RUNS TO FZB-RPT-NUMBER-ED.
004840     STRING "RUNS WITH NO NORMAL END . . " DELIMITED BY SIZE
004850         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
004960*                      WITH NO NEND SHOWS *NO NEND* AND A   *
004970*                      RUN LOGGED WITHOUT A STRT (LOG       *
004980*                      STARTED MID-DAY) SHOWS *NO STRT*.    *
004983*                      A RUN QUIESCED AND NOT YET RESUMED   *
004986*                      SHOWS *QUIESCED*.                    *
004990*----------------------------------------------------------*
005000 6100-EMIT-RUN-LINE.
005010     MOVE FZB-RUN-DATE(FZB-FIND-NDX) TO FZB-RLN-DATE.
005030     MOVE FZB-RUN-STRTS(FZB-FIND-NDX) TO FZB-RLN-STRTS.
005040     MOVE FZB-RUN-RSTRS(FZB-FIND-NDX) TO FZB-RLN-RSTRS.
005050     MOVE FZB-RUN-ABNDS(FZB-FIND-NDX) TO FZB-RLN-ABNDS.
005055     MOVE FZB-RUN-QSCES(FZB-FIND-NDX) TO FZB-RLN-QSCES.
005060     EVALUATE TRUE
005070         WHEN FZB-RUN-FIRST-STRT(FZB-FIND-NDX) IS EQUAL TO
005080                 99999999
005090             MOVE "*NO STRT*" TO FZB-RLN-ELAPSED
005100         WHEN FZB-RUN-NENDS(FZB-FIND-NDX) IS EQUAL TO 0
005102                 AND FZB-RUN-AWAITING-RESUME(FZB-FIND-NDX)
005104             MOVE "*QUIESCED*" TO FZB-RLN-ELAPSED
005106         WHEN FZB-RUN-NENDS(FZB-FIND-NDX) IS EQUAL TO 0
005110             MOVE "*NO NEND*" TO FZB-RLN-ELAPSED
005120         WHEN OTHER
005130             PERFORM 6150-FORMAT-ELAPSED THRU 6150-EXIT
005830             OR FZB-RUN-NENDS(FZB-FIND-NDX) IS GREATER THAN 0
005840         GO TO 6400-EXIT
005850     END-IF.
005852     IF FZB-RUN-AWAITING-RESUME(FZB-FIND-NDX)
005854         ADD 1 TO FZB-AWAITING-RUNS
005856     ELSE
005858         ADD 1 TO FZB-OPEN-RUNS
005859     END-IF.
005870     STRING "  " DELIMITED BY SIZE
005880         FZB-RUN-DATE(FZB-FIND-NDX) DELIMITED BY SIZE
005890         "  " DELIMITED BY SIZE
005910         "  - STARTED BUT NEVER REACHED A NORMAL END"
005920         DELIMITED BY SIZE
005930         INTO FZB-RPT-TEXT.
005932     IF FZB-RUN-AWAITING-RESUME(FZB-FIND-NDX)
005934         MOVE "  - QUIESCED, AWAITING ITS PLANNED RESUME"
005936             TO FZB-RPT-TEXT(21:)
005938     END-IF.
005940     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005950 6400-EXIT.
005960     EXIT.
