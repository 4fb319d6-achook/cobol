000300*                    READ = RESUBMITTED + FORCED OUT +      *
000310*                    AWAITING CORRECTION, SO NOTHING FELL   *
000320*                    ON THE FLOOR.                          *
000321*   10/15/2026 JHK   STAMP EACH RESUBMISSION WITH THE       *
000322*                    ORIGIN KEY OF THE REJECT IT REPAIRS,   *
000323*                    AND POST THE RESUBMITTED AND FORCED-   *
000324*                    OUT COUNTS BACK TO THE SUPPLIER        *
000325*                    BATCH'S RECORD ON THE OPTIONAL FZBSTAT *
000326*                    HISTORY (SEE FZBSTSR).                 *
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT FZBFRPT-FILE ASSIGN TO FZBFRPT
000480         ORGANIZATION IS SEQUENTIAL.
000481     SELECT FZBSTAT-FILE ASSIGN TO FZBSTAT
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS FZB-STS-KEY
000485         FILE STATUS IS FZB-STAT-FILE-STATUS.
000490
000500 DATA DIVISION.
000510
000740     LABEL RECORDS ARE STANDARD.
000750     COPY FZBRPTR.
000760
000761 FD  FZBSTAT-FILE
000762     LABEL RECORDS ARE STANDARD.
000763     COPY FZBSTSR.
000764
000770 WORKING-STORAGE SECTION.
000780 77 FZB-REJ-FILE-STATUS   PIC X(02) VALUE "00".
000790 77 FZB-FCDK-FILE-STATUS  PIC X(02) VALUE "00".
000970 77 FZB-RSUB-HASH         PIC 9(13) VALUE 0.
000980 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
000990 77 FZB-RUN-TIME          PIC 9(08) VALUE 0.
000991 77 FZB-STAT-FILE-STATUS  PIC X(02) VALUE "00".
000992 77 FZB-STAT-SW           PIC X(01) VALUE "N".
000993     88 FZB-STAT-IN-USE           VALUE "Y".
000994 77 FZB-RCYC-TABLE-MAX    PIC 9(03) VALUE 500.
000995 77 FZB-RCYC-SUB          PIC 9(03) COMP-3 VALUE 0.
000996 77 FZB-RCYC-HIT-SUB      PIC 9(03) COMP-3 VALUE 0.
001000 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZ9.
001001 77 FZB-RCYC-PASS-WK      PIC 9(02) VALUE 0.
001002 77 FZB-CNT-NO-ORIGIN     PIC 9(07) VALUE 0.
001003 77 FZB-CNT-STAT-POSTED   PIC 9(05) VALUE 0.
001004 77 FZB-CNT-STAT-MISSING  PIC 9(05) VALUE 0.
001010 01  FZB-CORR-TABLE.
001020     05  FZB-CORR-COUNT         PIC 9(03) VALUE 0.
001030     05  FZB-CORR-ENTRY OCCURS 200 TIMES.
001040         10  FZB-CORR-OLD       PIC X(09).
001050         10  FZB-CORR-NEW       PIC 9(09).
001060         10  FZB-CORR-USED-SW   PIC X(01).
001061 01  FZB-RCYC-TABLE.
001062     05  FZB-RCYC-COUNT         PIC 9(03) VALUE 0.
001063     05  FZB-RCYC-ENTRY OCCURS 500 TIMES.
001064         10  FZB-RCYC-ORIGIN    PIC X(28).
001065         10  FZB-RCYC-PASS      PIC 9(02).
001066         10  FZB-RCYC-RESUB     PIC 9(05).
001067         10  FZB-RCYC-FORCED    PIC 9(05).
001070 01  FZB-RFIX-DETAIL-LINE.
001080     05  FILLER                 PIC X(02) VALUE SPACES.
001090     05  FZB-DTL-NUMBER         PIC X(09).
001350     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001360     PERFORM 3000-WORK-THE-REJECTS THRU 3000-EXIT.
001370     PERFORM 5000-CLOSE-RESUBMISSION THRU 5000-EXIT.
001371     PERFORM 5500-POST-RECYCLE-STATS THRU 5500-EXIT.
001380     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001390
001400     CLOSE FZBREJ-FILE.
002960             FZB-MAX-RECYCLE
002970         ADD 1 TO FZB-CNT-FORCED-OUT
002980         MOVE "FORCED OUT - MANUAL" TO FZB-DTL-DISP
002981         PERFORM 3300-FIND-RECYCLE-ENTRY THRU 3300-EXIT
002982         IF FZB-RCYC-HIT-SUB IS GREATER THAN 0
002983             ADD 1 TO FZB-RCYC-FORCED(FZB-RCYC-HIT-SUB)
002984         END-IF
002990         DISPLAY "FZBRFIX - " FZB-REJ-NUMBER " FORCED OUT "
003000             "AFTER " FZB-DTL-RECYCLE " PASSES - HANDLE "
003010             "MANUALLY"
003360 3250-EXIT.
003370     EXIT.
003380
004550*----------------------------------------------------------*
004560* 3300-FIND-RECYCLE-ENTRY - FIND OR ADD THE RECYCLE TALLY   *
004570*                           FOR THE CURRENT REJECT'S ORIGIN *
004580*                           KEY (SEE FZBREJR) AND THIS      *
004590*                           RECYCLE PASS - THE REJECT'S     *
004600*                           RECYCLE COUNT PLUS ONE. A       *
004610*                           REJECT WITH NO ORIGIN KEY       *
004620*                           (WRITTEN BEFORE THE KEY WAS     *
004630*                           CARRIED) CANNOT BE TRACED TO    *
004640*                           ITS SUPPLIER BATCH AND IS ONLY  *
004650*                           COUNTED.                        *
004660*----------------------------------------------------------*
004670 3300-FIND-RECYCLE-ENTRY.
004680     MOVE 0 TO FZB-RCYC-HIT-SUB.
004690     IF FZB-REJ-ORIGIN IS EQUAL TO SPACES
004700         ADD 1 TO FZB-CNT-NO-ORIGIN
004710         GO TO 3300-EXIT
004720     END-IF.
004730     COMPUTE FZB-RCYC-PASS-WK = FZB-DTL-RECYCLE + 1.
004740     PERFORM 3350-CHECK-ONE-RECYCLE THRU 3350-EXIT
004750         VARYING FZB-RCYC-SUB FROM 1 BY 1
004760         UNTIL FZB-RCYC-SUB IS GREATER THAN FZB-RCYC-COUNT
004770             OR FZB-RCYC-HIT-SUB IS GREATER THAN 0.
004780     IF FZB-RCYC-HIT-SUB IS GREATER THAN 0
004790         GO TO 3300-EXIT
004800     END-IF.
004810     IF FZB-RCYC-COUNT IS GREATER THAN OR EQUAL TO
004820             FZB-RCYC-TABLE-MAX
004830         DISPLAY "FZBRFIX - ABEND - REJECTS FROM MORE THAN "
004840             FZB-RCYC-TABLE-MAX " SUPPLIER BATCHES - RECYCLE "
004850             "TABLE FULL"
004860         MOVE 8 TO RETURN-CODE
004870         STOP RUN
004880     END-IF.
004890     ADD 1 TO FZB-RCYC-COUNT.
004900     MOVE FZB-REJ-ORIGIN TO FZB-RCYC-ORIGIN(FZB-RCYC-COUNT).
004910     MOVE FZB-RCYC-PASS-WK TO FZB-RCYC-PASS(FZB-RCYC-COUNT).
004920     MOVE 0 TO FZB-RCYC-RESUB(FZB-RCYC-COUNT).
004930     MOVE 0 TO FZB-RCYC-FORCED(FZB-RCYC-COUNT).
004940     MOVE FZB-RCYC-COUNT TO FZB-RCYC-HIT-SUB.
004950 3300-EXIT.
004960     EXIT.
004970
004980 3350-CHECK-ONE-RECYCLE.
004990     IF FZB-RCYC-ORIGIN(FZB-RCYC-SUB) IS EQUAL TO FZB-REJ-ORIGIN
005000             AND FZB-RCYC-PASS(FZB-RCYC-SUB) IS EQUAL TO
005010             FZB-RCYC-PASS-WK
005020         MOVE FZB-RCYC-SUB TO FZB-RCYC-HIT-SUB
005030     END-IF.
005040 3350-EXIT.
005050     EXIT.
005060
003390*----------------------------------------------------------*
003400* 4000-WRITE-RESUBMISSION - BUILD ONE FZBINR DETAIL FOR THE *
003410*                           NEXT INPUT-MODE RUN, CARRYING   *
003490     MOVE SPACES TO FZB-IN-RECORD.
003500     MOVE FZB-CORR-NEW(FZB-CORR-HIT-SUB) TO FZB-IN-NUMBER-9.
003510     MOVE FZB-NEW-RECYCLE TO FZB-IN-RECYCLE-9.
003511     MOVE FZB-REJ-ORIGIN TO FZB-IN-ORIGIN.
003520     MOVE "D" TO FZB-IN-REC-TYPE.
003530     WRITE FZB-IN-RECORD.
003540     ADD 1 TO FZB-CNT-RESUBMIT.
003541     PERFORM 3300-FIND-RECYCLE-ENTRY THRU 3300-EXIT.
003542     IF FZB-RCYC-HIT-SUB IS GREATER THAN 0
003543         ADD 1 TO FZB-RCYC-RESUB(FZB-RCYC-HIT-SUB)
003544     END-IF.
003550     ADD FZB-CORR-NEW(FZB-CORR-HIT-SUB) TO FZB-RSUB-HASH.
003560 4000-EXIT.
003570     EXIT.
003780 5000-EXIT.
003790     EXIT.
003800
005070*----------------------------------------------------------*
005080* 5500-POST-RECYCLE-STATS - POST THIS RUN'S RESUBMITTED AND *
005090*                           FORCED-OUT COUNTS TO THE        *
005100*                           FZBSTAT RECORD OF EACH SUPPLIER *
005110*                           BATCH THEY CAME FROM. NO        *
005120*                           FZBSTAT DD MEANS NOTHING IS     *
005130*                           POSTED.                         *
005140*----------------------------------------------------------*
005150 5500-POST-RECYCLE-STATS.
005160     IF FZB-RCYC-COUNT IS EQUAL TO 0
005170         GO TO 5500-EXIT
005180     END-IF.
005190     OPEN I-O FZBSTAT-FILE.
005200     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
005210         DISPLAY "FZBRFIX - FZBSTAT SUPPLIER STATISTICS NOT "
005220             "AVAILABLE (FILE STATUS " FZB-STAT-FILE-STATUS
005230             ") - RECYCLE COUNTS NOT POSTED"
005240         GO TO 5500-EXIT
005250     END-IF.
005260     MOVE "Y" TO FZB-STAT-SW.
005270     PERFORM 5550-POST-ONE-RECYCLE THRU 5550-EXIT
005280         VARYING FZB-RCYC-SUB FROM 1 BY 1
005290         UNTIL FZB-RCYC-SUB IS GREATER THAN FZB-RCYC-COUNT.
005300     CLOSE FZBSTAT-FILE.
005310 5500-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350* 5550-POST-ONE-RECYCLE - THE RECORD KEEPS THE LAST PASS    *
005360*                         POSTED AND WHAT IT ADDED. A LATER *
005370*                         PASS ADDS ITS COUNTS; A RERUN OF  *
005380*                         THE SAME PASS REPLACES WHAT THAT  *
005390*                         PASS ADDED BEFORE; AN EARLIER     *
005400*                         PASS RUN AGAIN AFTER A LATER ONE  *
005410*                         WAS POSTED IS ALREADY IN THE      *
005420*                         TOTALS AND IS LEFT ALONE.         *
005430*----------------------------------------------------------*
005440 5550-POST-ONE-RECYCLE.
005450     MOVE FZB-RCYC-ORIGIN(FZB-RCYC-SUB) TO FZB-STS-KEY.
005460     READ FZBSTAT-FILE
005470         INVALID KEY
005480             ADD 1 TO FZB-CNT-STAT-MISSING
005490             GO TO 5550-EXIT
005500     END-READ.
005510     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
005520         PERFORM 5590-STATS-ERROR THRU 5590-EXIT
005530     END-IF.
005540     IF FZB-RCYC-PASS(FZB-RCYC-SUB) IS LESS THAN FZB-STS-RFIX-PASS
005550         GO TO 5550-EXIT
005560     END-IF.
005570     IF FZB-RCYC-PASS(FZB-RCYC-SUB) IS EQUAL TO FZB-STS-RFIX-PASS
005580         SUBTRACT FZB-STS-RFIX-PASS-RESUB
005590             FROM FZB-STS-RFIX-RESUB
005600         SUBTRACT FZB-STS-RFIX-PASS-FORCED
005610             FROM FZB-STS-RFIX-FORCED
005620     END-IF.
005630     ADD FZB-RCYC-RESUB(FZB-RCYC-SUB) TO FZB-STS-RFIX-RESUB.
005640     ADD FZB-RCYC-FORCED(FZB-RCYC-SUB) TO FZB-STS-RFIX-FORCED.
005650     MOVE FZB-RCYC-PASS(FZB-RCYC-SUB) TO FZB-STS-RFIX-PASS.
005660     MOVE FZB-RCYC-RESUB(FZB-RCYC-SUB) TO FZB-STS-RFIX-PASS-RESUB.
005670     MOVE FZB-RCYC-FORCED(FZB-RCYC-SUB)
005680         TO FZB-STS-RFIX-PASS-FORCED.
005690     MOVE FZB-RUN-DATE TO FZB-STS-RFIX-DATE.
005700     REWRITE FZB-STS-RECORD.
005710     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
005720         PERFORM 5590-STATS-ERROR THRU 5590-EXIT
005730     END-IF.
005740     ADD 1 TO FZB-CNT-STAT-POSTED.
005750 5550-EXIT.
005760     EXIT.
005770
005780 5590-STATS-ERROR.
005790     DISPLAY "FZBRFIX - ABEND - FZBSTAT SUPPLIER STATISTICS I/O "
005800         "ERROR (FILE STATUS " FZB-STAT-FILE-STATUS ")".
005810     MOVE 8 TO RETURN-CODE.
005820     STOP RUN.
005830 5590-EXIT.
005840     EXIT.
005850
003810*----------------------------------------------------------*
003820* 6000-WRITE-TOTALS - CLOSE THE REPORT WITH THE CONTROL     *
003830*                     TOTALS AND THE BALANCE LINE, AND      *
004320             INTO FZB-RPT-TEXT
004330         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004340     END-IF.
004341     PERFORM 6200-EMIT-RECYCLE-POSTING THRU 6200-EXIT.
004350 6000-EXIT.
004360     EXIT.
004370
004450 6100-EXIT.
004460     EXIT.
004470
005860*----------------------------------------------------------*
005870* 6200-EMIT-RECYCLE-POSTING - REPORT HOW MANY SUPPLIER      *
005880*                             BATCH RECORDS TOOK THIS RUN'S *
005890*                             RECYCLE COUNTS, AND ANY       *
005900*                             REJECT THAT COULD NOT BE      *
005910*                             TRACED BACK TO ONE.           *
005920*----------------------------------------------------------*
005930 6200-EMIT-RECYCLE-POSTING.
005940     IF FZB-STAT-IN-USE
005950         MOVE FZB-CNT-STAT-POSTED TO FZB-RPT-NUMBER-ED
005960         STRING "FZBSTAT BATCHES UPDATED . . " DELIMITED BY SIZE
005970             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005980             INTO FZB-RPT-TEXT
005990         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
006000     END-IF.
006010     IF FZB-CNT-STAT-MISSING IS GREATER THAN 0
006020         MOVE FZB-CNT-STAT-MISSING TO FZB-RPT-NUMBER-ED
006030         STRING "WARNING - " DELIMITED BY SIZE
006040             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006050             " SUPPLIER BATCHES NOT ON FZBSTAT" DELIMITED BY SIZE
006060             INTO FZB-RPT-TEXT
006070         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
006080     END-IF.
006090     IF FZB-CNT-NO-ORIGIN IS GREATER THAN 0
006100         MOVE FZB-CNT-NO-ORIGIN TO FZB-RPT-NUMBER-ED
006110         STRING "REJECTS WITH NO ORIGIN KEY. " DELIMITED BY SIZE
006120             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006130             INTO FZB-RPT-TEXT
006140         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
006150     END-IF.
006160 6200-EXIT.
006170     EXIT.
006171
004480 8000-EMIT-RPT-LINE.
004490     DISPLAY FZB-RPT-TEXT.
004500     WRITE FZB-RPT-LINE.
