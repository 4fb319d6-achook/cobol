000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBROLL.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. WEEKLY ROLLUP OF THE *
000120*                    FZBHIST CLUSTER INTO THE FZBMSUM       *
000130*                    MONTHLY SUMMARY (SEE FZBMSMR), RUN BY  *
000140*                    FZBWKLY AHEAD OF THE RETENTION PURGE.  *
000150*                    SWEEPS FZBHIST IN KEY ORDER, COUNTS    *
000160*                    EACH RUN DATE BY CATEGORY (PLAIN,      *
000170*                    FIZZ, BUZZ, FIZZBUZZ, OTHER AND        *
000180*                    OVERRIDDEN) AND POSTS THE COUNTS TO    *
000190*                    THAT DAY'S SLOT ON THE MONTH'S ROWS,   *
000200*                    WITH THE RULE VERSION IN FORCE FROM    *
000210*                    THE OPTIONAL FZBRULF MASTER. A DAY IS  *
000220*                    REPLACED, NOT ADDED TO, SO EVERY WEEK  *
000230*                    RE-ROLLS THE DATES STILL ON FZBHIST    *
000240*                    HARMLESSLY. THE ROLLUP LISTING ON      *
000250*                    FZBURPT SHOWS EACH DATE AS NEW, SAME   *
000260*                    OR CHANGED SINCE THE LAST ROLLUP.      *
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT FZBHIST-FILE ASSIGN TO FZBHIST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS FZB-HIST-KEY
000370         FILE STATUS IS FZB-HIST-FILE-STATUS.
000380     SELECT FZBMSUM-FILE ASSIGN TO FZBMSUM
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS FZB-MSM-KEY
000420         FILE STATUS IS FZB-MSUM-FILE-STATUS.
000430     SELECT FZBRULF-FILE ASSIGN TO FZBRULF
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS FZB-RULF-FILE-STATUS.
000460     SELECT FZBURPT-FILE ASSIGN TO FZBURPT
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490 DATA DIVISION.
000500
000510 FILE SECTION.
000520 FD  FZBHIST-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY FZBHSTR.
000550
000560 FD  FZBMSUM-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY FZBMSMR.
000590
000600 FD  FZBRULF-FILE
000610     RECORDING MODE IS F
000620     BLOCK CONTAINS 0 RECORDS
000630     LABEL RECORDS ARE STANDARD.
000640     COPY FZBRULR.
000650
000660 FD  FZBURPT-FILE
000670     RECORDING MODE IS F
000680     BLOCK CONTAINS 0 RECORDS
000690     LABEL RECORDS ARE STANDARD.
000700     COPY FZBRPTR.
000710
000720 WORKING-STORAGE SECTION.
000730 77 FZB-HIST-FILE-STATUS  PIC X(02) VALUE "00".
000740 77 FZB-MSUM-FILE-STATUS  PIC X(02) VALUE "00".
000750 77 FZB-RULF-FILE-STATUS  PIC X(02) VALUE "00".
000760 77 FZB-RULF-SW           PIC X(01) VALUE "N".
000770     88 FZB-RULF-IN-USE            VALUE "Y".
000780 77 FZB-RULF-EOF-SW       PIC X(01) VALUE "N".
000790     88 FZB-RULF-EOF               VALUE "Y".
000800 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
000810 77 FZB-SWEEP-DONE-SW     PIC X(01) VALUE "N".
000820     88 FZB-SWEEP-DONE             VALUE "Y".
000830 77 FZB-CURR-DATE         PIC 9(08) VALUE 0.
000840 77 FZB-RULE-VER          PIC 9(08) VALUE 0.
000850 77 FZB-DATE-COUNT        PIC 9(05) VALUE 0.
000860 77 FZB-NEW-COUNT         PIC 9(05) VALUE 0.
000870 77 FZB-SAME-COUNT        PIC 9(05) VALUE 0.
000880 77 FZB-CHANGED-COUNT     PIC 9(05) VALUE 0.
000890 77 FZB-TOTAL-ROLLED      PIC 9(09) VALUE 0.
000900 77 FZB-CAT-SUB           PIC 9(01) COMP-3 VALUE 0.
000910 77 FZB-DAY-SUB           PIC 9(02) COMP-3 VALUE 0.
000920 77 FZB-FIRST-ROLLED      PIC 9(02) VALUE 0.
000930 77 FZB-LAST-ROLLED       PIC 9(02) VALUE 0.
000940 77 FZB-ROW-FOUND-SW      PIC X(01) VALUE "N".
000950     88 FZB-ROW-FOUND              VALUE "Y".
000960 77 FZB-WAS-ROLLED-SW     PIC X(01) VALUE "N".
000970     88 FZB-WAS-ROLLED             VALUE "Y".
000980 77 FZB-DIFFERS-SW        PIC X(01) VALUE "N".
000990     88 FZB-DIFFERS                VALUE "Y".
001000 77 FZB-LINE-COUNT        PIC 9(03) COMP-3 VALUE 99.
001010 77 FZB-PAGE-COUNT        PIC 9(04) COMP-3 VALUE 0.
001020 77 FZB-PAGE-MAX-LINES    PIC 9(03) COMP-3 VALUE 55.
001030 77 FZB-SAVE-LINE         PIC X(80) VALUE SPACES.
001040 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZZZ9.
001050 01  FZB-WORK-DATE            PIC 9(08) VALUE 0.
001060 01  FZB-WORK-DATE-R REDEFINES FZB-WORK-DATE.
001070     05  FZB-WORK-YYYYMM        PIC 9(06).
001080     05  FZB-WORK-DD            PIC 9(02).
001090*----------------------------------------------------------*
001100* SUMMARY CATEGORIES - SLOT 1 IS THE ALL-CATEGORIES ROW,    *
001110* THE REST FOLLOW THE FZBMSMR CATEGORY CODES IN REPORT      *
001120* ORDER.                                                    *
001130*----------------------------------------------------------*
001140 01  FZB-CAT-CODES            PIC X(07) VALUE " PFBXOV".
001150 01  FZB-CAT-CODES-R REDEFINES FZB-CAT-CODES.
001160     05  FZB-CAT-CODE OCCURS 7 TIMES
001170                                PIC X(01).
001180 01  FZB-DAY-COUNTS.
001190     05  FZB-DAY-CNT OCCURS 7 TIMES
001200                                PIC 9(07).
001210 01  FZB-ROLL-HDG1-LINE.
001220     05  FILLER                 PIC X(41)
001230         VALUE "FZBROLL - FZBHIST MONTHLY SUMMARY ROLLUP ".
001240     05  FILLER                 PIC X(04) VALUE "RUN ".
001250     05  FZB-HDG1-RUN-DATE      PIC 9(08).
001260     05  FILLER                 PIC X(18) VALUE SPACES.
001270     05  FILLER                 PIC X(05) VALUE "PAGE ".
001280     05  FZB-HDG1-PAGE          PIC ZZZ9.
001290 01  FZB-ROLL-HDG2-LINE.
001300     05  FILLER                 PIC X(08) VALUE "RUN DATE".
001310     05  FILLER                 PIC X(16)
001320         VALUE "   TOTAL   PLAIN".
001330     05  FILLER                 PIC X(16)
001340         VALUE "    FIZZ    BUZZ".
001350     05  FILLER                 PIC X(16)
001360         VALUE "    FZBZ   OTHER".
001370     05  FILLER                 PIC X(17)
001380         VALUE "    OVRD RULE VER".
001390     05  FILLER                 PIC X(07) VALUE " ROLLUP".
001400 01  FZB-ROLL-DETAIL-LINE.
001410     05  FZB-DTL-DATE           PIC 9(08).
001420     05  FZB-DTL-CNT-TABLE.
001430         10  FZB-DTL-CNT-ENTRY OCCURS 7 TIMES.
001440             15  FILLER         PIC X(01).
001450             15  FZB-DTL-CNT    PIC ZZZZZZ9.
001460     05  FILLER                 PIC X(01) VALUE SPACES.
001470     05  FZB-DTL-RULE-VER       PIC 9(08).
001480     05  FILLER                 PIC X(01) VALUE SPACES.
001490     05  FZB-DTL-STATUS         PIC X(06).
001500
001510 PROCEDURE DIVISION.
001520 BEGIN.
001530     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
001540     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001550     PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT.
001560     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001570
001580     CLOSE FZBHIST-FILE.
001590     CLOSE FZBMSUM-FILE.
001600     CLOSE FZBURPT-FILE.
001610
001620     IF FZB-CHANGED-COUNT IS GREATER THAN 0
001630         MOVE 4 TO RETURN-CODE
001640     ELSE
001650         MOVE 0 TO RETURN-CODE
001660     END-IF.
001670
001680     STOP RUN.
001690
001700*----------------------------------------------------------*
001710* 2000-OPEN-FILES - OPEN THE HISTORY CLUSTER, THE SUMMARY   *
001720*                   CLUSTER FOR UPDATE AND THE LISTING. AN  *
001730*                   UNAVAILABLE FZBHIST OR FZBMSUM ABENDS   *
001740*                   THE STEP. FZBRULF IS OPTIONAL - WITHOUT *
001750*                   IT THE RULES CAME FROM THE FZBCTL CARDS *
001760*                   AND THE RULE VERSION IS POSTED AS ZERO. *
001770*----------------------------------------------------------*
001780 2000-OPEN-FILES.
001790     OPEN INPUT FZBHIST-FILE.
001800     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
001810         DISPLAY "FZBROLL - ABEND - FZBHIST VSAM KSDS NOT "
001820             "AVAILABLE (FILE STATUS " FZB-HIST-FILE-STATUS ")"
001830         MOVE 8 TO RETURN-CODE
001840         STOP RUN
001850     END-IF.
001860     OPEN I-O FZBMSUM-FILE.
001870     IF FZB-MSUM-FILE-STATUS IS NOT EQUAL TO "00"
001880         DISPLAY "FZBROLL - ABEND - FZBMSUM MONTHLY SUMMARY NOT "
001890             "AVAILABLE (FILE STATUS " FZB-MSUM-FILE-STATUS ")"
001900         MOVE 8 TO RETURN-CODE
001910         CLOSE FZBHIST-FILE
001920         STOP RUN
001930     END-IF.
001940     OPEN INPUT FZBRULF-FILE.
001950     IF FZB-RULF-FILE-STATUS IS EQUAL TO "00"
001960         MOVE "Y" TO FZB-RULF-SW
001970         CLOSE FZBRULF-FILE
001980     END-IF.
001990     OPEN OUTPUT FZBURPT-FILE.
002000 2000-EXIT.
002010     EXIT.
002020
002030*----------------------------------------------------------*
002040* 3000-SWEEP-HISTORY - READ FZBHIST FROM THE LOW KEY IN KEY *
002050*                      ORDER, COUNTING EACH RUN DATE BY     *
002060*                      CATEGORY, AND POST EACH DATE TO THE  *
002070*                      SUMMARY WHEN THE RUN DATE CHANGES.   *
002080*----------------------------------------------------------*
002090 3000-SWEEP-HISTORY.
002100     MOVE 0 TO FZB-HIST-RUN-DATE.
002110     MOVE 0 TO FZB-HIST-IDX.
002120     START FZBHIST-FILE KEY IS NOT LESS THAN FZB-HIST-KEY
002130         INVALID KEY
002140             MOVE "Y" TO FZB-SWEEP-DONE-SW
002150     END-START.
002160     PERFORM 3100-READ-ONE-RECORD THRU 3100-EXIT
002170         UNTIL FZB-SWEEP-DONE.
002180     IF FZB-CURR-DATE IS GREATER THAN 0
002190         PERFORM 4000-POST-ONE-DATE THRU 4000-EXIT
002200     END-IF.
002210 3000-EXIT.
002220     EXIT.
002230
002240 3100-READ-ONE-RECORD.
002250     READ FZBHIST-FILE NEXT RECORD
002260         AT END
002270             MOVE "Y" TO FZB-SWEEP-DONE-SW
002280             GO TO 3100-EXIT
002290     END-READ.
002300     IF FZB-HIST-RUN-DATE IS NOT EQUAL TO FZB-CURR-DATE
002310         IF FZB-CURR-DATE IS GREATER THAN 0
002320             PERFORM 4000-POST-ONE-DATE THRU 4000-EXIT
002330         END-IF
002340         MOVE FZB-HIST-RUN-DATE TO FZB-CURR-DATE
002350         MOVE ZEROS TO FZB-DAY-COUNTS
002360     END-IF.
002370     ADD 1 TO FZB-DAY-CNT(1).
002380     ADD 1 TO FZB-TOTAL-ROLLED.
002390     EVALUATE FZB-HIST-CLASS-KIND
002400         WHEN "P"
002410             ADD 1 TO FZB-DAY-CNT(2)
002420         WHEN "F"
002430             ADD 1 TO FZB-DAY-CNT(3)
002440         WHEN "B"
002450             ADD 1 TO FZB-DAY-CNT(4)
002460         WHEN "X"
002470             ADD 1 TO FZB-DAY-CNT(5)
002480         WHEN "O"
002490             IF FZB-HIST-MATCH-PATTERN IS EQUAL TO SPACES
002500                 ADD 1 TO FZB-DAY-CNT(7)
002510             ELSE
002520                 ADD 1 TO FZB-DAY-CNT(6)
002530             END-IF
002540         WHEN OTHER
002550             ADD 1 TO FZB-DAY-CNT(6)
002560     END-EVALUATE.
002570 3100-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------*
002610* 4000-POST-ONE-DATE - POST THE RUN DATE JUST COUNTED TO    *
002620*                      ITS DAY SLOT ON ALL SEVEN OF THE     *
002630*                      MONTH'S ROWS AND LIST IT. THE DATE   *
002640*                      IS NEW IF THE ALL-CATEGORIES ROW DID *
002650*                      NOT HAVE IT ROLLED UP, CHANGED IF    *
002660*                      ANY ROW HELD DIFFERENT COUNTS FOR    *
002670*                      IT, OTHERWISE SAME.                  *
002680*----------------------------------------------------------*
002690 4000-POST-ONE-DATE.
002700     ADD 1 TO FZB-DATE-COUNT.
002710     MOVE FZB-CURR-DATE TO FZB-WORK-DATE.
002720     PERFORM 4050-FIND-RULE-VERSION THRU 4050-EXIT.
002730     MOVE "N" TO FZB-WAS-ROLLED-SW.
002740     MOVE "N" TO FZB-DIFFERS-SW.
002750     PERFORM 4100-POST-ONE-ROW THRU 4100-EXIT
002760         VARYING FZB-CAT-SUB FROM 1 BY 1
002770         UNTIL FZB-CAT-SUB IS GREATER THAN 7.
002780     MOVE FZB-CURR-DATE TO FZB-DTL-DATE.
002790     PERFORM 4400-EDIT-ONE-COUNT THRU 4400-EXIT
002800         VARYING FZB-CAT-SUB FROM 1 BY 1
002810         UNTIL FZB-CAT-SUB IS GREATER THAN 7.
002820     MOVE FZB-RULE-VER TO FZB-DTL-RULE-VER.
002830     IF NOT FZB-WAS-ROLLED
002840         MOVE "NEW" TO FZB-DTL-STATUS
002850         ADD 1 TO FZB-NEW-COUNT
002860     ELSE
002870         IF FZB-DIFFERS
002880             MOVE "CHANGE" TO FZB-DTL-STATUS
002890             ADD 1 TO FZB-CHANGED-COUNT
002900         ELSE
002910             MOVE "SAME" TO FZB-DTL-STATUS
002920             ADD 1 TO FZB-SAME-COUNT
002930         END-IF
002940     END-IF.
002950     MOVE FZB-ROLL-DETAIL-LINE TO FZB-RPT-TEXT.
002960     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
002970 4000-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------*
003010* 4050-FIND-RULE-VERSION - THE RULE VERSION IN FORCE ON     *
003020*                          THE RUN DATE IS THE LATEST       *
003030*                          EFFECTIVE DATE ON FZBRULF NOT    *
003040*                          AFTER IT, OVER EVERY DIVISOR     *
003050*                          AND OVERRIDE RULE - ANY CHANGE   *
003060*                          TO THE RULE SET STARTS A NEW     *
003070*                          VERSION. THE MASTER IS RE-READ   *
003080*                          PER RUN DATE AS FZBHVFY DOES.    *
003090*----------------------------------------------------------*
003100 4050-FIND-RULE-VERSION.
003110     MOVE 0 TO FZB-RULE-VER.
003120     IF NOT FZB-RULF-IN-USE
003130         GO TO 4050-EXIT
003140     END-IF.
003150     OPEN INPUT FZBRULF-FILE.
003160     MOVE "N" TO FZB-RULF-EOF-SW.
003170     PERFORM 4060-READ-RULE-RECORD THRU 4060-EXIT
003180         UNTIL FZB-RULF-EOF.
003190     CLOSE FZBRULF-FILE.
003200 4050-EXIT.
003210     EXIT.
003220
003230 4060-READ-RULE-RECORD.
003240     READ FZBRULF-FILE
003250         AT END
003260             MOVE "Y" TO FZB-RULF-EOF-SW
003270             GO TO 4060-EXIT
003280     END-READ.
003290     IF FZB-RUL-EFF-DATE IS NOT GREATER THAN FZB-CURR-DATE
003300             AND FZB-RUL-EFF-DATE IS GREATER THAN FZB-RULE-VER
003310         MOVE FZB-RUL-EFF-DATE TO FZB-RULE-VER
003320     END-IF.
003330 4060-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------*
003370* 4100-POST-ONE-ROW - READ (OR START) ONE CATEGORY ROW FOR  *
003380*                     THE MONTH, REPLACE THE DAY'S COUNT,   *
003390*                     FLAG THE DAY ROLLED UP, KEEP THE RULE *
003400*                     VERSION OF THE FIRST AND LAST DAYS    *
003410*                     ROLLED UP AND RECOMPUTE THE MONTH     *
003420*                     TOTAL AND PROCESSING DAYS FROM THE    *
003430*                     DAY SLOTS. A FAILED WRITE ABENDS THE  *
003440*                     STEP.                                 *
003450*----------------------------------------------------------*
003460 4100-POST-ONE-ROW.
003470     MOVE FZB-WORK-YYYYMM TO FZB-MSM-MONTH.
003480     MOVE FZB-CAT-CODE(FZB-CAT-SUB) TO FZB-MSM-CATEGORY.
003490     MOVE "Y" TO FZB-ROW-FOUND-SW.
003500     READ FZBMSUM-FILE
003510         INVALID KEY
003520             MOVE "N" TO FZB-ROW-FOUND-SW
003530     END-READ.
003540     IF NOT FZB-ROW-FOUND
003550         PERFORM 4150-START-NEW-ROW THRU 4150-EXIT
003560     END-IF.
003570     IF FZB-MSM-DAY-ROLLED(FZB-WORK-DD) IS EQUAL TO "Y"
003580         IF FZB-CAT-SUB IS EQUAL TO 1
003590             MOVE "Y" TO FZB-WAS-ROLLED-SW
003600         END-IF
003610         IF FZB-MSM-DAY-CNT(FZB-WORK-DD) IS NOT EQUAL TO
003620                 FZB-DAY-CNT(FZB-CAT-SUB)
003630             MOVE "Y" TO FZB-DIFFERS-SW
003640         END-IF
003650     END-IF.
003660     PERFORM 4200-FIND-ROLLED-RANGE THRU 4200-EXIT.
003670     IF FZB-FIRST-ROLLED IS EQUAL TO 0
003680             OR FZB-WORK-DD IS NOT GREATER THAN FZB-FIRST-ROLLED
003690         MOVE FZB-RULE-VER TO FZB-MSM-FIRST-RULE-VER
003700     END-IF.
003710     IF FZB-WORK-DD IS NOT LESS THAN FZB-LAST-ROLLED
003720         MOVE FZB-RULE-VER TO FZB-MSM-LAST-RULE-VER
003730     END-IF.
003740     MOVE FZB-DAY-CNT(FZB-CAT-SUB)
003750         TO FZB-MSM-DAY-CNT(FZB-WORK-DD).
003760     MOVE "Y" TO FZB-MSM-DAY-ROLLED(FZB-WORK-DD).
003770     MOVE 0 TO FZB-MSM-MONTH-TOTAL.
003780     MOVE 0 TO FZB-MSM-PROC-DAYS.
003790     PERFORM 4300-SUM-ONE-DAY THRU 4300-EXIT
003800         VARYING FZB-DAY-SUB FROM 1 BY 1
003810         UNTIL FZB-DAY-SUB IS GREATER THAN 31.
003820     MOVE FZB-RUN-DATE TO FZB-MSM-ROLL-DATE.
003830     IF FZB-ROW-FOUND
003840         REWRITE FZB-MSM-RECORD
003850             INVALID KEY
003860                 PERFORM 4900-SUMMARY-WRITE-FAILED THRU 4900-EXIT
003870         END-REWRITE
003880     ELSE
003890         WRITE FZB-MSM-RECORD
003900             INVALID KEY
003910                 PERFORM 4900-SUMMARY-WRITE-FAILED THRU 4900-EXIT
003920         END-WRITE
003930     END-IF.
003940 4100-EXIT.
003950     EXIT.
003960
003970 4150-START-NEW-ROW.
003980     MOVE SPACES TO FZB-MSM-RECORD.
003990     MOVE FZB-WORK-YYYYMM TO FZB-MSM-MONTH.
004000     MOVE FZB-CAT-CODE(FZB-CAT-SUB) TO FZB-MSM-CATEGORY.
004010     MOVE ZEROS TO FZB-MSM-DAY-TABLE.
004020     MOVE 0 TO FZB-MSM-MONTH-TOTAL.
004030     MOVE 0 TO FZB-MSM-PROC-DAYS.
004040     MOVE ALL "N" TO FZB-MSM-ROLLED-DAYS.
004050     MOVE 0 TO FZB-MSM-FIRST-RULE-VER.
004060     MOVE 0 TO FZB-MSM-LAST-RULE-VER.
004070     MOVE 0 TO FZB-MSM-ROLL-DATE.
004080 4150-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120* 4200-FIND-ROLLED-RANGE - THE FIRST AND LAST DAYS OF THE   *
004130*                          MONTH ALREADY ROLLED UP ON THE   *
004140*                          ROW (ZERO WHEN NONE).            *
004150*----------------------------------------------------------*
004160 4200-FIND-ROLLED-RANGE.
004170     MOVE 0 TO FZB-FIRST-ROLLED.
004180     MOVE 0 TO FZB-LAST-ROLLED.
004190     PERFORM 4210-CHECK-ONE-DAY THRU 4210-EXIT
004200         VARYING FZB-DAY-SUB FROM 1 BY 1
004210         UNTIL FZB-DAY-SUB IS GREATER THAN 31.
004220 4200-EXIT.
004230     EXIT.
004240
004250 4210-CHECK-ONE-DAY.
004260     IF FZB-MSM-DAY-ROLLED(FZB-DAY-SUB) IS EQUAL TO "Y"
004270         IF FZB-FIRST-ROLLED IS EQUAL TO 0
004280             MOVE FZB-DAY-SUB TO FZB-FIRST-ROLLED
004290         END-IF
004300         MOVE FZB-DAY-SUB TO FZB-LAST-ROLLED
004310     END-IF.
004320 4210-EXIT.
004330     EXIT.
004340
004350 4300-SUM-ONE-DAY.
004360     IF FZB-MSM-DAY-ROLLED(FZB-DAY-SUB) IS EQUAL TO "Y"
004370         ADD 1 TO FZB-MSM-PROC-DAYS
004380         ADD FZB-MSM-DAY-CNT(FZB-DAY-SUB) TO FZB-MSM-MONTH-TOTAL
004390     END-IF.
004400 4300-EXIT.
004410     EXIT.
004420
004430 4400-EDIT-ONE-COUNT.
004440     MOVE SPACE TO FZB-DTL-CNT-ENTRY(FZB-CAT-SUB).
004450     MOVE FZB-DAY-CNT(FZB-CAT-SUB) TO FZB-DTL-CNT(FZB-CAT-SUB).
004460 4400-EXIT.
004470     EXIT.
004480
004490 4900-SUMMARY-WRITE-FAILED.
004500     DISPLAY "FZBROLL - ABEND - WRITE FAILED FOR FZBMSUM KEY "
004510         FZB-MSM-KEY " (FILE STATUS " FZB-MSUM-FILE-STATUS ")".
004520     CLOSE FZBHIST-FILE.
004530     CLOSE FZBMSUM-FILE.
004540     CLOSE FZBURPT-FILE.
004550     MOVE 8 TO RETURN-CODE.
004560     STOP RUN.
004570 4900-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------*
004610* 6000-WRITE-TOTALS - CLOSE THE LISTING WITH THE DATE AND   *
004620*                     RECORD COUNTS, OR A NO-RECORDS LINE   *
004630*                     WHEN FZBHIST WAS EMPTY. A DATE WHOSE  *
004640*                     COUNTS CHANGED SINCE IT WAS LAST      *
004650*                     ROLLED UP (HISTORY RELOADED OR RE-RUN *
004660*                     IN BETWEEN) GIVES RC=4 SO THE CHANGE  *
004670*                     IS SEEN - THE SUMMARY NOW HOLDS THE   *
004680*                     NEW COUNTS.                           *
004690*----------------------------------------------------------*
004700 6000-WRITE-TOTALS.
004710     MOVE SPACES TO FZB-RPT-TEXT.
004720     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004730     IF FZB-DATE-COUNT IS EQUAL TO 0
004740         MOVE "NO FZBHIST RECORDS - NOTHING ROLLED UP"
004750             TO FZB-RPT-TEXT
004760         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004770         GO TO 6000-EXIT
004780     END-IF.
004790     MOVE FZB-DATE-COUNT TO FZB-RPT-NUMBER-ED.
004800     STRING "RUN DATES ROLLED UP . . . . " DELIMITED BY SIZE
004810         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
004820         INTO FZB-RPT-TEXT.
004830     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004840     MOVE FZB-NEW-COUNT TO FZB-RPT-NUMBER-ED.
004850     STRING "  NEW TO THE SUMMARY. . . . " DELIMITED BY SIZE
004860         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
004870         INTO FZB-RPT-TEXT.
004880     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004890     MOVE FZB-SAME-COUNT TO FZB-RPT-NUMBER-ED.
004900     STRING "  SAME AS LAST ROLLUP . . . " DELIMITED BY SIZE
004910         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
004920         INTO FZB-RPT-TEXT.
004930     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004940     MOVE FZB-CHANGED-COUNT TO FZB-RPT-NUMBER-ED.
004950     STRING "  CHANGED SINCE LAST ROLLUP " DELIMITED BY SIZE
004960         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
004970         INTO FZB-RPT-TEXT.
004980     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004990     MOVE FZB-TOTAL-ROLLED TO FZB-RPT-NUMBER-ED.
005000     STRING "FZBHIST RECORDS SUMMARIZED. " DELIMITED BY SIZE
005010         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005020         INTO FZB-RPT-TEXT.
005030     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005040     IF FZB-RULF-IN-USE
005050         MOVE "RULE VERSIONS FROM THE FZBRULF RULE MASTER"
005060             TO FZB-RPT-TEXT
005070     ELSE
005080         MOVE "NO FZBRULF RULE MASTER - RULE VERSIONS POSTED AS 0"
005090             TO FZB-RPT-TEXT
005100     END-IF.
005110     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005120 6000-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160* 8000-EMIT-RPT-LINE - WRITE ONE REPORT LINE, STARTING A    *
005170*                      NEW PAGE WITH HEADINGS WHEN THE      *
005180*                      CURRENT PAGE IS FULL.                *
005190*----------------------------------------------------------*
005200 8000-EMIT-RPT-LINE.
005210     IF FZB-LINE-COUNT IS GREATER THAN OR EQUAL TO
005220             FZB-PAGE-MAX-LINES
005230         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
005240     END-IF.
005250     WRITE FZB-RPT-LINE.
005260     ADD 1 TO FZB-LINE-COUNT.
005270     MOVE SPACES TO FZB-RPT-TEXT.
005280 8000-EXIT.
005290     EXIT.
005300
005310 8100-PAGE-HEADING.
005320     ADD 1 TO FZB-PAGE-COUNT.
005330     MOVE FZB-RPT-TEXT TO FZB-SAVE-LINE.
005340     MOVE FZB-RUN-DATE TO FZB-HDG1-RUN-DATE.
005350     MOVE FZB-PAGE-COUNT TO FZB-HDG1-PAGE.
005360     MOVE FZB-ROLL-HDG1-LINE TO FZB-RPT-TEXT.
005370     WRITE FZB-RPT-LINE.
005380     MOVE FZB-ROLL-HDG2-LINE TO FZB-RPT-TEXT.
005390     WRITE FZB-RPT-LINE.
005400     MOVE SPACES TO FZB-RPT-TEXT.
005410     WRITE FZB-RPT-LINE.
005420     MOVE 3 TO FZB-LINE-COUNT.
005430     MOVE FZB-SAVE-LINE TO FZB-RPT-TEXT.
005440 8100-EXIT.
005450     EXIT.
