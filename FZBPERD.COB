000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBPERD.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. PERIOD REPORT OVER   *
000120*                    THE FZBMSUM MONTHLY SUMMARY (SEE       *
000130*                    FZBMSMR), RUN BY FZBWKLY AFTER THE     *
000140*                    ROLLUP AND PURGE. FOR THE YEAR OF THE  *
000150*                    AS-OF MONTH ON THE OPTIONAL FZBYCDK    *
000160*                    CARD (THE RUN-DATE MONTH WHEN NO CARD  *
000170*                    IS GIVEN) WRITES MONTHLY, QUARTERLY    *
000180*                    AND YEAR-TO-DATE LINES TO FZBYRPT -    *
000190*                    PROCESSING DAYS, TOTAL, THE CATEGORY   *
000200*                    MIX AND THE CHANGE FROM THE SAME       *
000210*                    PERIOD OF THE YEAR BEFORE - AND THE    *
000220*                    RULE VERSION IN FORCE EACH MONTH.      *
000230*                    THE SUMMARY OUTLIVES THE FZBHIST       *
000240*                    RETENTION PURGE, SO NO ARCHIVE NEEDS   *
000250*                    TO BE RELOADED FOR THE COMPARISON.     *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FZBMSUM-FILE ASSIGN TO FZBMSUM
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS FZB-MSM-KEY
000360         FILE STATUS IS FZB-MSUM-FILE-STATUS.
000370     SELECT FZBYCDK-FILE ASSIGN TO FZBYCDK
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS FZB-YCDK-FILE-STATUS.
000400     SELECT FZBYRPT-FILE ASSIGN TO FZBYRPT
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430 DATA DIVISION.
000440
000450 FILE SECTION.
000460 FD  FZBMSUM-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY FZBMSMR.
000490
000500 FD  FZBYCDK-FILE
000510     RECORDING MODE IS F
000520     BLOCK CONTAINS 0 RECORDS
000530     LABEL RECORDS ARE STANDARD.
000540     COPY FZBYCDR.
000550
000560 FD  FZBYRPT-FILE
000570     RECORDING MODE IS F
000580     BLOCK CONTAINS 0 RECORDS
000590     LABEL RECORDS ARE STANDARD.
000600     COPY FZBRPTR.
000610
000620 WORKING-STORAGE SECTION.
000630 77 FZB-MSUM-FILE-STATUS  PIC X(02) VALUE "00".
000640 77 FZB-YCDK-FILE-STATUS  PIC X(02) VALUE "00".
000650 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
000660 77 FZB-ASOF-MONTH        PIC 9(06) VALUE 0.
000670 77 FZB-ASOF-MM           PIC 9(02) VALUE 0.
000680 77 FZB-RPT-YEAR          PIC 9(04) VALUE 0.
000690 77 FZB-PRIOR-YEAR        PIC 9(04) VALUE 0.
000700 77 FZB-SWEEP-DONE-SW     PIC X(01) VALUE "N".
000710     88 FZB-SWEEP-DONE             VALUE "Y".
000720 77 FZB-ROW-COUNT         PIC 9(05) VALUE 0.
000730 77 FZB-RPT-ROW-COUNT     PIC 9(05) VALUE 0.
000740 77 FZB-YR-SUB            PIC 9(01) COMP-3 VALUE 0.
000750 77 FZB-MON-SUB           PIC 9(02) COMP-3 VALUE 0.
000760 77 FZB-FROM-MM           PIC 9(02) COMP-3 VALUE 0.
000770 77 FZB-TO-MM             PIC 9(02) COMP-3 VALUE 0.
000780 77 FZB-CAT-SUB           PIC 9(01) COMP-3 VALUE 0.
000790 77 FZB-CAT-HIT-SUB       PIC 9(01) COMP-3 VALUE 0.
000800 77 FZB-MIX-SUB           PIC 9(01) COMP-3 VALUE 0.
000810 77 FZB-QTR-SUB           PIC 9(01) VALUE 0.
000820 77 FZB-LAST-QTR          PIC 9(01) VALUE 0.
000830 77 FZB-QTR-FLAG          PIC X(01) VALUE SPACE.
000840 77 FZB-PREV-VER          PIC 9(08) VALUE 0.
000850 77 FZB-PREV-FOUND-SW     PIC X(01) VALUE "N".
000860     88 FZB-PREV-FOUND             VALUE "Y".
000870 77 FZB-LINE-COUNT        PIC 9(03) COMP-3 VALUE 99.
000880 77 FZB-PAGE-COUNT        PIC 9(04) COMP-3 VALUE 0.
000890 77 FZB-PAGE-MAX-LINES    PIC 9(03) COMP-3 VALUE 55.
000900 77 FZB-SECTION-LINES     PIC 9(03) COMP-3 VALUE 0.
000910 77 FZB-WORK-PCT          PIC 9(03)V9 COMP-3 VALUE 0.
000920 77 FZB-WORK-CHG-PCT      PIC S9(05)V9 COMP-3 VALUE 0.
000930 77 FZB-PER-LABEL         PIC X(08) VALUE SPACES.
000940 77 FZB-SAVE-LINE         PIC X(80) VALUE SPACES.
000950 77 FZB-SECTION-TITLE     PIC X(80) VALUE SPACES.
000960 01  FZB-WORK-DATE            PIC 9(08) VALUE 0.
000970 01  FZB-WORK-DATE-R REDEFINES FZB-WORK-DATE.
000980     05  FZB-WORK-YYYYMM        PIC 9(06).
000990     05  FZB-WORK-DD            PIC 9(02).
001000 01  FZB-MONTH-WORK           PIC 9(06) VALUE 0.
001010 01  FZB-MONTH-WORK-R REDEFINES FZB-MONTH-WORK.
001020     05  FZB-MW-YEAR            PIC 9(04).
001030     05  FZB-MW-MONTH           PIC 9(02).
001040*----------------------------------------------------------*
001050* SUMMARY CATEGORIES - SLOT 1 IS THE ALL-CATEGORIES ROW,    *
001060* THE REST FOLLOW THE FZBMSMR CATEGORY CODES IN REPORT      *
001070* ORDER.                                                    *
001080*----------------------------------------------------------*
001090 01  FZB-CAT-CODES            PIC X(07) VALUE " PFBXOV".
001100 01  FZB-CAT-CODES-R REDEFINES FZB-CAT-CODES.
001110     05  FZB-CAT-CODE OCCURS 7 TIMES
001120                                PIC X(01).
001130*----------------------------------------------------------*
001140* PERIOD TABLE - YEAR 1 IS THE REPORT YEAR, YEAR 2 THE YEAR *
001150* BEFORE IT, ONE ENTRY PER CALENDAR MONTH. THE COUNTS ARE   *
001160* THE MONTH TOTALS OF THE SEVEN CATEGORY ROWS; DAYS AND     *
001170* RULE VERSIONS COME FROM THE ALL-CATEGORIES ROW, WHICH     *
001180* ALSO MARKS THE MONTH FOUND.                               *
001190*----------------------------------------------------------*
001200 01  FZB-PRD-TABLE.
001210     05  FZB-PRD-YEAR OCCURS 2 TIMES.
001220         10  FZB-PRD-MONTH OCCURS 12 TIMES.
001230             15  FZB-PRD-FOUND      PIC X(01).
001240             15  FZB-PRD-DAYS       PIC 9(02).
001250             15  FZB-PRD-FIRST-VER  PIC 9(08).
001260             15  FZB-PRD-LAST-VER   PIC 9(08).
001270             15  FZB-PRD-CNT OCCURS 7 TIMES
001280                                PIC 9(09).
001290 01  FZB-PER-WORK.
001300     05  FZB-PER-CNT OCCURS 7 TIMES
001310                                PIC 9(09).
001320     05  FZB-PER-DAYS           PIC 9(03).
001330     05  FZB-PER-PRIOR-TOTAL    PIC 9(09).
001340 01  FZB-PERD-HDG1-LINE.
001350     05  FILLER                 PIC X(48)
001360         VALUE "FZBPERD - FZBMSUM MONTHLY SUMMARY PERIOD REPORT ".
001370     05  FILLER                 PIC X(06) VALUE "AS OF ".
001380     05  FZB-HDG1-MONTH         PIC 9(06).
001390     05  FILLER                 PIC X(11) VALUE SPACES.
001400     05  FILLER                 PIC X(05) VALUE "PAGE ".
001410     05  FZB-HDG1-PAGE          PIC ZZZ9.
001420 01  FZB-PERD-COLS-LINE.
001430     05  FILLER                 PIC X(08) VALUE "PERIOD".
001440     05  FILLER                 PIC X(14)
001450         VALUE " DYS     TOTAL".
001460     05  FILLER                 PIC X(18)
001470         VALUE " PLAIN  FIZZ  BUZZ".
001480     05  FILLER                 PIC X(18)
001490         VALUE "  FZBZ OTHER  OVRD".
001500     05  FILLER                 PIC X(19)
001510         VALUE "  PRIOR YR  CHG PCT".
001520 01  FZB-PERD-DETAIL-LINE.
001530     05  FZB-DTL-LABEL          PIC X(08).
001540     05  FILLER                 PIC X(01) VALUE SPACES.
001550     05  FZB-DTL-DAYS           PIC ZZ9.
001560     05  FILLER                 PIC X(01) VALUE SPACES.
001570     05  FZB-DTL-TOTAL          PIC ZZZZZZZZ9.
001580     05  FZB-DTL-MIX-TABLE.
001590         10  FZB-DTL-MIX-ENTRY OCCURS 6 TIMES.
001600             15  FILLER         PIC X(01).
001610             15  FZB-DTL-PCT-X  PIC X(05).
001620             15  FZB-DTL-PCT REDEFINES FZB-DTL-PCT-X
001630                                PIC ZZ9.9.
001640     05  FILLER                 PIC X(01) VALUE SPACES.
001650     05  FZB-DTL-PRIOR          PIC ZZZZZZZZ9.
001660     05  FILLER                 PIC X(01) VALUE SPACES.
001670     05  FZB-DTL-CHG-X          PIC X(08).
001680     05  FZB-DTL-CHG REDEFINES FZB-DTL-CHG-X
001690                                PIC +(05)9.9.
001700 01  FZB-PERD-VCOLS-LINE.
001710     05  FILLER                 PIC X(35)
001720         VALUE "MONTH    FIRST VR   LAST VER   NOTE".
001730 01  FZB-PERD-VER-LINE.
001740     05  FZB-VER-MONTH          PIC 9(06).
001750     05  FILLER                 PIC X(03) VALUE SPACES.
001760     05  FZB-VER-FIRST-X        PIC X(08).
001770     05  FZB-VER-FIRST REDEFINES FZB-VER-FIRST-X
001780                                PIC 9(08).
001790     05  FILLER                 PIC X(03) VALUE SPACES.
001800     05  FZB-VER-LAST-X         PIC X(08).
001810     05  FZB-VER-LAST REDEFINES FZB-VER-LAST-X
001820                                PIC 9(08).
001830     05  FILLER                 PIC X(03) VALUE SPACES.
001840     05  FZB-VER-NOTE           PIC X(40).
001850
001860 PROCEDURE DIVISION.
001870 BEGIN.
001880     PERFORM 1000-READ-YEAR-CARD THRU 1000-EXIT.
001890     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001900     PERFORM 3000-SWEEP-SUMMARY THRU 3000-EXIT.
001910     PERFORM 6000-WRITE-REPORT THRU 6000-EXIT.
001920
001930     CLOSE FZBMSUM-FILE.
001940     CLOSE FZBYRPT-FILE.
001950
001960     IF FZB-RPT-ROW-COUNT IS EQUAL TO 0
001970         MOVE 4 TO RETURN-CODE
001980     ELSE
001990         MOVE 0 TO RETURN-CODE
002000     END-IF.
002010
002020     STOP RUN.
002030
002040*----------------------------------------------------------*
002050* 1000-READ-YEAR-CARD - GET THE AS-OF MONTH FROM FZBYCDK    *
002060*                       AND EDIT IT. A MISSING, EMPTY OR    *
002070*                       BLANK CARD REPORTS AS OF THE MONTH  *
002080*                       OF THE RUN DATE; A CARD THAT IS NOT *
002090*                       A VALID YYYYMM ABENDS THE STEP.     *
002100*----------------------------------------------------------*
002110 1000-READ-YEAR-CARD.
002120     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
002130     MOVE FZB-RUN-DATE TO FZB-WORK-DATE.
002140     MOVE FZB-WORK-YYYYMM TO FZB-ASOF-MONTH.
002150     OPEN INPUT FZBYCDK-FILE.
002160     IF FZB-YCDK-FILE-STATUS IS NOT EQUAL TO "00"
002170         GO TO 1000-SET-YEARS
002180     END-IF.
002190     READ FZBYCDK-FILE
002200         AT END
002210             CLOSE FZBYCDK-FILE
002220             GO TO 1000-SET-YEARS
002230     END-READ.
002240     CLOSE FZBYCDK-FILE.
002250     IF FZB-YCD-MONTH-X IS EQUAL TO SPACES
002260         GO TO 1000-SET-YEARS
002270     END-IF.
002280     IF FZB-YCD-MONTH-X IS NOT NUMERIC
002290             OR FZB-YCD-MONTH IS LESS THAN 1
002300             OR FZB-YCD-MONTH IS GREATER THAN 12
002310         DISPLAY "FZBPERD - ABEND - FZBYCDK AS-OF MONTH "
002320             FZB-YCD-MONTH-X " MUST BE NUMERIC YYYYMM"
002330         MOVE 8 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360     MOVE FZB-YCD-MONTH-X TO FZB-ASOF-MONTH.
002370 1000-SET-YEARS.
002380     MOVE FZB-ASOF-MONTH TO FZB-MONTH-WORK.
002390     MOVE FZB-MW-YEAR TO FZB-RPT-YEAR.
002400     MOVE FZB-MW-MONTH TO FZB-ASOF-MM.
002410     COMPUTE FZB-PRIOR-YEAR = FZB-RPT-YEAR - 1.
002420     DISPLAY "FZBPERD - REPORT YEAR " FZB-RPT-YEAR
002430         " THROUGH " FZB-ASOF-MONTH
002440         " COMPARED WITH " FZB-PRIOR-YEAR.
002450 1000-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------*
002490* 2000-OPEN-FILES - OPEN THE SUMMARY CLUSTER AND THE REPORT *
002500*                   FILE. AN UNAVAILABLE FZBMSUM ABENDS THE *
002510*                   STEP.                                   *
002520*----------------------------------------------------------*
002530 2000-OPEN-FILES.
002540     OPEN INPUT FZBMSUM-FILE.
002550     IF FZB-MSUM-FILE-STATUS IS NOT EQUAL TO "00"
002560         DISPLAY "FZBPERD - ABEND - FZBMSUM MONTHLY SUMMARY NOT "
002570             "AVAILABLE (FILE STATUS " FZB-MSUM-FILE-STATUS ")"
002580         MOVE 8 TO RETURN-CODE
002590         STOP RUN
002600     END-IF.
002610     OPEN OUTPUT FZBYRPT-FILE.
002620 2000-EXIT.
002630     EXIT.
002640
002650*----------------------------------------------------------*
002660* 3000-SWEEP-SUMMARY - POSITION FZBMSUM AT JANUARY OF THE   *
002670*                      PRIOR YEAR AND READ FORWARD IN KEY   *
002680*                      SEQUENCE TO THE AS-OF MONTH, LOADING *
002690*                      EACH ROW INTO THE PERIOD TABLE.      *
002700*----------------------------------------------------------*
002710 3000-SWEEP-SUMMARY.
002720     MOVE ZEROS TO FZB-PRD-TABLE.
002730     COMPUTE FZB-MSM-MONTH = FZB-PRIOR-YEAR * 100 + 1.
002740     MOVE LOW-VALUES TO FZB-MSM-CATEGORY.
002750     START FZBMSUM-FILE KEY IS NOT LESS THAN FZB-MSM-KEY
002760         INVALID KEY
002770             MOVE "Y" TO FZB-SWEEP-DONE-SW
002780     END-START.
002790     PERFORM 3100-READ-ONE-ROW THRU 3100-EXIT
002800         UNTIL FZB-SWEEP-DONE.
002810 3000-EXIT.
002820     EXIT.
002830
002840 3100-READ-ONE-ROW.
002850     READ FZBMSUM-FILE NEXT RECORD
002860         AT END
002870             MOVE "Y" TO FZB-SWEEP-DONE-SW
002880             GO TO 3100-EXIT
002890     END-READ.
002900     IF FZB-MSM-MONTH IS GREATER THAN FZB-ASOF-MONTH
002910         MOVE "Y" TO FZB-SWEEP-DONE-SW
002920         GO TO 3100-EXIT
002930     END-IF.
002940     MOVE FZB-MSM-MONTH TO FZB-MONTH-WORK.
002950     IF FZB-MW-YEAR IS EQUAL TO FZB-RPT-YEAR
002960         MOVE 1 TO FZB-YR-SUB
002970     ELSE
002980         MOVE 2 TO FZB-YR-SUB
002990     END-IF.
003000     MOVE 0 TO FZB-CAT-HIT-SUB.
003010     PERFORM 3110-CHECK-ONE-CATEGORY THRU 3110-EXIT
003020         VARYING FZB-CAT-SUB FROM 1 BY 1
003030         UNTIL FZB-CAT-SUB IS GREATER THAN 7
003040             OR FZB-CAT-HIT-SUB IS GREATER THAN 0.
003050     IF FZB-CAT-HIT-SUB IS EQUAL TO 0
003060         GO TO 3100-EXIT
003070     END-IF.
003080     MOVE FZB-MSM-MONTH-TOTAL TO
003090         FZB-PRD-CNT(FZB-YR-SUB, FZB-MW-MONTH, FZB-CAT-HIT-SUB).
003100     IF FZB-CAT-HIT-SUB IS NOT EQUAL TO 1
003110         GO TO 3100-EXIT
003120     END-IF.
003130     ADD 1 TO FZB-ROW-COUNT.
003140     IF FZB-YR-SUB IS EQUAL TO 1
003150         ADD 1 TO FZB-RPT-ROW-COUNT
003160     END-IF.
003170     MOVE "Y" TO FZB-PRD-FOUND(FZB-YR-SUB, FZB-MW-MONTH).
003180     MOVE FZB-MSM-PROC-DAYS TO
003190         FZB-PRD-DAYS(FZB-YR-SUB, FZB-MW-MONTH).
003200     MOVE FZB-MSM-FIRST-RULE-VER TO
003210         FZB-PRD-FIRST-VER(FZB-YR-SUB, FZB-MW-MONTH).
003220     MOVE FZB-MSM-LAST-RULE-VER TO
003230         FZB-PRD-LAST-VER(FZB-YR-SUB, FZB-MW-MONTH).
003240 3100-EXIT.
003250     EXIT.
003260
003270 3110-CHECK-ONE-CATEGORY.
003280     IF FZB-CAT-CODE(FZB-CAT-SUB) IS EQUAL TO FZB-MSM-CATEGORY
003290         MOVE FZB-CAT-SUB TO FZB-CAT-HIT-SUB
003300     END-IF.
003310 3110-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350* 6000-WRITE-REPORT - THE MONTHLY, QUARTERLY, YEAR-TO-DATE  *
003360*                     AND RULE VERSION SECTIONS, OR A       *
003370*                     NO-DATA LINE WHEN NEITHER YEAR HAS    *
003380*                     ANY SUMMARY ROWS.                     *
003390*----------------------------------------------------------*
003400 6000-WRITE-REPORT.
003410     MOVE SPACES TO FZB-RPT-TEXT.
003420     IF FZB-ROW-COUNT IS EQUAL TO 0
003430         STRING "NO FZBMSUM SUMMARY ROWS FOR " DELIMITED BY SIZE
003440             FZB-RPT-YEAR DELIMITED BY SIZE
003450             " OR " DELIMITED BY SIZE
003460             FZB-PRIOR-YEAR DELIMITED BY SIZE
003470             INTO FZB-RPT-TEXT
003480         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
003490         GO TO 6000-EXIT
003500     END-IF.
003510     IF FZB-RPT-ROW-COUNT IS EQUAL TO 0
003520         STRING "WARNING - NO FZBMSUM SUMMARY ROWS FOR THE "
003530             DELIMITED BY SIZE
003540             "REPORT YEAR - PRIOR YEAR ONLY" DELIMITED BY SIZE
003550             INTO FZB-RPT-TEXT
003560         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
003570     END-IF.
003580     PERFORM 6100-MONTHLY-SECTION THRU 6100-EXIT.
003590     PERFORM 6200-QUARTERLY-SECTION THRU 6200-EXIT.
003600     PERFORM 6300-YEAR-TO-DATE-SECTION THRU 6300-EXIT.
003610     PERFORM 6400-RULE-VERSION-SECTION THRU 6400-EXIT.
003620 6000-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------*
003660* 6100-MONTHLY-SECTION - ONE LINE PER MONTH OF THE REPORT   *
003670*                        YEAR THROUGH THE AS-OF MONTH.      *
003680*----------------------------------------------------------*
003690 6100-MONTHLY-SECTION.
003700     COMPUTE FZB-SECTION-LINES = FZB-ASOF-MM + 3.
003710     MOVE "MONTHLY - CATEGORY MIX AS A PERCENTAGE OF THE TOTAL"
003720         TO FZB-SECTION-TITLE.
003730     PERFORM 6800-START-SECTION THRU 6800-EXIT.
003740     MOVE FZB-PERD-COLS-LINE TO FZB-RPT-TEXT.
003750     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
003760     PERFORM 6110-EMIT-ONE-MONTH THRU 6110-EXIT
003770         VARYING FZB-MON-SUB FROM 1 BY 1
003780         UNTIL FZB-MON-SUB IS GREATER THAN FZB-ASOF-MM.
003790 6100-EXIT.
003800     EXIT.
003810
003820 6110-EMIT-ONE-MONTH.
003830     MOVE ZEROS TO FZB-PER-WORK.
003840     PERFORM 6500-ADD-ONE-MONTH THRU 6500-EXIT.
003850     COMPUTE FZB-MONTH-WORK = FZB-RPT-YEAR * 100 + FZB-MON-SUB.
003860     MOVE FZB-MONTH-WORK TO FZB-PER-LABEL.
003870     PERFORM 6600-EMIT-PERIOD-LINE THRU 6600-EXIT.
003880 6110-EXIT.
003890     EXIT.
003900
003910*----------------------------------------------------------*
003920* 6200-QUARTERLY-SECTION - ONE LINE PER QUARTER THROUGH THE *
003930*                          ONE HOLDING THE AS-OF MONTH. A   *
003940*                          QUARTER CUT SHORT BY THE         *
003950*                          AS-OF MONTH IS MARKED * AND      *
003960*                          SET AGAINST THE SAME MONTHS      *
003970*                          OF THE YEAR BEFORE.              *
003980*----------------------------------------------------------*
003990 6200-QUARTERLY-SECTION.
004000     COMPUTE FZB-LAST-QTR = (FZB-ASOF-MM + 2) / 3.
004010     COMPUTE FZB-SECTION-LINES = FZB-LAST-QTR + 3.
004020     MOVE "QUARTERLY - * MARKS A QUARTER TO DATE"
004030         TO FZB-SECTION-TITLE.
004040     PERFORM 6800-START-SECTION THRU 6800-EXIT.
004050     MOVE FZB-PERD-COLS-LINE TO FZB-RPT-TEXT.
004060     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004070     PERFORM 6210-EMIT-ONE-QUARTER THRU 6210-EXIT
004080         VARYING FZB-QTR-SUB FROM 1 BY 1
004090         UNTIL FZB-QTR-SUB IS GREATER THAN FZB-LAST-QTR.
004100 6200-EXIT.
004110     EXIT.
004120
004130 6210-EMIT-ONE-QUARTER.
004140     MOVE ZEROS TO FZB-PER-WORK.
004150     COMPUTE FZB-FROM-MM = FZB-QTR-SUB * 3 - 2.
004160     COMPUTE FZB-TO-MM = FZB-QTR-SUB * 3.
004170     MOVE SPACE TO FZB-QTR-FLAG.
004180     IF FZB-TO-MM IS GREATER THAN FZB-ASOF-MM
004190         MOVE FZB-ASOF-MM TO FZB-TO-MM
004200         MOVE "*" TO FZB-QTR-FLAG
004210     END-IF.
004220     PERFORM 6500-ADD-ONE-MONTH THRU 6500-EXIT
004230         VARYING FZB-MON-SUB FROM FZB-FROM-MM BY 1
004240         UNTIL FZB-MON-SUB IS GREATER THAN FZB-TO-MM.
004250     MOVE SPACES TO FZB-PER-LABEL.
004260     STRING FZB-RPT-YEAR DELIMITED BY SIZE
004270         " Q" DELIMITED BY SIZE
004280         FZB-QTR-SUB DELIMITED BY SIZE
004290         FZB-QTR-FLAG DELIMITED BY SIZE
004300         INTO FZB-PER-LABEL.
004310     PERFORM 6600-EMIT-PERIOD-LINE THRU 6600-EXIT.
004320 6210-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------*
004360* 6300-YEAR-TO-DATE-SECTION - JANUARY THROUGH THE AS-OF     *
004370*                             MONTH, SET AGAINST THE SAME   *
004380*                             MONTHS OF THE YEAR BEFORE.    *
004390*----------------------------------------------------------*
004400 6300-YEAR-TO-DATE-SECTION.
004410     MOVE 3 TO FZB-SECTION-LINES.
004420     STRING "YEAR TO DATE - THROUGH " DELIMITED BY SIZE
004430         FZB-ASOF-MONTH DELIMITED BY SIZE
004440         ", PRIOR YEAR TO THE SAME MONTH" DELIMITED BY SIZE
004450         INTO FZB-SECTION-TITLE.
004460     PERFORM 6800-START-SECTION THRU 6800-EXIT.
004470     MOVE FZB-PERD-COLS-LINE TO FZB-RPT-TEXT.
004480     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004490     MOVE ZEROS TO FZB-PER-WORK.
004500     PERFORM 6500-ADD-ONE-MONTH THRU 6500-EXIT
004510         VARYING FZB-MON-SUB FROM 1 BY 1
004520         UNTIL FZB-MON-SUB IS GREATER THAN FZB-ASOF-MM.
004530     MOVE SPACES TO FZB-PER-LABEL.
004540     STRING FZB-RPT-YEAR DELIMITED BY SIZE
004550         " YTD" DELIMITED BY SIZE
004560         INTO FZB-PER-LABEL.
004570     PERFORM 6600-EMIT-PERIOD-LINE THRU 6600-EXIT.
004580 6300-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------*
004620* 6400-RULE-VERSION-SECTION - THE RULE VERSION IN FORCE ON  *
004630*                             THE FIRST AND LAST DAY ROLLED *
004640*                             UP IN EACH MONTH, FLAGGING A  *
004650*                             CHANGE DURING THE MONTH OR    *
004660*                             SINCE THE MONTH BEFORE. A     *
004670*                             VERSION OF ZERO MEANS THE     *
004680*                             RULES CAME FROM THE FZBCTL    *
004690*                             CARDS.                        *
004700*----------------------------------------------------------*
004710 6400-RULE-VERSION-SECTION.
004720     COMPUTE FZB-SECTION-LINES = FZB-ASOF-MM + 3.
004730     STRING "RULE VERSION - FZBRULF EFFECTIVE DATE IN FORCE "
004740         DELIMITED BY SIZE
004750         "(ZERO - FZBCTL CARDS)" DELIMITED BY SIZE
004760         INTO FZB-SECTION-TITLE.
004770     PERFORM 6800-START-SECTION THRU 6800-EXIT.
004780     MOVE FZB-PERD-VCOLS-LINE TO FZB-RPT-TEXT.
004790     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004800     MOVE 0 TO FZB-PREV-VER.
004810     MOVE "N" TO FZB-PREV-FOUND-SW.
004820     PERFORM 6410-EMIT-ONE-VERSION THRU 6410-EXIT
004830         VARYING FZB-MON-SUB FROM 1 BY 1
004840         UNTIL FZB-MON-SUB IS GREATER THAN FZB-ASOF-MM.
004850 6400-EXIT.
004860     EXIT.
004870
004880 6410-EMIT-ONE-VERSION.
004890     COMPUTE FZB-VER-MONTH = FZB-RPT-YEAR * 100 + FZB-MON-SUB.
004900     MOVE SPACES TO FZB-VER-NOTE.
004910     IF FZB-PRD-FOUND(1, FZB-MON-SUB) IS NOT EQUAL TO "Y"
004920         MOVE SPACES TO FZB-VER-FIRST-X
004930         MOVE SPACES TO FZB-VER-LAST-X
004940         MOVE "NO SUMMARY - NOT ROLLED UP" TO FZB-VER-NOTE
004950         GO TO 6410-EMIT
004960     END-IF.
004970     MOVE FZB-PRD-FIRST-VER(1, FZB-MON-SUB) TO FZB-VER-FIRST.
004980     MOVE FZB-PRD-LAST-VER(1, FZB-MON-SUB) TO FZB-VER-LAST.
004990     IF FZB-PRD-FIRST-VER(1, FZB-MON-SUB) IS NOT EQUAL TO
005000             FZB-PRD-LAST-VER(1, FZB-MON-SUB)
005010         MOVE "CHANGED DURING THE MONTH" TO FZB-VER-NOTE
005020     ELSE
005030         IF FZB-PREV-FOUND
005040                 AND FZB-PRD-FIRST-VER(1, FZB-MON-SUB) IS NOT
005050                     EQUAL TO FZB-PREV-VER
005060             MOVE "CHANGED SINCE THE MONTH BEFORE"
005070                 TO FZB-VER-NOTE
005080         END-IF
005090     END-IF.
005100     MOVE FZB-PRD-LAST-VER(1, FZB-MON-SUB) TO FZB-PREV-VER.
005110     MOVE "Y" TO FZB-PREV-FOUND-SW.
005120 6410-EMIT.
005130     MOVE FZB-PERD-VER-LINE TO FZB-RPT-TEXT.
005140     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005150 6410-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190* 6500-ADD-ONE-MONTH - ADD MONTH FZB-MON-SUB OF THE REPORT  *
005200*                      YEAR TO THE PERIOD BEING BUILT, AND  *
005210*                      THE SAME MONTH OF THE YEAR BEFORE TO *
005220*                      ITS PRIOR-YEAR TOTAL.                *
005230*----------------------------------------------------------*
005240 6500-ADD-ONE-MONTH.
005250     PERFORM 6510-ADD-ONE-CATEGORY THRU 6510-EXIT
005260         VARYING FZB-CAT-SUB FROM 1 BY 1
005270         UNTIL FZB-CAT-SUB IS GREATER THAN 7.
005280     ADD FZB-PRD-DAYS(1, FZB-MON-SUB) TO FZB-PER-DAYS.
005290     ADD FZB-PRD-CNT(2, FZB-MON-SUB, 1) TO FZB-PER-PRIOR-TOTAL.
005300 6500-EXIT.
005310     EXIT.
005320
005330 6510-ADD-ONE-CATEGORY.
005340     ADD FZB-PRD-CNT(1, FZB-MON-SUB, FZB-CAT-SUB)
005350         TO FZB-PER-CNT(FZB-CAT-SUB).
005360 6510-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------*
005400* 6600-EMIT-PERIOD-LINE - ONE PERIOD LINE FROM THE          *
005410*                         FZB-PER-WORK TOTALS. THE MIX IS   *
005420*                         EACH CATEGORY AS A PERCENTAGE     *
005430*                         OF THE PERIOD TOTAL; THE CHANGE   *
005440*                         IS THE PERCENTAGE RISE OR FALL    *
005450*                         FROM THE PRIOR-YEAR TOTAL, LEFT   *
005460*                         BLANK WHEN THAT IS ZERO.          *
005470*----------------------------------------------------------*
005480 6600-EMIT-PERIOD-LINE.
005490     MOVE SPACES TO FZB-DTL-MIX-TABLE.
005500     MOVE FZB-PER-LABEL TO FZB-DTL-LABEL.
005510     MOVE FZB-PER-DAYS TO FZB-DTL-DAYS.
005520     MOVE FZB-PER-CNT(1) TO FZB-DTL-TOTAL.
005530     MOVE FZB-PER-PRIOR-TOTAL TO FZB-DTL-PRIOR.
005540     PERFORM 6610-EDIT-ONE-MIX THRU 6610-EXIT
005550         VARYING FZB-CAT-SUB FROM 2 BY 1
005560         UNTIL FZB-CAT-SUB IS GREATER THAN 7.
005570     IF FZB-PER-PRIOR-TOTAL IS EQUAL TO 0
005580         MOVE SPACES TO FZB-DTL-CHG-X
005590     ELSE
005600         COMPUTE FZB-WORK-CHG-PCT ROUNDED =
005610             (FZB-PER-CNT(1) - FZB-PER-PRIOR-TOTAL) * 100
005620             / FZB-PER-PRIOR-TOTAL
005630             ON SIZE ERROR
005640                 MOVE 99999.9 TO FZB-WORK-CHG-PCT
005650         END-COMPUTE
005660         MOVE FZB-WORK-CHG-PCT TO FZB-DTL-CHG
005670     END-IF.
005680     MOVE FZB-PERD-DETAIL-LINE TO FZB-RPT-TEXT.
005690     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005700 6600-EXIT.
005710     EXIT.
005720
005730 6610-EDIT-ONE-MIX.
005740     COMPUTE FZB-MIX-SUB = FZB-CAT-SUB - 1.
005750     IF FZB-PER-CNT(1) IS EQUAL TO 0
005760         MOVE SPACES TO FZB-DTL-PCT-X(FZB-MIX-SUB)
005770         GO TO 6610-EXIT
005780     END-IF.
005790     COMPUTE FZB-WORK-PCT ROUNDED =
005800         FZB-PER-CNT(FZB-CAT-SUB) * 100 / FZB-PER-CNT(1).
005810     MOVE FZB-WORK-PCT TO FZB-DTL-PCT(FZB-MIX-SUB).
005820 6610-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------*
005860* 6800-START-SECTION - START A NEW PAGE WHEN THE WHOLE      *
005870*                      SECTION WILL NOT FIT ON THIS ONE,    *
005880*                      OTHERWISE LEAVE A BLANK LINE, THEN   *
005890*                      WRITE THE SECTION TITLE.             *
005900*----------------------------------------------------------*
005910 6800-START-SECTION.
005920     IF FZB-LINE-COUNT + FZB-SECTION-LINES IS GREATER THAN
005930             FZB-PAGE-MAX-LINES
005940         MOVE 99 TO FZB-LINE-COUNT
005950     ELSE
005960         MOVE SPACES TO FZB-RPT-TEXT
005970         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
005980     END-IF.
005990     MOVE FZB-SECTION-TITLE TO FZB-RPT-TEXT.
006000     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006010     MOVE SPACES TO FZB-SECTION-TITLE.
006020 6800-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------*
006060* 8000-EMIT-RPT-LINE - WRITE ONE REPORT LINE, STARTING A    *
006070*                      NEW PAGE WITH HEADINGS WHEN THE      *
006080*                      CURRENT PAGE IS FULL.                *
006090*----------------------------------------------------------*
006100 8000-EMIT-RPT-LINE.
006110     IF FZB-LINE-COUNT IS GREATER THAN OR EQUAL TO
006120             FZB-PAGE-MAX-LINES
006130         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
006140     END-IF.
006150     WRITE FZB-RPT-LINE.
006160     ADD 1 TO FZB-LINE-COUNT.
006170     MOVE SPACES TO FZB-RPT-TEXT.
006180 8000-EXIT.
006190     EXIT.
006200
006210 8100-PAGE-HEADING.
006220     ADD 1 TO FZB-PAGE-COUNT.
006230     MOVE FZB-RPT-TEXT TO FZB-SAVE-LINE.
006240     MOVE FZB-ASOF-MONTH TO FZB-HDG1-MONTH.
006250     MOVE FZB-PAGE-COUNT TO FZB-HDG1-PAGE.
006260     MOVE FZB-PERD-HDG1-LINE TO FZB-RPT-TEXT.
006270     WRITE FZB-RPT-LINE.
006280     MOVE SPACES TO FZB-RPT-TEXT.
006290     WRITE FZB-RPT-LINE.
006300     MOVE 2 TO FZB-LINE-COUNT.
006310     MOVE FZB-SAVE-LINE TO FZB-RPT-TEXT.
006320 8100-EXIT.
006330     EXIT.
