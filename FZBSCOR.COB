000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBSCOR.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. MONTHLY SUPPLIER     *
000120*                    FEED QUALITY SCORECARD. SWEEPS THE     *
000130*                    FZBSTAT SUPPLIER STATISTICS HISTORY    *
000140*                    FOR THE MONTH NAMED ON THE FZBMCDK     *
000150*                    CARD (THE MONTH BEFORE THE RUN DATE    *
000160*                    WHEN NO CARD IS GIVEN) AND THE MONTH   *
000170*                    BEFORE IT, AND WRITES ONE SECTION PER  *
000180*                    SUPPLIER SOURCE TO FZBORPT - VOLUMES,  *
000190*                    REJECT RATE BY REASON CODE, OUT-OF-    *
000200*                    BALANCE, TRAILERLESS AND DUPLICATE     *
000210*                    BATCH COUNTS, FZBRFIX RECYCLE COUNTS   *
000220*                    AND THE CHANGE FROM THE PRIOR MONTH -  *
000230*                    CLOSED BY AN ALL-SUPPLIERS SECTION.    *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FZBSTAT-FILE ASSIGN TO FZBSTAT
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS FZB-STS-KEY
000340         FILE STATUS IS FZB-STAT-FILE-STATUS.
000350     SELECT FZBMCDK-FILE ASSIGN TO FZBMCDK
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS FZB-MCDK-FILE-STATUS.
000380     SELECT FZBORPT-FILE ASSIGN TO FZBORPT
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410 DATA DIVISION.
000420
000430 FILE SECTION.
000440 FD  FZBSTAT-FILE
000450     LABEL RECORDS ARE STANDARD.
000460     COPY FZBSTSR.
000470
000480 FD  FZBMCDK-FILE
000490     RECORDING MODE IS F
000500     BLOCK CONTAINS 0 RECORDS
000510     LABEL RECORDS ARE STANDARD.
000520     COPY FZBMCDR.
000530
000540 FD  FZBORPT-FILE
000550     RECORDING MODE IS F
000560     BLOCK CONTAINS 0 RECORDS
000570     LABEL RECORDS ARE STANDARD.
000580     COPY FZBRPTR.
000590
000600 WORKING-STORAGE SECTION.
000610 77 FZB-STAT-FILE-STATUS  PIC X(02) VALUE "00".
000620 77 FZB-MCDK-FILE-STATUS  PIC X(02) VALUE "00".
000630 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
000640 77 FZB-RPT-MONTH         PIC 9(06) VALUE 0.
000650 77 FZB-PRIOR-MONTH       PIC 9(06) VALUE 0.
000660 77 FZB-FROM-DATE         PIC 9(08) VALUE 0.
000670 77 FZB-TO-DATE           PIC 9(08) VALUE 0.
000680 77 FZB-SWEEP-DONE-SW     PIC X(01) VALUE "N".
000690     88 FZB-SWEEP-DONE             VALUE "Y".
000700 77 FZB-REC-COUNT         PIC 9(07) VALUE 0.
000710 77 FZB-RPT-REC-COUNT     PIC 9(07) VALUE 0.
000720 77 FZB-MON-SUB           PIC 9(01) COMP-3 VALUE 0.
000730 77 FZB-STAT-SUB          PIC 9(02) COMP-3 VALUE 0.
000740 77 FZB-BASE-SUB          PIC 9(02) COMP-3 VALUE 0.
000750 77 FZB-RSN-SUB           PIC 9(02) COMP-3 VALUE 0.
000760 77 FZB-SUP-TABLE-MAX     PIC 9(03) VALUE 200.
000770 77 FZB-SUP-SUB           PIC 9(03) COMP-3 VALUE 0.
000780 77 FZB-SUP-HIT-SUB       PIC 9(03) COMP-3 VALUE 0.
000790 77 FZB-SUP-MOVE-SUB      PIC 9(03) COMP-3 VALUE 0.
000800 77 FZB-LINE-COUNT        PIC 9(03) COMP-3 VALUE 99.
000810 77 FZB-PAGE-COUNT        PIC 9(04) COMP-3 VALUE 0.
000820 77 FZB-PAGE-MAX-LINES    PIC 9(03) COMP-3 VALUE 55.
000830 77 FZB-SECTION-LINES     PIC 9(03) COMP-3 VALUE 18.
000840 77 FZB-WORK-PCT-THIS     PIC 9(03)V9 COMP-3 VALUE 0.
000850 77 FZB-WORK-PCT-PRIOR    PIC 9(03)V9 COMP-3 VALUE 0.
000860 77 FZB-WORK-PTS          PIC S9(03)V9 COMP-3 VALUE 0.
000870 77 FZB-WORK-CHG          PIC S9(09) COMP-3 VALUE 0.
000880 77 FZB-SAVE-LINE         PIC X(80) VALUE SPACES.
000890 77 FZB-SECTION-TITLE     PIC X(80) VALUE SPACES.
000900 01  FZB-WORK-DATE            PIC 9(08) VALUE 0.
000910 01  FZB-WORK-DATE-R REDEFINES FZB-WORK-DATE.
000920     05  FZB-WORK-YYYYMM        PIC 9(06).
000930     05  FZB-WORK-DD            PIC 9(02).
000940 01  FZB-MONTH-WORK           PIC 9(06) VALUE 0.
000950 01  FZB-MONTH-WORK-R REDEFINES FZB-MONTH-WORK.
000960     05  FZB-MW-YEAR            PIC 9(04).
000970     05  FZB-MW-MONTH           PIC 9(02).
000980*----------------------------------------------------------*
000990* SCORECARD STATISTICS - ONE SLOT PER REPORT LINE, IN THE   *
001000* ORDER PRINTED. THE BASE IS THE SLOT A LINE'S PERCENTAGE   *
001010* IS TAKEN OF (00 - NO PERCENTAGE): ACCEPTED, REJECTED AND  *
001020* EACH REASON ARE A PERCENTAGE OF DETAILS READ, THE BATCH   *
001030* DISPOSITIONS OF BATCHES RECEIVED, AND THE RECYCLE COUNTS  *
001040* OF DETAILS REJECTED.                                      *
001050*----------------------------------------------------------*
001060 01  FZB-STAT-LABELS.
001070     05  FILLER                 PIC X(30)
001080         VALUE "BATCHES RECEIVED. . . . . . 00".
001090     05  FILLER                 PIC X(30)
001100         VALUE "DETAILS READ. . . . . . . . 00".
001110     05  FILLER                 PIC X(30)
001120         VALUE "ACCEPTED. . . . . . . . . . 02".
001130     05  FILLER                 PIC X(30)
001140         VALUE "REJECTED. . . . . . . . . . 02".
001150     05  FILLER                 PIC X(30)
001160         VALUE "  01 NOT NUMERIC. . . . . . 02".
001170     05  FILLER                 PIC X(30)
001180         VALUE "  02 EXCEEDS IDX CAPACITY . 02".
001190     05  FILLER                 PIC X(30)
001200         VALUE "  03 NUMBER IS ZERO . . . . 02".
001210     05  FILLER                 PIC X(30)
001220         VALUE "  04 BATCH OUT OF BALANCE . 02".
001230     05  FILLER                 PIC X(30)
001240         VALUE "  05 BATCH TRAILER MISSING. 02".
001250     05  FILLER                 PIC X(30)
001260         VALUE "  06 DETAIL OUTSIDE A BATCH 02".
001270     05  FILLER                 PIC X(30)
001280         VALUE "  07 DUPLICATE/REUSED BATCH 02".
001290     05  FILLER                 PIC X(30)
001300         VALUE "BATCHES OUT OF BALANCE. . . 01".
001310     05  FILLER                 PIC X(30)
001320         VALUE "BATCHES WITH NO TRAILER . . 01".
001330     05  FILLER                 PIC X(30)
001340         VALUE "DUPLICATE OR REUSED BATCHES 01".
001350     05  FILLER                 PIC X(30)
001360         VALUE "RESUBMITTED BY FZBRFIX. . . 04".
001370     05  FILLER                 PIC X(30)
001380         VALUE "FORCED OUT BY FZBRFIX . . . 04".
001390 01  FZB-STAT-LABELS-R REDEFINES FZB-STAT-LABELS.
001400     05  FZB-STAT-LABEL-ENTRY OCCURS 16 TIMES.
001410         10  FZB-STAT-LABEL     PIC X(28).
001420         10  FZB-STAT-BASE      PIC 9(02).
001430 01  FZB-REC-STATS.
001440     05  FZB-REC-STAT OCCURS 16 TIMES
001450                                PIC 9(09).
001460*----------------------------------------------------------*
001470* SUPPLIER TABLE - ONE ENTRY PER SOURCE, KEPT IN SOURCE     *
001480* ORDER. MONTH 1 IS THE REPORT MONTH, MONTH 2 THE MONTH     *
001490* BEFORE IT.                                                *
001500*----------------------------------------------------------*
001510 01  FZB-SUP-TABLE.
001520     05  FZB-SUP-COUNT          PIC 9(03) VALUE 0.
001530     05  FZB-SUP-ENTRY OCCURS 200 TIMES.
001540         10  FZB-SUP-SOURCE     PIC X(08).
001550         10  FZB-SUP-MONTHS.
001560             15  FZB-SUP-MONTH OCCURS 2 TIMES.
001570                 20  FZB-SUP-STAT OCCURS 16 TIMES
001580                                PIC 9(09).
001590 01  FZB-TOT-MONTHS.
001600     05  FZB-TOT-MONTH OCCURS 2 TIMES.
001610         10  FZB-TOT-STAT OCCURS 16 TIMES
001620                                PIC 9(09).
001630 01  FZB-PRT-MONTHS.
001640     05  FZB-PRT-MONTH OCCURS 2 TIMES.
001650         10  FZB-PRT-STAT OCCURS 16 TIMES
001660                                PIC 9(09).
001670 01  FZB-SCOR-HDG1-LINE.
001680     05  FILLER                 PIC X(42)
001690         VALUE "FZBSCOR - SUPPLIER FEED QUALITY SCORECARD ".
001700     05  FILLER                 PIC X(06) VALUE "MONTH ".
001710     05  FZB-HDG1-MONTH         PIC 9(06).
001720     05  FILLER                 PIC X(17) VALUE SPACES.
001730     05  FILLER                 PIC X(05) VALUE "PAGE ".
001740     05  FZB-HDG1-PAGE          PIC ZZZ9.
001750 01  FZB-SCOR-HDG2-LINE.
001760     05  FILLER                 PIC X(32) VALUE SPACES.
001770     05  FZB-HDG2-THIS          PIC 9(06).
001780     05  FILLER                 PIC X(06) VALUE "   PCT".
001790     05  FILLER                 PIC X(05) VALUE SPACES.
001800     05  FZB-HDG2-PRIOR         PIC 9(06).
001810     05  FILLER                 PIC X(06) VALUE "   PCT".
001820     05  FILLER                 PIC X(12) VALUE "      CHANGE".
001830     05  FILLER                 PIC X(07) VALUE "    PTS".
001840 01  FZB-SCOR-DETAIL-LINE.
001850     05  FZB-DTL-LABEL          PIC X(28).
001860     05  FILLER                 PIC X(01) VALUE SPACES.
001870     05  FZB-DTL-THIS-CNT       PIC ZZZZZZZZ9.
001880     05  FILLER                 PIC X(01) VALUE SPACES.
001890     05  FZB-DTL-THIS-PCT-X     PIC X(05).
001900     05  FZB-DTL-THIS-PCT REDEFINES FZB-DTL-THIS-PCT-X
001910                                PIC ZZ9.9.
001920     05  FILLER                 PIC X(02) VALUE SPACES.
001930     05  FZB-DTL-PRIOR-CNT      PIC ZZZZZZZZ9.
001940     05  FILLER                 PIC X(01) VALUE SPACES.
001950     05  FZB-DTL-PRIOR-PCT-X    PIC X(05).
001960     05  FZB-DTL-PRIOR-PCT REDEFINES FZB-DTL-PRIOR-PCT-X
001970                                PIC ZZ9.9.
001980     05  FILLER                 PIC X(02) VALUE SPACES.
001990     05  FZB-DTL-CHG-CNT        PIC +(09)9.
002000     05  FILLER                 PIC X(01) VALUE SPACES.
002010     05  FZB-DTL-CHG-PTS-X      PIC X(06).
002020     05  FZB-DTL-CHG-PTS REDEFINES FZB-DTL-CHG-PTS-X
002030                                PIC +(03)9.9.
002040
002050 PROCEDURE DIVISION.
002060 BEGIN.
002070     PERFORM 1000-READ-MONTH-CARD THRU 1000-EXIT.
002080     PERFORM 1100-SET-MONTH-RANGE THRU 1100-EXIT.
002090     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002100     PERFORM 3000-SWEEP-STATISTICS THRU 3000-EXIT.
002110     PERFORM 6000-WRITE-SCORECARD THRU 6000-EXIT.
002120
002130     CLOSE FZBSTAT-FILE.
002140     CLOSE FZBORPT-FILE.
002150
002160     IF FZB-RPT-REC-COUNT IS EQUAL TO 0
002170         MOVE 4 TO RETURN-CODE
002180     ELSE
002190         MOVE 0 TO RETURN-CODE
002200     END-IF.
002210
002220     STOP RUN.
002230
002240*----------------------------------------------------------*
002250* 1000-READ-MONTH-CARD - GET THE REPORT MONTH FROM FZBMCDK  *
002260*                        AND EDIT IT. A MISSING, EMPTY OR   *
002270*                        BLANK CARD REPORTS THE CALENDAR    *
002280*                        MONTH BEFORE THE RUN DATE; A CARD  *
002290*                        THAT IS NOT A VALID YYYYMM ABENDS  *
002300*                        THE STEP.                          *
002310*----------------------------------------------------------*
002320 1000-READ-MONTH-CARD.
002330     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
002340     MOVE FZB-RUN-DATE TO FZB-WORK-DATE.
002350     MOVE FZB-WORK-YYYYMM TO FZB-MONTH-WORK.
002360     PERFORM 1200-BACK-ONE-MONTH THRU 1200-EXIT.
002370     MOVE FZB-MONTH-WORK TO FZB-RPT-MONTH.
002380     OPEN INPUT FZBMCDK-FILE.
002390     IF FZB-MCDK-FILE-STATUS IS NOT EQUAL TO "00"
002400         GO TO 1000-EXIT
002410     END-IF.
002420     READ FZBMCDK-FILE
002430         AT END
002440             CLOSE FZBMCDK-FILE
002450             GO TO 1000-EXIT
002460     END-READ.
002470     CLOSE FZBMCDK-FILE.
002480     IF FZB-MCD-MONTH-X IS EQUAL TO SPACES
002490         GO TO 1000-EXIT
002500     END-IF.
002510     IF FZB-MCD-MONTH-X IS NOT NUMERIC
002520             OR FZB-MCD-MONTH IS LESS THAN 1
002530             OR FZB-MCD-MONTH IS GREATER THAN 12
002540         DISPLAY "FZBSCOR - ABEND - FZBMCDK REPORT MONTH "
002550             FZB-MCD-MONTH-X " MUST BE NUMERIC YYYYMM"
002560         MOVE 8 TO RETURN-CODE
002570         STOP RUN
002580     END-IF.
002590     MOVE FZB-MCD-MONTH-X TO FZB-RPT-MONTH.
002600 1000-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------*
002640* 1100-SET-MONTH-RANGE - THE SWEEP RUNS FROM THE FIRST DAY  *
002650*                        OF THE PRIOR MONTH TO THE LAST DAY *
002660*                        OF THE REPORT MONTH.               *
002670*----------------------------------------------------------*
002680 1100-SET-MONTH-RANGE.
002690     MOVE FZB-RPT-MONTH TO FZB-MONTH-WORK.
002700     PERFORM 1200-BACK-ONE-MONTH THRU 1200-EXIT.
002710     MOVE FZB-MONTH-WORK TO FZB-PRIOR-MONTH.
002720     COMPUTE FZB-FROM-DATE = FZB-PRIOR-MONTH * 100 + 1.
002730     COMPUTE FZB-TO-DATE = FZB-RPT-MONTH * 100 + 31.
002740     DISPLAY "FZBSCOR - REPORT MONTH " FZB-RPT-MONTH
002750         " COMPARED WITH " FZB-PRIOR-MONTH.
002760 1100-EXIT.
002770     EXIT.
002780
002790 1200-BACK-ONE-MONTH.
002800     IF FZB-MW-MONTH IS EQUAL TO 1
002810         MOVE 12 TO FZB-MW-MONTH
002820         SUBTRACT 1 FROM FZB-MW-YEAR
002830     ELSE
002840         SUBTRACT 1 FROM FZB-MW-MONTH
002850     END-IF.
002860 1200-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------*
002900* 2000-OPEN-FILES - OPEN THE STATISTICS CLUSTER AND THE     *
002910*                   REPORT FILE. AN UNAVAILABLE FZBSTAT     *
002920*                   ABENDS THE STEP.                        *
002930*----------------------------------------------------------*
002940 2000-OPEN-FILES.
002950     OPEN INPUT FZBSTAT-FILE.
002960     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
002970         DISPLAY "FZBSCOR - ABEND - FZBSTAT SUPPLIER STATISTICS "
002980             "NOT AVAILABLE (FILE STATUS " FZB-STAT-FILE-STATUS
002990             ")"
003000         MOVE 8 TO RETURN-CODE
003010         STOP RUN
003020     END-IF.
003030     OPEN OUTPUT FZBORPT-FILE.
003040 2000-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------*
003080* 3000-SWEEP-STATISTICS - POSITION FZBSTAT AT THE FIRST     *
003090*                         RECORD OF THE PRIOR MONTH AND     *
003100*                         READ FORWARD IN KEY SEQUENCE TO   *
003110*                         THE END OF THE REPORT MONTH,      *
003120*                         ADDING EACH SUPPLIER BATCH RECORD *
003130*                         TO ITS SOURCE'S COUNTS FOR THE    *
003140*                         MONTH AND TO THE ALL-SUPPLIERS    *
003150*                         COUNTS.                           *
003160*----------------------------------------------------------*
003170 3000-SWEEP-STATISTICS.
003180     MOVE ZEROS TO FZB-TOT-MONTHS.
003190     MOVE LOW-VALUES TO FZB-STS-KEY.
003200     MOVE FZB-FROM-DATE TO FZB-STS-RUN-DATE.
003210     START FZBSTAT-FILE KEY IS NOT LESS THAN FZB-STS-KEY
003220         INVALID KEY
003230             MOVE "Y" TO FZB-SWEEP-DONE-SW
003240     END-START.
003250     PERFORM 3100-READ-ONE-RECORD THRU 3100-EXIT
003260         UNTIL FZB-SWEEP-DONE.
003270 3000-EXIT.
003280     EXIT.
003290
003300 3100-READ-ONE-RECORD.
003310     READ FZBSTAT-FILE NEXT RECORD
003320         AT END
003330             MOVE "Y" TO FZB-SWEEP-DONE-SW
003340             GO TO 3100-EXIT
003350     END-READ.
003360     IF FZB-STS-RUN-DATE IS GREATER THAN FZB-TO-DATE
003370         MOVE "Y" TO FZB-SWEEP-DONE-SW
003380         GO TO 3100-EXIT
003390     END-IF.
003400     ADD 1 TO FZB-REC-COUNT.
003410     MOVE FZB-STS-RUN-DATE TO FZB-WORK-DATE.
003420     IF FZB-WORK-YYYYMM IS EQUAL TO FZB-RPT-MONTH
003430         MOVE 1 TO FZB-MON-SUB
003440         ADD 1 TO FZB-RPT-REC-COUNT
003450     ELSE
003460         MOVE 2 TO FZB-MON-SUB
003470     END-IF.
003480     PERFORM 3200-FIND-SUPPLIER THRU 3200-EXIT.
003490     PERFORM 3300-BUILD-RECORD-STATS THRU 3300-EXIT.
003500     PERFORM 3350-ADD-ONE-STAT THRU 3350-EXIT
003510         VARYING FZB-STAT-SUB FROM 1 BY 1
003520         UNTIL FZB-STAT-SUB IS GREATER THAN 16.
003530 3100-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------*
003570* 3200-FIND-SUPPLIER - FIND THE RECORD'S SOURCE IN THE      *
003580*                      SUPPLIER TABLE, OR INSERT IT IN      *
003590*                      SOURCE ORDER WITH ZERO COUNTS.       *
003600*                      FZB-SUP-HIT-SUB IS LEFT ON THE       *
003610*                      ENTRY.                               *
003620*----------------------------------------------------------*
003630 3200-FIND-SUPPLIER.
003640     MOVE 0 TO FZB-SUP-HIT-SUB.
003650     PERFORM 3210-CHECK-ONE-SUPPLIER THRU 3210-EXIT
003660         VARYING FZB-SUP-SUB FROM 1 BY 1
003670         UNTIL FZB-SUP-SUB IS GREATER THAN FZB-SUP-COUNT
003680             OR FZB-SUP-HIT-SUB IS GREATER THAN 0.
003690     IF FZB-SUP-HIT-SUB IS GREATER THAN 0
003700         IF FZB-SUP-SOURCE(FZB-SUP-HIT-SUB) IS EQUAL TO
003710                 FZB-STS-SOURCE
003720             GO TO 3200-EXIT
003730         END-IF
003740     ELSE
003750         COMPUTE FZB-SUP-HIT-SUB = FZB-SUP-COUNT + 1
003760     END-IF.
003770     IF FZB-SUP-COUNT IS GREATER THAN OR EQUAL TO
003780             FZB-SUP-TABLE-MAX
003790         DISPLAY "FZBSCOR - ABEND - MORE THAN " FZB-SUP-TABLE-MAX
003800             " SUPPLIER SOURCES - SUPPLIER TABLE FULL"
003810         MOVE 8 TO RETURN-CODE
003820         STOP RUN
003830     END-IF.
003840     PERFORM 3220-SHIFT-ONE-SUPPLIER THRU 3220-EXIT
003850         VARYING FZB-SUP-MOVE-SUB FROM FZB-SUP-COUNT BY -1
003860         UNTIL FZB-SUP-MOVE-SUB IS LESS THAN FZB-SUP-HIT-SUB.
003870     ADD 1 TO FZB-SUP-COUNT.
003880     MOVE FZB-STS-SOURCE TO FZB-SUP-SOURCE(FZB-SUP-HIT-SUB).
003890     MOVE ZEROS TO FZB-SUP-MONTHS(FZB-SUP-HIT-SUB).
003900 3200-EXIT.
003910     EXIT.
003920
003930 3210-CHECK-ONE-SUPPLIER.
003940     IF FZB-SUP-SOURCE(FZB-SUP-SUB) IS NOT LESS THAN
003950             FZB-STS-SOURCE
003960         MOVE FZB-SUP-SUB TO FZB-SUP-HIT-SUB
003970     END-IF.
003980 3210-EXIT.
003990     EXIT.
004000
004010 3220-SHIFT-ONE-SUPPLIER.
004020     MOVE FZB-SUP-ENTRY(FZB-SUP-MOVE-SUB)
004030         TO FZB-SUP-ENTRY(FZB-SUP-MOVE-SUB + 1).
004040 3220-EXIT.
004050     EXIT.
004060
004070*----------------------------------------------------------*
004080* 3300-BUILD-RECORD-STATS - LAY THE STATISTICS RECORD OUT   *
004090*                           IN REPORT-LINE ORDER. THE       *
004100*                           NO-BATCH RECORD COUNTS NO       *
004110*                           BATCH; A BATCH COUNTS AGAINST   *
004120*                           ITS DISPOSITION.                *
004130*----------------------------------------------------------*
004140 3300-BUILD-RECORD-STATS.
004150     MOVE ZEROS TO FZB-REC-STATS.
004160     IF FZB-STS-SOURCE IS NOT EQUAL TO SPACES
004170             OR FZB-STS-BATCH-ID IS NOT EQUAL TO SPACES
004180         MOVE 1 TO FZB-REC-STAT(1)
004190     END-IF.
004200     MOVE FZB-STS-READ TO FZB-REC-STAT(2).
004210     MOVE FZB-STS-ACC TO FZB-REC-STAT(3).
004220     MOVE FZB-STS-REJ TO FZB-REC-STAT(4).
004230     PERFORM 3310-MOVE-ONE-REASON THRU 3310-EXIT
004240         VARYING FZB-RSN-SUB FROM 1 BY 1
004250         UNTIL FZB-RSN-SUB IS GREATER THAN 7.
004260     EVALUATE FZB-STS-DISP
004270         WHEN "N"
004280             MOVE 1 TO FZB-REC-STAT(12)
004290         WHEN "T"
004300             MOVE 1 TO FZB-REC-STAT(13)
004310         WHEN "D"
004320         WHEN "R"
004330             MOVE 1 TO FZB-REC-STAT(14)
004340         WHEN OTHER
004350             CONTINUE
004360     END-EVALUATE.
004370     MOVE FZB-STS-RFIX-RESUB TO FZB-REC-STAT(15).
004380     MOVE FZB-STS-RFIX-FORCED TO FZB-REC-STAT(16).
004390 3300-EXIT.
004400     EXIT.
004410
004420 3310-MOVE-ONE-REASON.
004430     COMPUTE FZB-STAT-SUB = FZB-RSN-SUB + 4.
004440     MOVE FZB-STS-RSN-CNT(FZB-RSN-SUB)
004450         TO FZB-REC-STAT(FZB-STAT-SUB).
004460 3310-EXIT.
004470     EXIT.
004480
004490 3350-ADD-ONE-STAT.
004500     ADD FZB-REC-STAT(FZB-STAT-SUB) TO
004510         FZB-SUP-STAT(FZB-SUP-HIT-SUB, FZB-MON-SUB, FZB-STAT-SUB).
004520     ADD FZB-REC-STAT(FZB-STAT-SUB) TO
004530         FZB-TOT-STAT(FZB-MON-SUB, FZB-STAT-SUB).
004540 3350-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------*
004580* 6000-WRITE-SCORECARD - ONE SECTION PER SUPPLIER SOURCE,   *
004590*                        THEN THE ALL-SUPPLIERS SECTION, OR *
004600*                        A NO-DATA LINE WHEN NEITHER MONTH  *
004610*                        HELD ANY FZBSTAT RECORDS.          *
004620*----------------------------------------------------------*
004630 6000-WRITE-SCORECARD.
004640     IF FZB-REC-COUNT IS EQUAL TO 0
004650         STRING "NO FZBSTAT RECORDS FOR " DELIMITED BY SIZE
004660             FZB-RPT-MONTH DELIMITED BY SIZE
004670             " OR " DELIMITED BY SIZE
004680             FZB-PRIOR-MONTH DELIMITED BY SIZE
004690             INTO FZB-RPT-TEXT
004700         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004710         GO TO 6000-EXIT
004720     END-IF.
004730     IF FZB-RPT-REC-COUNT IS EQUAL TO 0
004740         STRING "WARNING - NO FZBSTAT RECORDS FOR THE REPORT "
004750             DELIMITED BY SIZE
004760             "MONTH - PRIOR MONTH ONLY" DELIMITED BY SIZE
004770             INTO FZB-RPT-TEXT
004780         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004790     END-IF.
004800     PERFORM 6100-EMIT-ONE-SUPPLIER THRU 6100-EXIT
004810         VARYING FZB-SUP-SUB FROM 1 BY 1
004820         UNTIL FZB-SUP-SUB IS GREATER THAN FZB-SUP-COUNT.
004830     MOVE "ALL SUPPLIERS" TO FZB-SECTION-TITLE.
004840     MOVE FZB-TOT-MONTHS TO FZB-PRT-MONTHS.
004850     PERFORM 6500-EMIT-SECTION THRU 6500-EXIT.
004860 6000-EXIT.
004870     EXIT.
004880
004890 6100-EMIT-ONE-SUPPLIER.
004900     MOVE SPACES TO FZB-SECTION-TITLE.
004910     IF FZB-SUP-SOURCE(FZB-SUP-SUB) IS EQUAL TO SPACES
004920         MOVE "DETAILS OUTSIDE ANY SUPPLIER BATCH"
004930             TO FZB-SECTION-TITLE
004940     ELSE
004950         STRING "SUPPLIER " DELIMITED BY SIZE
004960             FZB-SUP-SOURCE(FZB-SUP-SUB) DELIMITED BY SIZE
004970             INTO FZB-SECTION-TITLE
004980     END-IF.
004990     MOVE FZB-SUP-MONTHS(FZB-SUP-SUB) TO FZB-PRT-MONTHS.
005000     PERFORM 6500-EMIT-SECTION THRU 6500-EXIT.
005010 6100-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------*
005050* 6500-EMIT-SECTION - WRITE ONE SECTION FROM                *
005060*                     FZB-PRT-MONTHS, STARTING A NEW PAGE   *
005070*                     WHEN THE WHOLE SECTION WILL NOT FIT   *
005080*                     ON THIS ONE.                          *
005090*----------------------------------------------------------*
005100 6500-EMIT-SECTION.
005110     IF FZB-LINE-COUNT + FZB-SECTION-LINES IS GREATER THAN
005120             FZB-PAGE-MAX-LINES
005130         MOVE 99 TO FZB-LINE-COUNT
005140     ELSE
005150         MOVE SPACES TO FZB-RPT-TEXT
005160         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
005170     END-IF.
005180     MOVE FZB-SECTION-TITLE TO FZB-RPT-TEXT.
005190     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005200     PERFORM 6600-EMIT-STAT-LINE THRU 6600-EXIT
005210         VARYING FZB-STAT-SUB FROM 1 BY 1
005220         UNTIL FZB-STAT-SUB IS GREATER THAN 16.
005230 6500-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------*
005270* 6600-EMIT-STAT-LINE - ONE STATISTIC FOR BOTH MONTHS WITH  *
005280*                       THE CHANGE. THE PERCENTAGES ARE OF  *
005290*                       THE LINE'S BASE IN THE SAME MONTH   *
005300*                       AND THE CHANGE IN THEM IS IN        *
005310*                       PERCENTAGE POINTS.                  *
005320*----------------------------------------------------------*
005330 6600-EMIT-STAT-LINE.
005340     MOVE FZB-STAT-LABEL(FZB-STAT-SUB) TO FZB-DTL-LABEL.
005350     MOVE FZB-PRT-STAT(1, FZB-STAT-SUB) TO FZB-DTL-THIS-CNT.
005360     MOVE FZB-PRT-STAT(2, FZB-STAT-SUB) TO FZB-DTL-PRIOR-CNT.
005370     COMPUTE FZB-WORK-CHG = FZB-PRT-STAT(1, FZB-STAT-SUB)
005380         - FZB-PRT-STAT(2, FZB-STAT-SUB).
005390     MOVE FZB-WORK-CHG TO FZB-DTL-CHG-CNT.
005400     MOVE FZB-STAT-BASE(FZB-STAT-SUB) TO FZB-BASE-SUB.
005410     IF FZB-BASE-SUB IS EQUAL TO 0
005420         MOVE SPACES TO FZB-DTL-THIS-PCT-X
005430         MOVE SPACES TO FZB-DTL-PRIOR-PCT-X
005440         MOVE SPACES TO FZB-DTL-CHG-PTS-X
005450     ELSE
005460         PERFORM 6610-EDIT-PERCENTAGES THRU 6610-EXIT
005470     END-IF.
005480     MOVE FZB-SCOR-DETAIL-LINE TO FZB-RPT-TEXT.
005490     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005500 6600-EXIT.
005510     EXIT.
005520
005530 6610-EDIT-PERCENTAGES.
005540     MOVE 0 TO FZB-WORK-PCT-THIS.
005550     IF FZB-PRT-STAT(1, FZB-BASE-SUB) IS GREATER THAN 0
005560         COMPUTE FZB-WORK-PCT-THIS ROUNDED =
005570             FZB-PRT-STAT(1, FZB-STAT-SUB) * 100
005580             / FZB-PRT-STAT(1, FZB-BASE-SUB)
005590     END-IF.
005600     MOVE 0 TO FZB-WORK-PCT-PRIOR.
005610     IF FZB-PRT-STAT(2, FZB-BASE-SUB) IS GREATER THAN 0
005620         COMPUTE FZB-WORK-PCT-PRIOR ROUNDED =
005630             FZB-PRT-STAT(2, FZB-STAT-SUB) * 100
005640             / FZB-PRT-STAT(2, FZB-BASE-SUB)
005650     END-IF.
005660     COMPUTE FZB-WORK-PTS =
005670         FZB-WORK-PCT-THIS - FZB-WORK-PCT-PRIOR.
005680     MOVE FZB-WORK-PCT-THIS TO FZB-DTL-THIS-PCT.
005690     MOVE FZB-WORK-PCT-PRIOR TO FZB-DTL-PRIOR-PCT.
005700     MOVE FZB-WORK-PTS TO FZB-DTL-CHG-PTS.
005710 6610-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------*
005750* 8000-EMIT-RPT-LINE - WRITE ONE REPORT LINE, STARTING A    *
005760*                      NEW PAGE WITH HEADINGS WHEN THE      *
005770*                      CURRENT PAGE IS FULL.                *
005780*----------------------------------------------------------*
005790 8000-EMIT-RPT-LINE.
005800     IF FZB-LINE-COUNT IS GREATER THAN OR EQUAL TO
005810             FZB-PAGE-MAX-LINES
005820         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
005830     END-IF.
005840     WRITE FZB-RPT-LINE.
005850     ADD 1 TO FZB-LINE-COUNT.
005860     MOVE SPACES TO FZB-RPT-TEXT.
005870 8000-EXIT.
005880     EXIT.
005890
005900 8100-PAGE-HEADING.
005910     ADD 1 TO FZB-PAGE-COUNT.
005920     MOVE FZB-RPT-TEXT TO FZB-SAVE-LINE.
005930     MOVE FZB-RPT-MONTH TO FZB-HDG1-MONTH.
005940     MOVE FZB-PAGE-COUNT TO FZB-HDG1-PAGE.
005950     MOVE FZB-SCOR-HDG1-LINE TO FZB-RPT-TEXT.
005960     WRITE FZB-RPT-LINE.
005970     MOVE FZB-RPT-MONTH TO FZB-HDG2-THIS.
005980     MOVE FZB-PRIOR-MONTH TO FZB-HDG2-PRIOR.
005990     MOVE FZB-SCOR-HDG2-LINE TO FZB-RPT-TEXT.
006000     WRITE FZB-RPT-LINE.
006010     MOVE SPACES TO FZB-RPT-TEXT.
006020     WRITE FZB-RPT-LINE.
006030     MOVE 3 TO FZB-LINE-COUNT.
006040     MOVE FZB-SAVE-LINE TO FZB-RPT-TEXT.
006050 8100-EXIT.
006060     EXIT.
