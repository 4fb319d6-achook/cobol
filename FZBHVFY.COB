000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBHVFY.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. HISTORICAL RE-       *
000120*                    VERIFICATION OF FZBHIST. FOR EACH RUN  *
000130*                    DATE ON THE FZBVCDK CARD IT LOADS THE  *
000140*                    DIVISOR AND OVERRIDE RULES IN FORCE ON *
000150*                    THAT DATE, BY THE SAME SELECTION       *
000160*                    FIZZBUZZ MAKES (FZBRULF WHEN SUPPLIED, *
000170*                    ELSE THE FZBCTL RULE CARDS, ELSE THE   *
000180*                    FIZZ/BUZZ DEFAULTS), RECLASSIFIES      *
000190*                    EVERY STORED IDX, AND LISTS ON FZBVRPT *
000200*                    EACH ROW WHOSE CLASS KIND, CLASS TEXT  *
000210*                    OR MATCH PATTERN DISAGREES, OR THAT    *
000220*                    THE RULES SAY SHOULD HAVE BEEN         *
000230*                    SUPPRESSED. THE REPORT CLOSES WITH THE *
000240*                    AGREEMENT COUNTS PER RUN DATE; ANY     *
000250*                    DISAGREEMENT ENDS THE STEP RC=4.       *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FZBVCDK-FILE ASSIGN TO FZBVCDK
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS FZB-VCDK-FILE-STATUS.
000350     SELECT FZBCTL-FILE ASSIGN TO FZBCTL
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS FZB-CTL-FILE-STATUS.
000380     SELECT FZBRULF-FILE ASSIGN TO FZBRULF
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS FZB-RULF-FILE-STATUS.
000410     SELECT FZBHIST-FILE ASSIGN TO FZBHIST
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS FZB-HIST-KEY
000450         FILE STATUS IS FZB-HIST-FILE-STATUS.
000460     SELECT FZBVRPT-FILE ASSIGN TO FZBVRPT
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490 DATA DIVISION.
000500
000510 FILE SECTION.
000520 FD  FZBVCDK-FILE
000530     RECORDING MODE IS F
000540     BLOCK CONTAINS 0 RECORDS
000550     LABEL RECORDS ARE STANDARD.
000560     COPY FZBVCDR.
000570
000580 FD  FZBCTL-FILE
000590     RECORDING MODE IS F
000600     BLOCK CONTAINS 0 RECORDS
000610     LABEL RECORDS ARE STANDARD.
000620     COPY FZBCTLR.
000630
000640 FD  FZBRULF-FILE
000650     RECORDING MODE IS F
000660     BLOCK CONTAINS 0 RECORDS
000670     LABEL RECORDS ARE STANDARD.
000680     COPY FZBRULR.
000690
000700 FD  FZBHIST-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FZBHSTR.
000730
000740 FD  FZBVRPT-FILE
000750     RECORDING MODE IS F
000760     BLOCK CONTAINS 0 RECORDS
000770     LABEL RECORDS ARE STANDARD.
000780     COPY FZBRPTR.
000790
000800 WORKING-STORAGE SECTION.
000810 77 IDX PICTURE 9(07) COMP-3.
000820 77 FZB-VCDK-FILE-STATUS  PIC X(02) VALUE "00".
000830 77 FZB-CTL-FILE-STATUS   PIC X(02) VALUE "00".
000840 77 FZB-CTL-EOF-SW        PIC X(01) VALUE "N".
000850     88 FZB-CTL-EOF                VALUE "Y".
000860 77 FZB-RULF-FILE-STATUS  PIC X(02) VALUE "00".
000870 77 FZB-RULF-EOF-SW       PIC X(01) VALUE "N".
000880     88 FZB-RULF-EOF               VALUE "Y".
000890 77 FZB-HIST-FILE-STATUS  PIC X(02) VALUE "00".
000900 77 FZB-SWEEP-DONE-SW     PIC X(01) VALUE "N".
000910     88 FZB-SWEEP-DONE             VALUE "Y".
000920 77 FZB-FROM-DATE         PIC 9(08) VALUE 0.
000930 77 FZB-TO-DATE           PIC 9(08) VALUE 0.
000940 77 FZB-CURR-DATE         PIC 9(08) VALUE 0.
000950 77 FZB-LOAD-DATE         PIC 9(08) VALUE 0.
000960 77 FZB-RULE-SOURCE       PIC X(08) VALUE SPACES.
000970 77 FZB-RULE-TABLE-MAX    PIC 9(02) VALUE 10.
000980 77 FZB-OVR-TABLE-MAX     PIC 9(02) VALUE 20.
000990 77 FZB-CAND-HELD-SW      PIC X(01) VALUE "N".
001000     88 FZB-CAND-HELD              VALUE "Y".
001010 77 FZB-CAND-DIVISOR      PIC 9(05) VALUE 0.
001020 77 FZB-CAND-LABEL        PIC X(08) VALUE SPACES.
001030 77 FZB-CAND-STATUS       PIC X(01) VALUE SPACE.
001040 77 FZB-OCAND-HELD-SW     PIC X(01) VALUE "N".
001050     88 FZB-OCAND-HELD             VALUE "Y".
001060 77 FZB-OCAND-FROM        PIC 9(09) VALUE 0.
001070 77 FZB-OCAND-TO          PIC 9(09) VALUE 0.
001080 77 FZB-OCAND-ACTION      PIC X(01) VALUE SPACE.
001090 77 FZB-OCAND-LABEL       PIC X(08) VALUE SPACES.
001100 77 FZB-OCAND-STATUS      PIC X(01) VALUE SPACE.
001110 77 FZB-CLASS-TEXT        PIC X(20) VALUE SPACES.
001120 77 FZB-CLASS-PTR         PIC 9(03) VALUE 1.
001130 77 FZB-CLASS-KIND        PIC X(01) VALUE SPACE.
001140 77 FZB-MATCH-COUNT       PIC 9(02) VALUE 0.
001150 77 FZB-MOD-RESULT        PIC 9(05) COMP-3 VALUE 0.
001160 77 FZB-PATT-NDX          PIC 9(02) COMP-3 VALUE 0.
001170 77 FZB-SUPPRESS-SW       PIC X(01) VALUE "N".
001180     88 FZB-SUPPRESSED             VALUE "Y".
001190 77 FZB-OVERRIDE-SW       PIC X(01) VALUE "N".
001200     88 FZB-OVERRIDDEN             VALUE "Y".
001210 77 FZB-OVR-SUB           PIC 9(02) COMP-3 VALUE 0.
001220 77 FZB-OVR-HIT-SUB       PIC 9(02) COMP-3 VALUE 0.
001230 77 FZB-DIFF-TEXT         PIC X(17) VALUE SPACES.
001240 77 FZB-DIFF-PTR          PIC 9(02) VALUE 1.
001250 77 FZB-DATE-TABLE-MAX    PIC 9(03) VALUE 366.
001260 77 FZB-DATE-SUB          PIC 9(03) COMP-3 VALUE 0.
001270 77 FZB-WORK-PCT          PIC 9(03)V9 COMP-3 VALUE 0.
001280 77 FZB-LINE-COUNT        PIC 9(03) COMP-3 VALUE 99.
001290 77 FZB-PAGE-COUNT        PIC 9(04) COMP-3 VALUE 0.
001300 77 FZB-PAGE-MAX-LINES    PIC 9(03) COMP-3 VALUE 55.
001310 77 FZB-SAVE-LINE         PIC X(80) VALUE SPACES.
001320 77 FZB-HDG3-TEXT         PIC X(80) VALUE SPACES.
001330 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZ9.
001340 01 FZB-MATCH-PATTERN.
001350     05 FZB-PATT-BYTE OCCURS 10 TIMES
001360             PIC X(01).
001370 01  FZB-OVR-TABLE.
001380     05  FZB-OVR-COUNT          PIC 9(02).
001390     05  FZB-OVR-ENTRY OCCURS 20 TIMES.
001400         10  FZB-OVR-FROM       PIC 9(09).
001410         10  FZB-OVR-TO         PIC 9(09).
001420         10  FZB-OVR-ACTION     PIC X(01).
001430         10  FZB-OVR-LABEL      PIC X(08).
001440*----------------------------------------------------------*
001450* CARD RULE SAVE - THE TYPE "2" FZBCTL RULE CARDS, LOADED   *
001460* ONCE. THEY ARE THE RULE TABLE FOR EVERY RUN DATE WHEN NO  *
001470* FZBRULF MASTER IS SUPPLIED, AS THEY ARE FOR FIZZBUZZ.     *
001480*----------------------------------------------------------*
001490 01  FZB-CARD-RULE-SAVE.
001500     05  FZB-CRS-COUNT          PIC 9(02).
001510     05  FZB-CRS-ENTRY OCCURS 10 TIMES.
001520         10  FZB-CRS-DIVISOR    PIC 9(05) COMP-3.
001530         10  FZB-CRS-LABEL      PIC X(08).
001540         10  FZB-CRS-MATCHED    PIC X(01).
001550*----------------------------------------------------------*
001560* DATE TABLE - ONE ENTRY PER RUN DATE FOUND ON FZBHIST IN   *
001570* THE CARD RANGE, WITH THE RULE SOURCE USED AND THE         *
001580* AGREEMENT COUNTS THE REPORT CLOSES WITH.                  *
001590*----------------------------------------------------------*
001600 01  FZB-DATE-TABLE.
001610     05  FZB-DATE-COUNT         PIC 9(03) VALUE 0.
001620     05  FZB-DATE-ENTRY OCCURS 366 TIMES.
001630         10  FZB-DTE-RUN-DATE   PIC 9(08).
001640         10  FZB-DTE-SOURCE     PIC X(08).
001650         10  FZB-DTE-ROWS       PIC 9(07).
001660         10  FZB-DTE-AGREE      PIC 9(07).
001670         10  FZB-DTE-DIFFER     PIC 9(07).
001680         10  FZB-DTE-UNSUPP     PIC 9(07).
001690 01  FZB-HVFY-TOTALS.
001700     05  FZB-TOT-ROWS           PIC 9(09) VALUE 0.
001710     05  FZB-TOT-AGREE          PIC 9(09) VALUE 0.
001720     05  FZB-TOT-DIFFER         PIC 9(09) VALUE 0.
001730     05  FZB-TOT-UNSUPP         PIC 9(09) VALUE 0.
001740 01  FZB-HVFY-HDG1-LINE.
001750     05  FILLER                 PIC X(35)
001760         VALUE "FZBHVFY - FZBHIST RE-VERIFICATION".
001770     05  FILLER                 PIC X(36) VALUE SPACES.
001780     05  FILLER                 PIC X(05) VALUE "PAGE ".
001790     05  FZB-HDG1-PAGE          PIC ZZZ9.
001800 01  FZB-HVFY-HDG2-LINE.
001810     05  FILLER                 PIC X(10) VALUE "RUN DATES ".
001820     05  FZB-HDG2-FROM          PIC 9(08).
001830     05  FILLER                 PIC X(04) VALUE " TO ".
001840     05  FZB-HDG2-TO            PIC 9(08).
001850     05  FILLER                 PIC X(50) VALUE SPACES.
001860 01  FZB-HVFY-ROW-HDG-LINE.
001870     05  FILLER                 PIC X(09) VALUE "RUN DATE".
001880     05  FILLER                 PIC X(08) VALUE "IDX".
001890     05  FILLER                 PIC X(10) VALUE "ROW".
001900     05  FILLER                 PIC X(03) VALUE "K".
001910     05  FILLER                 PIC X(21) VALUE "CLASS TEXT".
001920     05  FILLER                 PIC X(12) VALUE "PATTERN".
001930     05  FILLER                 PIC X(17) VALUE "DIFFERS".
001940 01  FZB-HVFY-ROW-LINE.
001950     05  FZB-ROW-DATE-X         PIC X(08).
001960     05  FZB-ROW-DATE REDEFINES FZB-ROW-DATE-X
001970                                PIC 9(08).
001980     05  FILLER                 PIC X(01) VALUE SPACES.
001990     05  FZB-ROW-IDX-X          PIC X(07).
002000     05  FZB-ROW-IDX REDEFINES FZB-ROW-IDX-X
002010                                PIC 9(07).
002020     05  FILLER                 PIC X(01) VALUE SPACES.
002030     05  FZB-ROW-TAG            PIC X(08).
002040     05  FILLER                 PIC X(02) VALUE SPACES.
002050     05  FZB-ROW-KIND           PIC X(01).
002060     05  FILLER                 PIC X(02) VALUE SPACES.
002070     05  FZB-ROW-TEXT           PIC X(20).
002080     05  FILLER                 PIC X(01) VALUE SPACES.
002090     05  FZB-ROW-PATTERN        PIC X(10).
002100     05  FILLER                 PIC X(02) VALUE SPACES.
002110     05  FZB-ROW-DIFFERS        PIC X(17).
002120 01  FZB-HVFY-DATE-HDG-LINE.
002130     05  FILLER                 PIC X(10) VALUE "RUN DATE".
002140     05  FILLER                 PIC X(08) VALUE "RULES".
002150     05  FILLER                 PIC X(10) VALUE "   CHECKED".
002160     05  FILLER                 PIC X(10) VALUE "    AGREED".
002170     05  FILLER                 PIC X(10) VALUE "  DIFFERED".
002180     05  FILLER                 PIC X(10) VALUE "  NOT SUPP".
002190     05  FILLER                 PIC X(08) VALUE "  PCT OK".
002200     05  FILLER                 PIC X(14) VALUE SPACES.
002210 01  FZB-HVFY-DATE-LINE.
002220     05  FZB-DLN-RUN-DATE       PIC 9(08).
002230     05  FILLER                 PIC X(02) VALUE SPACES.
002240     05  FZB-DLN-SOURCE         PIC X(08).
002250     05  FILLER                 PIC X(03) VALUE SPACES.
002260     05  FZB-DLN-ROWS           PIC ZZZZZZ9.
002270     05  FILLER                 PIC X(03) VALUE SPACES.
002280     05  FZB-DLN-AGREE          PIC ZZZZZZ9.
002290     05  FILLER                 PIC X(03) VALUE SPACES.
002300     05  FZB-DLN-DIFFER         PIC ZZZZZZ9.
002310     05  FILLER                 PIC X(03) VALUE SPACES.
002320     05  FZB-DLN-UNSUPP         PIC ZZZZZZ9.
002330     05  FILLER                 PIC X(03) VALUE SPACES.
002340     05  FZB-DLN-PCT            PIC ZZ9.9.
002350     05  FILLER                 PIC X(14) VALUE SPACES.
002360 COPY FZBRULT.
002370
002380 PROCEDURE DIVISION.
002390 BEGIN.
002400     PERFORM 1000-READ-VERIFY-CARD THRU 1000-EXIT.
002410     PERFORM 1500-LOAD-CARD-RULES THRU 1500-EXIT.
002420     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
002430     PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT.
002440     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
002450
002460     CLOSE FZBHIST-FILE.
002470     CLOSE FZBVRPT-FILE.
002480
002490     IF FZB-TOT-DIFFER IS GREATER THAN 0
002500             OR FZB-DATE-COUNT IS EQUAL TO 0
002510         MOVE 4 TO RETURN-CODE
002520     ELSE
002530         MOVE 0 TO RETURN-CODE
002540     END-IF.
002550
002560     STOP RUN.
002570
002580*----------------------------------------------------------*
002590* 1000-READ-VERIFY-CARD - GET THE RUN DATES TO BE VERIFIED  *
002600*                         FROM FZBVCDK AND EDIT THEM. A     *
002610*                         BLANK TO DATE MEANS THE FROM DATE *
002620*                         ALONE. A MISSING OR BAD CARD      *
002630*                         ABENDS THE STEP.                  *
002640*----------------------------------------------------------*
002650 1000-READ-VERIFY-CARD.
002660     OPEN INPUT FZBVCDK-FILE.
002670     IF FZB-VCDK-FILE-STATUS IS NOT EQUAL TO "00"
002680         DISPLAY "FZBHVFY - ABEND - FZBVCDK CONTROL CARD WAS "
002690             "NOT SUPPLIED"
002700         MOVE 8 TO RETURN-CODE
002710         STOP RUN
002720     END-IF.
002730     READ FZBVCDK-FILE
002740         AT END
002750             DISPLAY "FZBHVFY - ABEND - FZBVCDK CONTROL CARD "
002760                 "IS EMPTY"
002770             MOVE 8 TO RETURN-CODE
002780             CLOSE FZBVCDK-FILE
002790             STOP RUN
002800     END-READ.
002810     IF FZB-HVFY-TO-DATE-X IS EQUAL TO SPACES
002820         MOVE FZB-HVFY-FROM-DATE TO FZB-HVFY-TO-DATE-9
002830     END-IF.
002840     IF FZB-HVFY-FROM-DATE IS NOT NUMERIC
002850             OR FZB-HVFY-TO-DATE-9 IS NOT NUMERIC
002860         DISPLAY "FZBHVFY - ABEND - FZBVCDK DATES MUST BE "
002870             "NUMERIC YYYYMMDD"
002880         MOVE 8 TO RETURN-CODE
002890         CLOSE FZBVCDK-FILE
002900         STOP RUN
002910     END-IF.
002920     IF FZB-HVFY-FROM-DATE IS GREATER THAN FZB-HVFY-TO-DATE-9
002930         DISPLAY "FZBHVFY - ABEND - FZBVCDK FROM DATE "
002940             FZB-HVFY-FROM-DATE " IS AFTER TO DATE "
002950             FZB-HVFY-TO-DATE-9
002960         MOVE 8 TO RETURN-CODE
002970         CLOSE FZBVCDK-FILE
002980         STOP RUN
002990     END-IF.
003000     MOVE FZB-HVFY-FROM-DATE TO FZB-FROM-DATE.
003010     MOVE FZB-HVFY-TO-DATE-9 TO FZB-TO-DATE.
003020     CLOSE FZBVCDK-FILE.
003030     DISPLAY "FZBHVFY - RUN DATES " FZB-FROM-DATE " TO "
003040         FZB-TO-DATE.
003050 1000-EXIT.
003060     EXIT.
003070
003080*----------------------------------------------------------*
003090* 1500-LOAD-CARD-RULES - LOAD THE TYPE "2" DIVISOR/LABEL    *
003100*                        RULE CARDS FROM FZBCTL, IF         *
003110*                        SUPPLIED, AND HOLD THEM FOR EVERY  *
003120*                        RUN DATE. FIZZBUZZ LOADS THE SAME  *
003130*                        CARDS FIRST AND LETS FZBRULF       *
003140*                        REPLACE THEM.                      *
003150*----------------------------------------------------------*
003160 1500-LOAD-CARD-RULES.
003170     MOVE 0 TO FZB-RULE-COUNT.
003180     OPEN INPUT FZBCTL-FILE.
003190     IF FZB-CTL-FILE-STATUS IS EQUAL TO "00"
003200         PERFORM 1550-READ-CTL-RECORD THRU 1550-EXIT
003210             UNTIL FZB-CTL-EOF
003220         CLOSE FZBCTL-FILE
003230     END-IF.
003240     MOVE FZB-RULE-TABLE TO FZB-CARD-RULE-SAVE.
003250 1500-EXIT.
003260     EXIT.
003270
003280 1550-READ-CTL-RECORD.
003290     READ FZBCTL-FILE
003300         AT END
003310             MOVE "Y" TO FZB-CTL-EOF-SW
003320             GO TO 1550-EXIT
003330     END-READ.
003340     IF NOT FZB-CTL-IS-RULE
003350         GO TO 1550-EXIT
003360     END-IF.
003370     IF FZB-RULE-COUNT IS GREATER THAN OR EQUAL TO
003380             FZB-RULE-TABLE-MAX
003390         DISPLAY "FZBHVFY - ABEND - FZBCTL HAS MORE THAN "
003400             FZB-RULE-TABLE-MAX " TYPE ""2"" RULE CARDS - "
003410             "TABLE FULL"
003420         MOVE 8 TO RETURN-CODE
003430         STOP RUN
003440     END-IF.
003450     ADD 1 TO FZB-RULE-COUNT.
003460     MOVE FZB-CTL-DIVISOR TO FZB-RULE-DIVISOR(FZB-RULE-COUNT).
003470     MOVE FZB-CTL-LABEL TO FZB-RULE-LABEL(FZB-RULE-COUNT).
003480 1550-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------*
003520* 2000-OPEN-FILES - OPEN FZBHIST AND THE REPORT FILE. AN    *
003530*                   UNAVAILABLE FZBHIST ABENDS THE STEP.    *
003540*----------------------------------------------------------*
003550 2000-OPEN-FILES.
003560     OPEN INPUT FZBHIST-FILE.
003570     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
003580         DISPLAY "FZBHVFY - ABEND - FZBHIST VSAM KSDS NOT "
003590             "AVAILABLE (FILE STATUS " FZB-HIST-FILE-STATUS ")"
003600         MOVE 8 TO RETURN-CODE
003610         STOP RUN
003620     END-IF.
003630     OPEN OUTPUT FZBVRPT-FILE.
003640     MOVE FZB-HVFY-ROW-HDG-LINE TO FZB-HDG3-TEXT.
003650 2000-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------*
003690* 3000-SWEEP-HISTORY - POSITION FZBHIST AT THE FIRST RECORD *
003700*                      OF THE FROM DATE AND READ FORWARD IN *
003710*                      KEY SEQUENCE UNTIL THE TO DATE IS    *
003720*                      PASSED OR THE FILE ENDS, RELOADING   *
003730*                      THE RULES EACH TIME THE RUN DATE     *
003740*                      CHANGES AND CHECKING EVERY ROW.      *
003750*----------------------------------------------------------*
003760 3000-SWEEP-HISTORY.
003770     MOVE FZB-FROM-DATE TO FZB-HIST-RUN-DATE.
003780     MOVE 0 TO FZB-HIST-IDX.
003790     START FZBHIST-FILE KEY IS NOT LESS THAN FZB-HIST-KEY
003800         INVALID KEY
003810             MOVE "Y" TO FZB-SWEEP-DONE-SW
003820     END-START.
003830     PERFORM 3100-READ-ONE-RECORD THRU 3100-EXIT
003840         UNTIL FZB-SWEEP-DONE.
003850     IF FZB-TOT-DIFFER IS EQUAL TO 0
003860             AND FZB-DATE-COUNT IS GREATER THAN 0
003870         MOVE "NO DISAGREEMENTS - EVERY ROW MATCHES ITS RULES"
003880             TO FZB-RPT-TEXT
003890         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
003900     END-IF.
003910 3000-EXIT.
003920     EXIT.
003930
003940 3100-READ-ONE-RECORD.
003950     READ FZBHIST-FILE NEXT RECORD
003960         AT END
003970             MOVE "Y" TO FZB-SWEEP-DONE-SW
003980             GO TO 3100-EXIT
003990     END-READ.
004000     IF FZB-HIST-RUN-DATE IS GREATER THAN FZB-TO-DATE
004010         MOVE "Y" TO FZB-SWEEP-DONE-SW
004020         GO TO 3100-EXIT
004030     END-IF.
004040     IF FZB-HIST-RUN-DATE IS NOT EQUAL TO FZB-CURR-DATE
004050         PERFORM 3200-START-RUN-DATE THRU 3200-EXIT
004060     END-IF.
004070     MOVE FZB-HIST-IDX TO IDX.
004080     PERFORM 5000-CLASSIFY THRU 5000-EXIT.
004090     PERFORM 4000-CHECK-ROW THRU 4000-EXIT.
004100 3100-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140* 3200-START-RUN-DATE - FIRST ROW OF A NEW RUN DATE. LOAD   *
004150*                       THE RULES IN FORCE ON THAT DATE AND *
004160*                       OPEN ITS ENTRY IN THE DATE TABLE.   *
004170*----------------------------------------------------------*
004180 3200-START-RUN-DATE.
004190     IF FZB-DATE-COUNT IS GREATER THAN OR EQUAL TO
004200             FZB-DATE-TABLE-MAX
004210         DISPLAY "FZBHVFY - ABEND - MORE THAN "
004220             FZB-DATE-TABLE-MAX " RUN DATES IN THE FZBVCDK "
004230             "RANGE - NARROW THE RANGE"
004240         MOVE 8 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270     MOVE FZB-HIST-RUN-DATE TO FZB-CURR-DATE.
004280     MOVE FZB-CURR-DATE TO FZB-LOAD-DATE.
004290     PERFORM 3400-LOAD-RULE-SET THRU 3400-EXIT.
004300     ADD 1 TO FZB-DATE-COUNT.
004310     MOVE FZB-DATE-COUNT TO FZB-DATE-SUB.
004320     MOVE FZB-CURR-DATE TO FZB-DTE-RUN-DATE(FZB-DATE-SUB).
004330     MOVE FZB-RULE-SOURCE TO FZB-DTE-SOURCE(FZB-DATE-SUB).
004340     MOVE 0 TO FZB-DTE-ROWS(FZB-DATE-SUB).
004350     MOVE 0 TO FZB-DTE-AGREE(FZB-DATE-SUB).
004360     MOVE 0 TO FZB-DTE-DIFFER(FZB-DATE-SUB).
004370     MOVE 0 TO FZB-DTE-UNSUPP(FZB-DATE-SUB).
004380     DISPLAY "FZBHVFY - RUN DATE " FZB-CURR-DATE " RULES FROM "
004390         FZB-RULE-SOURCE " - " FZB-RULE-COUNT " RULES, "
004400         FZB-OVR-COUNT " OVERRIDE RULES".
004410 3200-EXIT.
004420     EXIT.
004430
004440*----------------------------------------------------------*
004450* 3400-LOAD-RULE-SET - LOAD THE DIVISOR AND OVERRIDE RULES  *
004460*                      IN FORCE ON FZB-LOAD-DATE, AS        *
004470*                      FIZZBUZZ DOES FOR ITS RUN DATE: THE  *
004480*                      FZBCTL CARDS, REPLACED BY THE LAST   *
004490*                      VERSION PER KEY ON FZBRULF WHEN THE  *
004500*                      MASTER IS SUPPLIED, AND THE          *
004510*                      FIZZ/BUZZ DEFAULTS WHEN NO DIVISOR   *
004520*                      RULE RESULTS. THE MASTER IS RE-READ  *
004530*                      PER RUN DATE.                        *
004540*----------------------------------------------------------*
004550 3400-LOAD-RULE-SET.
004560     MOVE FZB-CARD-RULE-SAVE TO FZB-RULE-TABLE.
004570     MOVE 0 TO FZB-OVR-COUNT.
004580     MOVE "FZBCTL" TO FZB-RULE-SOURCE.
004590     OPEN INPUT FZBRULF-FILE.
004600     IF FZB-RULF-FILE-STATUS IS EQUAL TO "00"
004610         PERFORM 3450-LOAD-RULE-MASTER THRU 3450-EXIT
004620     END-IF.
004630     IF FZB-RULE-COUNT IS EQUAL TO 0
004640         PERFORM 3800-LOAD-DEFAULT-RULES THRU 3800-EXIT
004650     END-IF.
004660 3400-EXIT.
004670     EXIT.
004680
004690 3450-LOAD-RULE-MASTER.
004700     MOVE 0 TO FZB-RULE-COUNT.
004710     MOVE 0 TO FZB-OVR-COUNT.
004720     MOVE "N" TO FZB-CAND-HELD-SW.
004730     MOVE "N" TO FZB-OCAND-HELD-SW.
004740     MOVE "N" TO FZB-RULF-EOF-SW.
004750     PERFORM 3500-READ-RULE-RECORD THRU 3500-EXIT
004760         UNTIL FZB-RULF-EOF.
004770     PERFORM 3600-TAKE-CANDIDATE THRU 3600-EXIT.
004780     PERFORM 3700-TAKE-OVR-CANDIDATE THRU 3700-EXIT.
004790     CLOSE FZBRULF-FILE.
004800     MOVE "FZBRULF" TO FZB-RULE-SOURCE.
004810 3450-EXIT.
004820     EXIT.
004830
004840 3500-READ-RULE-RECORD.
004850     READ FZBRULF-FILE
004860         AT END
004870             MOVE "Y" TO FZB-RULF-EOF-SW
004880             GO TO 3500-EXIT
004890     END-READ.
004900     IF FZB-RUL-EFF-DATE IS GREATER THAN FZB-LOAD-DATE
004910         GO TO 3500-EXIT
004920     END-IF.
004930     IF FZB-RUL-IS-OVERRIDE
004940         PERFORM 3600-TAKE-CANDIDATE THRU 3600-EXIT
004950         IF FZB-OCAND-HELD
004960                 AND (FZB-RUL-OVR-FROM IS NOT EQUAL TO
004970                 FZB-OCAND-FROM
004980                 OR FZB-RUL-OVR-TO IS NOT EQUAL TO
004990                 FZB-OCAND-TO)
005000             PERFORM 3700-TAKE-OVR-CANDIDATE THRU 3700-EXIT
005010         END-IF
005020         MOVE "Y" TO FZB-OCAND-HELD-SW
005030         MOVE FZB-RUL-OVR-FROM TO FZB-OCAND-FROM
005040         MOVE FZB-RUL-OVR-TO TO FZB-OCAND-TO
005050         MOVE FZB-RUL-OVR-ACTION TO FZB-OCAND-ACTION
005060         MOVE FZB-RUL-LABEL TO FZB-OCAND-LABEL
005070         MOVE FZB-RUL-STATUS TO FZB-OCAND-STATUS
005080         GO TO 3500-EXIT
005090     END-IF.
005100     IF FZB-CAND-HELD
005110             AND FZB-RUL-DIVISOR IS NOT EQUAL TO
005120             FZB-CAND-DIVISOR
005130         PERFORM 3600-TAKE-CANDIDATE THRU 3600-EXIT
005140     END-IF.
005150     MOVE "Y" TO FZB-CAND-HELD-SW.
005160     MOVE FZB-RUL-DIVISOR TO FZB-CAND-DIVISOR.
005170     MOVE FZB-RUL-LABEL TO FZB-CAND-LABEL.
005180     MOVE FZB-RUL-STATUS TO FZB-CAND-STATUS.
005190 3500-EXIT.
005200     EXIT.
005210
005220 3600-TAKE-CANDIDATE.
005230     IF NOT FZB-CAND-HELD
005240         GO TO 3600-EXIT
005250     END-IF.
005260     IF FZB-CAND-STATUS IS EQUAL TO "A"
005270         IF FZB-RULE-COUNT IS GREATER THAN OR EQUAL TO
005280                 FZB-RULE-TABLE-MAX
005290             DISPLAY "FZBHVFY - ABEND - THE RULE MASTER LOADS "
005300                 "MORE THAN " FZB-RULE-TABLE-MAX " ACTIVE RULES "
005310                 "FOR " FZB-LOAD-DATE " - TABLE FULL"
005320             MOVE 8 TO RETURN-CODE
005330             STOP RUN
005340         END-IF
005350         ADD 1 TO FZB-RULE-COUNT
005360         MOVE FZB-CAND-DIVISOR
005370             TO FZB-RULE-DIVISOR(FZB-RULE-COUNT)
005380         MOVE FZB-CAND-LABEL
005390             TO FZB-RULE-LABEL(FZB-RULE-COUNT)
005400     END-IF.
005410     MOVE "N" TO FZB-CAND-HELD-SW.
005420 3600-EXIT.
005430     EXIT.
005440
005450 3700-TAKE-OVR-CANDIDATE.
005460     IF NOT FZB-OCAND-HELD
005470         GO TO 3700-EXIT
005480     END-IF.
005490     IF FZB-OCAND-STATUS IS EQUAL TO "A"
005500         IF FZB-OVR-COUNT IS GREATER THAN OR EQUAL TO
005510                 FZB-OVR-TABLE-MAX
005520             DISPLAY "FZBHVFY - ABEND - THE RULE MASTER LOADS "
005530                 "MORE THAN " FZB-OVR-TABLE-MAX " ACTIVE "
005540                 "OVERRIDE RULES FOR " FZB-LOAD-DATE
005550                 " - TABLE FULL"
005560             MOVE 8 TO RETURN-CODE
005570             STOP RUN
005580         END-IF
005590         ADD 1 TO FZB-OVR-COUNT
005600         MOVE FZB-OCAND-FROM TO FZB-OVR-FROM(FZB-OVR-COUNT)
005610         MOVE FZB-OCAND-TO TO FZB-OVR-TO(FZB-OVR-COUNT)
005620         MOVE FZB-OCAND-ACTION
005630             TO FZB-OVR-ACTION(FZB-OVR-COUNT)
005640         MOVE FZB-OCAND-LABEL TO FZB-OVR-LABEL(FZB-OVR-COUNT)
005650     END-IF.
005660     MOVE "N" TO FZB-OCAND-HELD-SW.
005670 3700-EXIT.
005680     EXIT.
005690
005700 3800-LOAD-DEFAULT-RULES.
005710     MOVE 2 TO FZB-RULE-COUNT.
005720     MOVE 3 TO FZB-RULE-DIVISOR(1).
005730     MOVE "FIZZ" TO FZB-RULE-LABEL(1).
005740     MOVE 5 TO FZB-RULE-DIVISOR(2).
005750     MOVE "BUZZ" TO FZB-RULE-LABEL(2).
005760     MOVE "DEFAULTS" TO FZB-RULE-SOURCE.
005770 3800-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------*
005810* 4000-CHECK-ROW - COMPARE THE STORED ROW WITH THE          *
005820*                  RECLASSIFICATION. FIZZBUZZ WRITES NO     *
005830*                  HISTORY FOR A SUPPRESSED NUMBER, SO A    *
005840*                  STORED ROW THE RULES SUPPRESS IS ALWAYS  *
005850*                  A DISAGREEMENT; OTHERWISE THE KIND, TEXT *
005860*                  AND MATCH PATTERN MUST ALL AGREE.        *
005870*----------------------------------------------------------*
005880 4000-CHECK-ROW.
005890     ADD 1 TO FZB-TOT-ROWS.
005900     ADD 1 TO FZB-DTE-ROWS(FZB-DATE-SUB).
005910     MOVE SPACES TO FZB-DIFF-TEXT.
005920     MOVE 1 TO FZB-DIFF-PTR.
005930     IF FZB-SUPPRESSED
005940         MOVE "NOT SUPPRESSED" TO FZB-DIFF-TEXT
005950         ADD 1 TO FZB-TOT-UNSUPP
005960         ADD 1 TO FZB-DTE-UNSUPP(FZB-DATE-SUB)
005970     ELSE
005980         IF FZB-HIST-CLASS-KIND IS NOT EQUAL TO FZB-CLASS-KIND
005990             STRING "KIND " DELIMITED BY SIZE
006000                 INTO FZB-DIFF-TEXT
006010                 WITH POINTER FZB-DIFF-PTR
006020         END-IF
006030         IF FZB-HIST-CLASS-TEXT IS NOT EQUAL TO FZB-CLASS-TEXT
006040             STRING "TEXT " DELIMITED BY SIZE
006050                 INTO FZB-DIFF-TEXT
006060                 WITH POINTER FZB-DIFF-PTR
006070         END-IF
006080         IF FZB-HIST-MATCH-PATTERN IS NOT EQUAL TO
006090                 FZB-MATCH-PATTERN
006100             STRING "PATTERN" DELIMITED BY SIZE
006110                 INTO FZB-DIFF-TEXT
006120                 WITH POINTER FZB-DIFF-PTR
006130         END-IF
006140     END-IF.
006150     IF FZB-DIFF-TEXT IS EQUAL TO SPACES
006160         ADD 1 TO FZB-TOT-AGREE
006170         ADD 1 TO FZB-DTE-AGREE(FZB-DATE-SUB)
006180         GO TO 4000-EXIT
006190     END-IF.
006200     ADD 1 TO FZB-TOT-DIFFER.
006210     ADD 1 TO FZB-DTE-DIFFER(FZB-DATE-SUB).
006220     PERFORM 4100-LIST-DISAGREEMENT THRU 4100-EXIT.
006230 4000-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------*
006270* 4100-LIST-DISAGREEMENT - TWO REPORT LINES PER ROW: THE    *
006280*                          ROW AS STORED ON FZBHIST, THEN   *
006290*                          THE ROW AS THE RULES IN FORCE ON *
006300*                          ITS RUN DATE CLASSIFY IT.        *
006310*----------------------------------------------------------*
006320 4100-LIST-DISAGREEMENT.
006330     MOVE SPACES TO FZB-HVFY-ROW-LINE.
006340     MOVE FZB-HIST-RUN-DATE TO FZB-ROW-DATE.
006350     MOVE FZB-HIST-IDX TO FZB-ROW-IDX.
006360     MOVE "STORED" TO FZB-ROW-TAG.
006370     MOVE FZB-HIST-CLASS-KIND TO FZB-ROW-KIND.
006380     MOVE FZB-HIST-CLASS-TEXT TO FZB-ROW-TEXT.
006390     MOVE FZB-HIST-MATCH-PATTERN TO FZB-ROW-PATTERN.
006400     MOVE FZB-DIFF-TEXT TO FZB-ROW-DIFFERS.
006410     MOVE FZB-HVFY-ROW-LINE TO FZB-RPT-TEXT.
006420     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006430     MOVE SPACES TO FZB-HVFY-ROW-LINE.
006440     MOVE "EXPECTED" TO FZB-ROW-TAG.
006450     IF FZB-SUPPRESSED
006460         MOVE "**SUPPRESSED**" TO FZB-ROW-TEXT
006470     ELSE
006480         MOVE FZB-CLASS-KIND TO FZB-ROW-KIND
006490         MOVE FZB-CLASS-TEXT TO FZB-ROW-TEXT
006500         MOVE FZB-MATCH-PATTERN TO FZB-ROW-PATTERN
006510     END-IF.
006520     MOVE FZB-HVFY-ROW-LINE TO FZB-RPT-TEXT.
006530     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006540 4100-EXIT.
006550     EXIT.
006560
006570*----------------------------------------------------------*
006580* 5000-CLASSIFY - THE SAME CLASSIFICATION FIZZBUZZ MAKES IN *
006590*                 ITS 4000-CLASSIFY: OVERRIDE RULES FIRST   *
006600*                 (SUPPRESS, OR A FORCED LABEL OF KIND "O"  *
006610*                 WITH A BLANK PATTERN), THEN THE DIVISOR   *
006620*                 SWEEP BUILDING THE LABEL TEXT AND THE Y/N *
006630*                 MATCH PATTERN, AND THE PLAIN NUMBER       *
006640*                 ITSELF WHEN NOTHING MATCHES.              *
006650*----------------------------------------------------------*
006660 5000-CLASSIFY.
006670     MOVE SPACES TO FZB-CLASS-TEXT.
006680     MOVE SPACE TO FZB-CLASS-KIND.
006690     MOVE 1 TO FZB-CLASS-PTR.
006700     MOVE 0 TO FZB-MATCH-COUNT.
006710     MOVE "N" TO FZB-SUPPRESS-SW.
006720     MOVE "N" TO FZB-OVERRIDE-SW.
006730     MOVE 0 TO FZB-OVR-HIT-SUB.
006740     PERFORM 5050-CHECK-ONE-OVERRIDE THRU 5050-EXIT
006750         VARYING FZB-OVR-SUB FROM 1 BY 1
006760         UNTIL FZB-OVR-SUB IS GREATER THAN FZB-OVR-COUNT
006770             OR FZB-SUPPRESSED
006780             OR FZB-OVERRIDDEN.
006790     IF FZB-SUPPRESSED
006800         MOVE SPACES TO FZB-MATCH-PATTERN
006810         GO TO 5000-EXIT
006820     END-IF.
006830     IF FZB-OVERRIDDEN
006840         MOVE FZB-OVR-LABEL(FZB-OVR-HIT-SUB) TO FZB-CLASS-TEXT
006850         MOVE "O" TO FZB-CLASS-KIND
006860         MOVE 1 TO FZB-MATCH-COUNT
006870         MOVE SPACES TO FZB-MATCH-PATTERN
006880         GO TO 5000-EXIT
006890     END-IF.
006900
006910     PERFORM 5100-CHECK-RULE-ENTRY THRU 5100-EXIT
006920         VARYING FZB-RULE-NDX FROM 1 BY 1
006930         UNTIL FZB-RULE-NDX IS GREATER THAN FZB-RULE-COUNT.
006940     PERFORM 5150-BUILD-MATCH-PATTERN THRU 5150-EXIT
006950         VARYING FZB-PATT-NDX FROM 1 BY 1
006960         UNTIL FZB-PATT-NDX IS GREATER THAN FZB-RULE-TABLE-MAX.
006970
006980     IF FZB-MATCH-COUNT IS EQUAL TO 0
006990         MOVE IDX TO FZB-CLASS-TEXT
007000         MOVE "P" TO FZB-CLASS-KIND
007010     ELSE
007020         PERFORM 5200-DETERMINE-KIND THRU 5200-EXIT
007030     END-IF.
007040 5000-EXIT.
007050     EXIT.
007060
007070 5050-CHECK-ONE-OVERRIDE.
007080     IF IDX IS LESS THAN FZB-OVR-FROM(FZB-OVR-SUB)
007090             OR IDX IS GREATER THAN FZB-OVR-TO(FZB-OVR-SUB)
007100         GO TO 5050-EXIT
007110     END-IF.
007120     IF FZB-OVR-ACTION(FZB-OVR-SUB) IS EQUAL TO "S"
007130         MOVE "Y" TO FZB-SUPPRESS-SW
007140     ELSE
007150         MOVE "Y" TO FZB-OVERRIDE-SW
007160         MOVE FZB-OVR-SUB TO FZB-OVR-HIT-SUB
007170     END-IF.
007180 5050-EXIT.
007190     EXIT.
007200
007210 5100-CHECK-RULE-ENTRY.
007220     COMPUTE FZB-MOD-RESULT =
007230         FUNCTION MOD(IDX FZB-RULE-DIVISOR(FZB-RULE-NDX)).
007240     IF FZB-MOD-RESULT IS EQUAL TO 0
007250         STRING FZB-RULE-LABEL(FZB-RULE-NDX) DELIMITED BY SPACE
007260             INTO FZB-CLASS-TEXT
007270             WITH POINTER FZB-CLASS-PTR
007280             ON OVERFLOW
007290                 DISPLAY "FZBHVFY - ABEND - CLASSIFICATION TEXT "
007300                     "FOR IDX " IDX " EXCEEDS PIC X(20)"
007310                 MOVE 8 TO RETURN-CODE
007320                 STOP RUN
007330         END-STRING
007340         ADD 1 TO FZB-MATCH-COUNT
007350         MOVE "Y" TO FZB-RULE-MATCHED-SW(FZB-RULE-NDX)
007360     ELSE
007370         MOVE "N" TO FZB-RULE-MATCHED-SW(FZB-RULE-NDX)
007380     END-IF.
007390 5100-EXIT.
007400     EXIT.
007410
007420 5150-BUILD-MATCH-PATTERN.
007430     IF FZB-PATT-NDX IS GREATER THAN FZB-RULE-COUNT
007440         MOVE SPACE TO FZB-PATT-BYTE(FZB-PATT-NDX)
007450     ELSE
007460         MOVE FZB-RULE-MATCHED-SW(FZB-PATT-NDX)
007470             TO FZB-PATT-BYTE(FZB-PATT-NDX)
007480     END-IF.
007490 5150-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------*
007530* 5200-DETERMINE-KIND - THE FIZZBUZZ KIND RULES: RULE ENTRY *
007540*                       1 IS THE "FIZZ" SLOT AND ENTRY 2    *
007550*                       THE "BUZZ" SLOT; ANY OTHER PATTERN  *
007560*                       IS "OTHER".                         *
007570*----------------------------------------------------------*
007580 5200-DETERMINE-KIND.
007590     MOVE "O" TO FZB-CLASS-KIND.
007600     IF FZB-RULE-COUNT IS GREATER THAN OR EQUAL TO 2
007610         IF FZB-MATCH-COUNT IS EQUAL TO 2
007620                 AND FZB-RULE-MATCHED-SW(1) IS EQUAL TO "Y"
007630                 AND FZB-RULE-MATCHED-SW(2) IS EQUAL TO "Y"
007640             MOVE "X" TO FZB-CLASS-KIND
007650         ELSE IF FZB-MATCH-COUNT IS EQUAL TO 1
007660                 AND FZB-RULE-MATCHED-SW(1) IS EQUAL TO "Y"
007670             MOVE "F" TO FZB-CLASS-KIND
007680         ELSE IF FZB-MATCH-COUNT IS EQUAL TO 1
007690                 AND FZB-RULE-MATCHED-SW(2) IS EQUAL TO "Y"
007700             MOVE "B" TO FZB-CLASS-KIND
007710         END-IF
007720     ELSE
007730         IF FZB-RULE-COUNT IS EQUAL TO 1
007740                 AND FZB-MATCH-COUNT IS EQUAL TO 1
007750                 AND FZB-RULE-MATCHED-SW(1) IS EQUAL TO "Y"
007760             MOVE "F" TO FZB-CLASS-KIND
007770         END-IF
007780     END-IF.
007790 5200-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------*
007830* 6000-WRITE-SUMMARY - CLOSE THE REPORT ON A NEW PAGE WITH  *
007840*                      THE AGREEMENT COUNTS PER RUN DATE    *
007850*                      AND THE RANGE TOTALS. ANY            *
007860*                      DISAGREEMENT, OR A RANGE WITH NO     *
007870*                      FZBHIST ROWS AT ALL, ENDS THE STEP   *
007880*                      RC=4.                                *
007890*----------------------------------------------------------*
007900 6000-WRITE-SUMMARY.
007910     MOVE FZB-HVFY-DATE-HDG-LINE TO FZB-HDG3-TEXT.
007920     MOVE 99 TO FZB-LINE-COUNT.
007930     PERFORM 6100-EMIT-DATE-LINE THRU 6100-EXIT
007940         VARYING FZB-DATE-SUB FROM 1 BY 1
007950         UNTIL FZB-DATE-SUB IS GREATER THAN FZB-DATE-COUNT.
007960     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
007970     MOVE FZB-DATE-COUNT TO FZB-RPT-NUMBER-ED.
007980     STRING "RUN DATES VERIFIED. . . . . " DELIMITED BY SIZE
007990         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
008000         INTO FZB-RPT-TEXT.
008010     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008020     MOVE FZB-TOT-ROWS TO FZB-RPT-NUMBER-ED.
008030     STRING "HISTORY ROWS CHECKED. . . . " DELIMITED BY SIZE
008040         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
008050         INTO FZB-RPT-TEXT.
008060     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008070     MOVE FZB-TOT-AGREE TO FZB-RPT-NUMBER-ED.
008080     STRING "ROWS AGREEING . . . . . . . " DELIMITED BY SIZE
008090         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
008100         INTO FZB-RPT-TEXT.
008110     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008120     MOVE FZB-TOT-DIFFER TO FZB-RPT-NUMBER-ED.
008130     STRING "ROWS DISAGREEING. . . . . . " DELIMITED BY SIZE
008140         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
008150         INTO FZB-RPT-TEXT.
008160     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008170     MOVE FZB-TOT-UNSUPP TO FZB-RPT-NUMBER-ED.
008180     STRING "  OF WHICH NOT SUPPRESSED . " DELIMITED BY SIZE
008190         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
008200         INTO FZB-RPT-TEXT.
008210     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008220     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008230     IF FZB-DATE-COUNT IS EQUAL TO 0
008240         MOVE "NO FZBHIST ROWS FOUND FOR THE RUN DATES"
008250             TO FZB-RPT-TEXT
008260     ELSE
008270         IF FZB-TOT-DIFFER IS GREATER THAN 0
008280             MOVE "HISTORY DISAGREES WITH ITS RULES - SEE ABOVE"
008290                 TO FZB-RPT-TEXT
008300         ELSE
008310             MOVE "ALL HISTORY ROWS AGREE WITH THEIR RULES"
008320                 TO FZB-RPT-TEXT
008330         END-IF
008340     END-IF.
008350     DISPLAY "FZBHVFY - " FZB-RPT-TEXT.
008360     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008370 6000-EXIT.
008380     EXIT.
008390
008400 6100-EMIT-DATE-LINE.
008410     MOVE FZB-DTE-RUN-DATE(FZB-DATE-SUB) TO FZB-DLN-RUN-DATE.
008420     MOVE FZB-DTE-SOURCE(FZB-DATE-SUB) TO FZB-DLN-SOURCE.
008430     MOVE FZB-DTE-ROWS(FZB-DATE-SUB) TO FZB-DLN-ROWS.
008440     MOVE FZB-DTE-AGREE(FZB-DATE-SUB) TO FZB-DLN-AGREE.
008450     MOVE FZB-DTE-DIFFER(FZB-DATE-SUB) TO FZB-DLN-DIFFER.
008460     MOVE FZB-DTE-UNSUPP(FZB-DATE-SUB) TO FZB-DLN-UNSUPP.
008470     COMPUTE FZB-WORK-PCT ROUNDED =
008480         FZB-DTE-AGREE(FZB-DATE-SUB) * 100
008490             / FZB-DTE-ROWS(FZB-DATE-SUB).
008500     MOVE FZB-WORK-PCT TO FZB-DLN-PCT.
008510     MOVE FZB-HVFY-DATE-LINE TO FZB-RPT-TEXT.
008520     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
008530 6100-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------*
008570* 8000-EMIT-RPT-LINE - WRITE ONE REPORT LINE, STARTING A    *
008580*                      NEW PAGE WHEN THE CURRENT ONE IS     *
008590*                      FULL.                                *
008600*----------------------------------------------------------*
008610 8000-EMIT-RPT-LINE.
008620     IF FZB-LINE-COUNT IS GREATER THAN OR EQUAL TO
008630             FZB-PAGE-MAX-LINES
008640         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
008650     END-IF.
008660     WRITE FZB-RPT-LINE.
008670     ADD 1 TO FZB-LINE-COUNT.
008680     MOVE SPACES TO FZB-RPT-TEXT.
008690 8000-EXIT.
008700     EXIT.
008710
008720 8100-PAGE-HEADING.
008730     ADD 1 TO FZB-PAGE-COUNT.
008740     MOVE FZB-RPT-TEXT TO FZB-SAVE-LINE.
008750     MOVE FZB-PAGE-COUNT TO FZB-HDG1-PAGE.
008760     MOVE FZB-HVFY-HDG1-LINE TO FZB-RPT-TEXT.
008770     WRITE FZB-RPT-LINE.
008780     MOVE FZB-FROM-DATE TO FZB-HDG2-FROM.
008790     MOVE FZB-TO-DATE TO FZB-HDG2-TO.
008800     MOVE FZB-HVFY-HDG2-LINE TO FZB-RPT-TEXT.
008810     WRITE FZB-RPT-LINE.
008820     MOVE SPACES TO FZB-RPT-TEXT.
008830     WRITE FZB-RPT-LINE.
008840     MOVE FZB-HDG3-TEXT TO FZB-RPT-TEXT.
008850     WRITE FZB-RPT-LINE.
008860     MOVE 4 TO FZB-LINE-COUNT.
008870     MOVE FZB-SAVE-LINE TO FZB-RPT-TEXT.
008880 8100-EXIT.
008890     EXIT.
