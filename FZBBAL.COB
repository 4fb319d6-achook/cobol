000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBBAL.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. END-OF-DAY CROSS-    *
000120*                    FILE BALANCING GATE, RUN AFTER         *
000130*                    FIZZBUZZ. FOR THE RUN DATE ON THE      *
000140*                    FZBCDCK CARD IT PROVES THAT THE        *
000150*                    FIZZBUZZ FINAL TOTALS (LAST FZBCKPT    *
000160*                    RECORD AND THE LOGGED NORMAL END)      *
000170*                    AGREE WITH THE DAY'S FZBHIST RECORDS,  *
000180*                    THE FZBOUT DETAIL COUNT, THE FZBXTR    *
000190*                    DETAILS AND TRAILER COUNT AND HASH,    *
000200*                    THE FZBREJ COUNT AND THE SUPPRESSED    *
000210*                    AND OVERRIDDEN COUNTS, AND THAT EVERY  *
000220*                    SUBSCRIBER EXTRACT (FZBXTR1-FZBXTR4)   *
000230*                    MATCHES A RECOUNT OF THE DAY'S HISTORY *
000240*                    UNDER ITS FZBSUBF SELECTION. EVERY     *
000250*                    CHECK IS LISTED ON THE FZBBRPT         *
000260*                    BALANCING REPORT; EACH FAILED CHECK IS *
000270*                    LOGGED TO FZBLOG AS A BALN EVENT AND   *
000280*                    THE STEP ENDS RC=4, WHICH HOLDS THE    *
000290*                    LATER STEPS UNTIL OPERATIONS SIGNS THE *
000300*                    DAY OFF ON THE FZBBSGN CARD.           *
000310*   10/15/2026 JHK   ACCEPT THE FZBMERGE STRT/NEND EVENTS   *
000320*                    AS THE RUN'S OWN WHEN THE DAY RAN AS   *
000330*                    PARALLEL PARTITIONS - THE MERGE        *
000340*                    WRITES THE COMBINED FZBCKPT TOTALS     *
000350*                    AND LOGS THE COMBINED NORMAL END.      *
000360*   10/15/2026 JHK   WHEN THE DAY BALANCES OR IS SIGNED     *
000370*                    OFF, POST A RELEASE RECORD FOR EACH    *
000380*                    SUBSCRIBER EXTRACT TO THE OPTIONAL     *
000390*                    FZBDLVL DELIVERY LEDGER, FOR FZBDREC   *
000400*                    TO MATCH TO THE FZBXVFY RECEIPTS.      *
000410*   10/15/2026 JHK   TREAT THE RSUM EVENT FIZZBUZZ LOGS ON  *
000420*                    THE PLANNED RESUME OF A QUIESCED RUN   *
000430*                    LIKE STRT AND RSTR, SO A RESUMED RUN   *
000440*                    IS NOT JUDGED BY AN EARLIER RUN'S NEND *
000450*                    FOR THE SAME DATE.                     *
000460*----------------------------------------------------------*
000470
000480 ENVIRONMENT DIVISION.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT FZBHIST-FILE ASSIGN TO FZBHIST
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS FZB-HIST-KEY
000560         FILE STATUS IS FZB-HIST-FILE-STATUS.
000570     SELECT FZBCDCK-FILE ASSIGN TO FZBCDCK
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FZB-CDCK-FILE-STATUS.
000600     SELECT FZBBSGN-FILE ASSIGN TO FZBBSGN
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS FZB-BSGN-FILE-STATUS.
000630     SELECT FZBCTL-FILE ASSIGN TO FZBCTL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FZB-CTL-FILE-STATUS.
000660     SELECT FZBCKPT-FILE ASSIGN TO FZBCKPT
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS FZB-CKPT-FILE-STATUS.
000690     SELECT FZBLOG-FILE ASSIGN TO FZBLOG
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FZB-LOG-FILE-STATUS.
000720     SELECT FZBOUT-FILE ASSIGN TO FZBOUT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FZB-OUT-FILE-STATUS.
000750     SELECT FZBXTR-FILE ASSIGN TO FZBXTR
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FZB-XTR-FILE-STATUS.
000780     SELECT FZBREJ-FILE ASSIGN TO FZBREJ
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS FZB-REJ-FILE-STATUS.
000810     SELECT FZBSUBF-FILE ASSIGN TO FZBSUBF
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FZB-SUBF-FILE-STATUS.
000840     SELECT FZBXTR1-FILE ASSIGN TO FZBXTR1
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS FZB-XT1-FILE-STATUS.
000870     SELECT FZBXTR2-FILE ASSIGN TO FZBXTR2
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FZB-XT2-FILE-STATUS.
000900     SELECT FZBXTR3-FILE ASSIGN TO FZBXTR3
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FZB-XT3-FILE-STATUS.
000930     SELECT FZBXTR4-FILE ASSIGN TO FZBXTR4
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS FZB-XT4-FILE-STATUS.
000960     SELECT FZBDLVL-FILE ASSIGN TO FZBDLVL
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS FZB-DLV-KEY
001000         FILE STATUS IS FZB-DLV-FILE-STATUS.
001010     SELECT FZBBRPT-FILE ASSIGN TO FZBBRPT
001020         ORGANIZATION IS SEQUENTIAL.
001030
001040 DATA DIVISION.
001050
001060 FILE SECTION.
001070 FD  FZBHIST-FILE
001080     LABEL RECORDS ARE STANDARD.
001090     COPY FZBHSTR.
001100
001110 FD  FZBCDCK-FILE
001120     RECORDING MODE IS F
001130     BLOCK CONTAINS 0 RECORDS
001140     LABEL RECORDS ARE STANDARD.
001150     COPY FZBCDTR.
001160
001170 FD  FZBBSGN-FILE
001180     RECORDING MODE IS F
001190     BLOCK CONTAINS 0 RECORDS
001200     LABEL RECORDS ARE STANDARD.
001210     COPY FZBBSGR.
001220
001230 FD  FZBCTL-FILE
001240     RECORDING MODE IS F
001250     BLOCK CONTAINS 0 RECORDS
001260     LABEL RECORDS ARE STANDARD.
001270     COPY FZBCTLR.
001280
001290 FD  FZBCKPT-FILE
001300     RECORDING MODE IS F
001310     BLOCK CONTAINS 0 RECORDS
001320     LABEL RECORDS ARE STANDARD.
001330     COPY FZBCKPR.
001340
001350 FD  FZBLOG-FILE
001360     RECORDING MODE IS F
001370     BLOCK CONTAINS 0 RECORDS
001380     LABEL RECORDS ARE STANDARD.
001390     COPY FZBLOGR.
001400
001410 FD  FZBOUT-FILE
001420     RECORDING MODE IS F
001430     BLOCK CONTAINS 0 RECORDS
001440     LABEL RECORDS ARE STANDARD.
001450     COPY FZBOUTR.
001460
001470 FD  FZBXTR-FILE
001480     RECORDING MODE IS F
001490     BLOCK CONTAINS 0 RECORDS
001500     LABEL RECORDS ARE STANDARD.
001510     COPY FZBXTRR.
001520
001530 FD  FZBREJ-FILE
001540     RECORDING MODE IS F
001550     BLOCK CONTAINS 0 RECORDS
001560     LABEL RECORDS ARE STANDARD.
001570     COPY FZBREJR.
001580
001590 FD  FZBSUBF-FILE
001600     RECORDING MODE IS F
001610     BLOCK CONTAINS 0 RECORDS
001620     LABEL RECORDS ARE STANDARD.
001630     COPY FZBSUBR.
001640
001650 FD  FZBXTR1-FILE
001660     RECORDING MODE IS F
001670     BLOCK CONTAINS 0 RECORDS
001680     LABEL RECORDS ARE STANDARD.
001690 01  FZB-XTR1-RECORD            PIC X(80).
001700
001710 FD  FZBXTR2-FILE
001720     RECORDING MODE IS F
001730     BLOCK CONTAINS 0 RECORDS
001740     LABEL RECORDS ARE STANDARD.
001750 01  FZB-XTR2-RECORD            PIC X(80).
001760
001770 FD  FZBXTR3-FILE
001780     RECORDING MODE IS F
001790     BLOCK CONTAINS 0 RECORDS
001800     LABEL RECORDS ARE STANDARD.
001810 01  FZB-XTR3-RECORD            PIC X(80).
001820
001830 FD  FZBXTR4-FILE
001840     RECORDING MODE IS F
001850     BLOCK CONTAINS 0 RECORDS
001860     LABEL RECORDS ARE STANDARD.
001870 01  FZB-XTR4-RECORD            PIC X(80).
001880
001890 FD  FZBBRPT-FILE
001900     RECORDING MODE IS F
001910     BLOCK CONTAINS 0 RECORDS
001920     LABEL RECORDS ARE STANDARD.
001930     COPY FZBRPTR.
001940
001950 FD  FZBDLVL-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY FZBDLVR.
001980
001990 WORKING-STORAGE SECTION.
002000 77 FZB-HIST-FILE-STATUS  PIC X(02) VALUE "00".
002010 77 FZB-CDCK-FILE-STATUS  PIC X(02) VALUE "00".
002020 77 FZB-BSGN-FILE-STATUS  PIC X(02) VALUE "00".
002030 77 FZB-CTL-FILE-STATUS   PIC X(02) VALUE "00".
002040 77 FZB-CKPT-FILE-STATUS  PIC X(02) VALUE "00".
002050 77 FZB-OUT-FILE-STATUS   PIC X(02) VALUE "00".
002060 77 FZB-XTR-FILE-STATUS   PIC X(02) VALUE "00".
002070 77 FZB-REJ-FILE-STATUS   PIC X(02) VALUE "00".
002080 77 FZB-SUBF-FILE-STATUS  PIC X(02) VALUE "00".
002090 77 FZB-XT1-FILE-STATUS   PIC X(02) VALUE "00".
002100 77 FZB-XT2-FILE-STATUS   PIC X(02) VALUE "00".
002110 77 FZB-XT3-FILE-STATUS   PIC X(02) VALUE "00".
002120 77 FZB-XT4-FILE-STATUS   PIC X(02) VALUE "00".
002130 77 FZB-LOG-FILE-STATUS   PIC X(02) VALUE "00".
002140 77 FZB-LOG-EVENT-WK      PIC X(04) VALUE SPACES.
002150 77 FZB-LOG-REASON-WK     PIC 9(04) VALUE 0.
002160 77 FZB-LOG-TEXT-WK       PIC X(40) VALUE SPACES.
002170 77 FZB-LOG-DATE-NOW      PIC 9(08) VALUE 0.
002180 77 FZB-LOG-TIME-NOW      PIC 9(08) VALUE 0.
002190 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
002200 77 FZB-UPPER-BOUND       PIC 9(07) VALUE 100.
002210 77 FZB-PROC-MODE         PIC X(01) VALUE "G".
002220     88 FZB-MODE-IS-INPUT          VALUE "I".
002230 77 FZB-EOF-SW            PIC X(01) VALUE "N".
002240     88 FZB-AT-EOF                 VALUE "Y".
002250 77 FZB-CKPT-FOUND-SW     PIC X(01) VALUE "N".
002260     88 FZB-CKPT-FOUND             VALUE "Y".
002270 77 FZB-NEND-SW           PIC X(01) VALUE "N".
002280     88 FZB-NEND-FOUND             VALUE "Y".
002290 77 FZB-SIGNOFF-SW        PIC X(01) VALUE "N".
002300     88 FZB-SIGNED-OFF             VALUE "Y".
002310 77 FZB-SIGNOFF-USER      PIC X(08) VALUE SPACES.
002320 77 FZB-SIGNOFF-NOTE      PIC X(40) VALUE SPACES.
002330 77 FZB-CHK-LABEL         PIC X(30) VALUE SPACES.
002340 77 FZB-CHK-EXPECT        PIC 9(13) VALUE 0.
002350 77 FZB-CHK-ACTUAL        PIC 9(13) VALUE 0.
002360 77 FZB-CHK-RULE          PIC X(01) VALUE "E".
002370     88 FZB-CHK-NOT-OVER           VALUE "L".
002380 77 FZB-CHK-OK-SW         PIC X(01) VALUE "Y".
002390     88 FZB-CHK-OK                 VALUE "Y".
002400 77 FZB-CHK-PASSED        PIC 9(05) VALUE 0.
002410 77 FZB-CHK-FAILED        PIC 9(05) VALUE 0.
002420 77 FZB-SUB-SUB           PIC 9(02) COMP-3 VALUE 0.
002430 77 FZB-SUB-WORK-SLOT     PIC 9(01) VALUE 0.
002440 77 FZB-KIND-SUB          PIC 9(01) COMP-3 VALUE 0.
002450 77 FZB-SUB-SEL-SW        PIC X(01) VALUE "N".
002460     88 FZB-SUB-SELECTED           VALUE "Y".
002470 77 FZB-SLOT-EOF-SW       PIC X(01) VALUE "N".
002480     88 FZB-SLOT-EOF               VALUE "Y".
002490 77 FZB-SLOT-OPEN-SW      PIC X(01) VALUE "N".
002500     88 FZB-SLOT-IS-OPEN           VALUE "Y".
002510 77 FZB-DUP-SLOT-SW       PIC X(01) VALUE "N".
002520     88 FZB-DUP-SLOT               VALUE "Y".
002530 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZ9.
002540 77 FZB-DLV-FILE-STATUS   PIC X(02) VALUE "00".
002550 77 FZB-DLV-POSTED        PIC 9(05) VALUE 0.
002560 01  FZB-FINAL-TOTALS.
002570     05  FZB-FIN-LAST-IDX       PIC 9(07) VALUE 0.
002580     05  FZB-FIN-PLAIN          PIC 9(07) VALUE 0.
002590     05  FZB-FIN-FIZZ           PIC 9(07) VALUE 0.
002600     05  FZB-FIN-BUZZ           PIC 9(07) VALUE 0.
002610     05  FZB-FIN-FIZZBUZZ       PIC 9(07) VALUE 0.
002620     05  FZB-FIN-OTHER          PIC 9(07) VALUE 0.
002630     05  FZB-FIN-TOTAL          PIC 9(07) VALUE 0.
002640     05  FZB-FIN-READ           PIC 9(07) VALUE 0.
002650     05  FZB-FIN-REJECT         PIC 9(07) VALUE 0.
002660     05  FZB-FIN-SUPPRESS       PIC 9(07) VALUE 0.
002670     05  FZB-FIN-OVERRIDE       PIC 9(07) VALUE 0.
002680 01  FZB-NEND-TEXT            PIC X(40) VALUE SPACES.
002690 01  FZB-NEND-FIELDS REDEFINES FZB-NEND-TEXT.
002700     05  FILLER                 PIC X(06).
002710     05  FZB-NEND-TOTAL         PIC 9(07).
002720     05  FILLER                 PIC X(06).
002730     05  FZB-NEND-READ          PIC 9(07).
002740     05  FILLER                 PIC X(05).
002750     05  FZB-NEND-REJECT        PIC 9(07).
002760     05  FILLER                 PIC X(02).
002770 01  FZB-BAL-COUNTS.
002780     05  FZB-BAL-HIST-ROWS      PIC 9(09) VALUE 0.
002790     05  FZB-BAL-HIST-HASH      PIC 9(13) VALUE 0.
002800     05  FZB-BAL-OUT-CNT        PIC 9(09) VALUE 0.
002810     05  FZB-BAL-REJ-CNT        PIC 9(09) VALUE 0.
002820     05  FZB-BAL-XHDR-SW        PIC X(01) VALUE "N".
002830     05  FZB-BAL-XHDR-DATE      PIC 9(08) VALUE 0.
002840     05  FZB-BAL-XTRL-SW        PIC X(01) VALUE "N".
002850     05  FZB-BAL-XTRL-CNT       PIC 9(09) VALUE 0.
002860     05  FZB-BAL-XTRL-HASH      PIC 9(13) VALUE 0.
002870     05  FZB-BAL-XDTL-CNT       PIC 9(09) VALUE 0.
002880     05  FZB-BAL-XDTL-HASH      PIC 9(13) VALUE 0.
002890     05  FZB-BAL-ON-HIST        PIC 9(09) VALUE 0.
002900     05  FZB-BAL-NOT-ON-HIST    PIC 9(09) VALUE 0.
002910     05  FZB-BAL-KIND-DIFF      PIC 9(09) VALUE 0.
002920     05  FZB-BAL-HST-PLAIN      PIC 9(09) VALUE 0.
002930     05  FZB-BAL-HST-FIZZ       PIC 9(09) VALUE 0.
002940     05  FZB-BAL-HST-BUZZ       PIC 9(09) VALUE 0.
002950     05  FZB-BAL-HST-FIZZBUZZ   PIC 9(09) VALUE 0.
002960     05  FZB-BAL-HST-OTHER      PIC 9(09) VALUE 0.
002970     05  FZB-BAL-HST-OVERRIDE   PIC 9(09) VALUE 0.
002980 01  FZB-SUB-TABLE.
002990     05  FZB-SUB-COUNT          PIC 9(02) VALUE 0.
003000     05  FZB-SUB-ENTRY OCCURS 4 TIMES.
003010         10  FZB-SUB-DD         PIC X(08).
003020         10  FZB-SUB-SYS        PIC X(08).
003030         10  FZB-SUB-KINDS      PIC X(05).
003040         10  FZB-SUB-CAT        PIC X(20).
003050         10  FZB-SUB-SLOT       PIC 9(01).
003060         10  FZB-SUB-OPEN-SW    PIC X(01).
003070         10  FZB-SUB-HDR-DATE   PIC 9(08).
003080         10  FZB-SUB-RECOUNT    PIC 9(09).
003090         10  FZB-SUB-RECOUNT-HASH
003100                                PIC 9(13).
003110         10  FZB-SUB-FILE-CNT   PIC 9(09).
003120         10  FZB-SUB-FILE-HASH  PIC 9(13).
003130         10  FZB-SUB-TRL-SW     PIC X(01).
003140         10  FZB-SUB-TRL-CNT    PIC 9(09).
003150         10  FZB-SUB-TRL-HASH   PIC 9(13).
003160 01  FZB-SUBX-IMAGE.
003170     05  FZB-SUBX-DATA          PIC X(80).
003180     05  FZB-SUBX-DTL REDEFINES FZB-SUBX-DATA.
003190         10  FILLER             PIC X(24).
003200         10  FZB-SUBX-IDX-FULL  PIC 9(09).
003210         10  FILLER             PIC X(46).
003220         10  FZB-SUBX-REC-TYPE  PIC X(01).
003230     05  FZB-SUBX-HDR REDEFINES FZB-SUBX-DATA.
003240         10  FZB-SUBH-RUN-DATE  PIC 9(08).
003250         10  FILLER             PIC X(72).
003260     05  FZB-SUBX-TRL REDEFINES FZB-SUBX-DATA.
003270         10  FZB-SUBT-COUNT     PIC 9(09).
003280         10  FILLER             PIC X(01).
003290         10  FZB-SUBT-HASH      PIC 9(13).
003300         10  FILLER             PIC X(57).
003310 01  FZB-BAL-CHECK-LINE.
003320     05  FILLER                 PIC X(02) VALUE SPACES.
003330     05  FZB-CLN-LABEL          PIC X(30).
003340     05  FILLER                 PIC X(01) VALUE SPACES.
003350     05  FZB-CLN-EXPECT         PIC Z(12)9.
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  FZB-CLN-ACTUAL         PIC Z(12)9.
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  FZB-CLN-RESULT         PIC X(14).
003400     05  FILLER                 PIC X(03) VALUE SPACES.
003410 01  FZB-BAL-CHECK-HDG.
003420     05  FILLER                 PIC X(02) VALUE SPACES.
003430     05  FILLER                 PIC X(30) VALUE "CHECK".
003440     05  FILLER                 PIC X(06) VALUE SPACES.
003450     05  FILLER                 PIC X(08) VALUE "EXPECTED".
003460     05  FILLER                 PIC X(09) VALUE SPACES.
003470     05  FILLER                 PIC X(06) VALUE "ACTUAL".
003480     05  FILLER                 PIC X(02) VALUE SPACES.
003490     05  FILLER                 PIC X(06) VALUE "RESULT".
003500     05  FILLER                 PIC X(11) VALUE SPACES.
003510
003520 PROCEDURE DIVISION.
003530 BEGIN.
003540     PERFORM 8700-OPEN-RUN-LOG THRU 8700-EXIT.
003550     PERFORM 1000-READ-DATE-CARD THRU 1000-EXIT.
003560     MOVE "STRT" TO FZB-LOG-EVENT-WK.
003570     STRING "RUN DATE " DELIMITED BY SIZE
003580         FZB-RUN-DATE DELIMITED BY SIZE
003590         INTO FZB-LOG-TEXT-WK.
003600     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
003610     PERFORM 1100-READ-SIGNOFF-CARD THRU 1100-EXIT.
003620     PERFORM 1200-READ-CONTROL-CARD THRU 1200-EXIT.
003630     PERFORM 1300-LOAD-FINAL-TOTALS THRU 1300-EXIT.
003640     PERFORM 1400-FIND-NORMAL-END THRU 1400-EXIT.
003650     PERFORM 1500-LOAD-SUBSCRIBERS THRU 1500-EXIT.
003660
003670     OPEN OUTPUT FZBBRPT-FILE.
003680     MOVE "FZBBAL - END-OF-DAY CROSS-FILE BALANCING REPORT"
003690         TO FZB-RPT-TEXT.
003700     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
003710     IF FZB-MODE-IS-INPUT
003720         STRING "RUN DATE " DELIMITED BY SIZE
003730             FZB-RUN-DATE DELIMITED BY SIZE
003740             "   PROCESSING MODE I (FZBIN FEED)" DELIMITED BY SIZE
003750             INTO FZB-RPT-TEXT
003760     ELSE
003770         STRING "RUN DATE " DELIMITED BY SIZE
003780             FZB-RUN-DATE DELIMITED BY SIZE
003790             "   PROCESSING MODE G (GENERATED RANGE)"
003800             DELIMITED BY SIZE
003810             INTO FZB-RPT-TEXT
003820     END-IF.
003830     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
003840
003850     PERFORM 2000-COUNT-HISTORY THRU 2000-EXIT.
003860     PERFORM 3000-COUNT-OUTPUT THRU 3000-EXIT.
003870     PERFORM 3100-COUNT-REJECTS THRU 3100-EXIT.
003880     PERFORM 3200-SCAN-EXTRACT THRU 3200-EXIT.
003890     CLOSE FZBHIST-FILE.
003900     PERFORM 4000-SCAN-SUBSCRIBERS THRU 4000-EXIT.
003910     PERFORM 5000-PROVE-BALANCE THRU 5000-EXIT.
003920     PERFORM 6000-WRITE-OUTCOME THRU 6000-EXIT.
003930     PERFORM 6500-POST-RELEASES THRU 6500-EXIT.
003940     CLOSE FZBBRPT-FILE.
003950
003960     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
003970     CLOSE FZBLOG-FILE.
003980
003990     STOP RUN.
004000
004010*----------------------------------------------------------*
004020* 1000-READ-DATE-CARD - GET THE RUN DATE TO BE BALANCED     *
004030*                       FROM THE CURRENT DATE ON FZBCDCK -  *
004040*                       THE SAME CARD FZBDATES WRITES FOR   *
004050*                       FZBCMPR, SO BOTH STEPS ALWAYS LOOK  *
004060*                       AT THE SAME DAY.                    *
004070*----------------------------------------------------------*
004080 1000-READ-DATE-CARD.
004090     OPEN INPUT FZBCDCK-FILE.
004100     IF FZB-CDCK-FILE-STATUS IS NOT EQUAL TO "00"
004110         DISPLAY "FZBBAL - ABEND - FZBCDCK CONTROL CARD WAS "
004120             "NOT SUPPLIED"
004130         MOVE "ABND" TO FZB-LOG-EVENT-WK
004140         MOVE 0301 TO FZB-LOG-REASON-WK
004150         MOVE "FZBCDCK CONTROL CARD NOT SUPPLIED"
004160             TO FZB-LOG-TEXT-WK
004170         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
004180         MOVE 8 TO RETURN-CODE
004190         STOP RUN
004200     END-IF.
004210     READ FZBCDCK-FILE
004220         AT END
004230             DISPLAY "FZBBAL - ABEND - FZBCDCK CONTROL CARD "
004240                 "IS EMPTY"
004250             MOVE "ABND" TO FZB-LOG-EVENT-WK
004260             MOVE 0302 TO FZB-LOG-REASON-WK
004270             MOVE "FZBCDCK CONTROL CARD EMPTY"
004280                 TO FZB-LOG-TEXT-WK
004290             PERFORM 8800-WRITE-LOG THRU 8800-EXIT
004300             MOVE 8 TO RETURN-CODE
004310             CLOSE FZBCDCK-FILE
004320             STOP RUN
004330     END-READ.
004340     MOVE FZB-CMPR-CURR-DATE TO FZB-RUN-DATE.
004350     CLOSE FZBCDCK-FILE.
004360 1000-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------*
004400* 1100-READ-SIGNOFF-CARD - WHEN THE OPTIONAL FZBBSGN CARD   *
004410*                          IS SUPPLIED AND NAMES THIS RUN   *
004420*                          DATE, NOTE WHO SIGNED THE DAY    *
004430*                          OFF. A CARD FOR ANY OTHER DATE   *
004440*                          IS IGNORED WITH A WARNING; A     *
004450*                          CARD WITH NO USER ID ABENDS THE  *
004460*                          STEP - A SIGN-OFF MUST NAME      *
004470*                          SOMEBODY.                        *
004480*----------------------------------------------------------*
004490 1100-READ-SIGNOFF-CARD.
004500     OPEN INPUT FZBBSGN-FILE.
004510     IF FZB-BSGN-FILE-STATUS IS NOT EQUAL TO "00"
004520         GO TO 1100-EXIT
004530     END-IF.
004540     READ FZBBSGN-FILE
004550         AT END
004560             CLOSE FZBBSGN-FILE
004570             GO TO 1100-EXIT
004580     END-READ.
004590     CLOSE FZBBSGN-FILE.
004600     IF FZB-BSGN-RUN-DATE IS NOT NUMERIC
004610             OR FZB-BSGN-RUN-DATE IS NOT EQUAL TO FZB-RUN-DATE
004620         DISPLAY "FZBBAL - WARNING - FZBBSGN SIGN-OFF CARD DOES "
004630             "NOT NAME RUN DATE " FZB-RUN-DATE " - IGNORED"
004640         GO TO 1100-EXIT
004650     END-IF.
004660     IF FZB-BSGN-USER-ID IS EQUAL TO SPACES
004670         DISPLAY "FZBBAL - ABEND - FZBBSGN SIGN-OFF CARD FOR "
004680             FZB-RUN-DATE " CARRIES NO USER ID"
004690         MOVE "ABND" TO FZB-LOG-EVENT-WK
004700         MOVE 0305 TO FZB-LOG-REASON-WK
004710         MOVE "INVALID FZBBSGN SIGN-OFF CARD"
004720             TO FZB-LOG-TEXT-WK
004730         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
004740         MOVE 8 TO RETURN-CODE
004750         STOP RUN
004760     END-IF.
004770     MOVE "Y" TO FZB-SIGNOFF-SW.
004780     MOVE FZB-BSGN-USER-ID TO FZB-SIGNOFF-USER.
004790     MOVE FZB-BSGN-NOTE TO FZB-SIGNOFF-NOTE.
004800 1100-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------*
004840* 1200-READ-CONTROL-CARD - TAKE THE PROCESSING MODE AND     *
004850*                          UPPER BOUND FROM THE FZBCTL      *
004860*                          HEADER THE DAY'S FIZZBUZZ RAN    *
004870*                          WITH. NO DECK OR NO HEADER KEEPS *
004880*                          THE SAME DEFAULTS FIZZBUZZ TAKES *
004890*                          (GENERATED MODE, BOUND 100).     *
004900*----------------------------------------------------------*
004910 1200-READ-CONTROL-CARD.
004920     OPEN INPUT FZBCTL-FILE.
004930     IF FZB-CTL-FILE-STATUS IS NOT EQUAL TO "00"
004940         GO TO 1200-EXIT
004950     END-IF.
004960     MOVE "N" TO FZB-EOF-SW.
004970     PERFORM 1250-READ-CTL-RECORD THRU 1250-EXIT
004980         UNTIL FZB-AT-EOF.
004990     CLOSE FZBCTL-FILE.
005000 1200-EXIT.
005010     EXIT.
005020
005030 1250-READ-CTL-RECORD.
005040     READ FZBCTL-FILE
005050         AT END
005060             MOVE "Y" TO FZB-EOF-SW
005070             GO TO 1250-EXIT
005080     END-READ.
005090     IF FZB-CTL-IS-HEADER
005100         MOVE FZB-CTL-UPPER-BOUND TO FZB-UPPER-BOUND
005110         IF FZB-CTL-MODE-IS-INPUT
005120             MOVE "I" TO FZB-PROC-MODE
005130         ELSE
005140             MOVE "G" TO FZB-PROC-MODE
005150         END-IF
005160     END-IF.
005170 1250-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------*
005210* 1300-LOAD-FINAL-TOTALS - FIZZBUZZ CHECKPOINTS EVERY       *
005220*                          RUNNING TOTAL ON EVERY RECORD,   *
005230*                          SO THE LAST FZBCKPT RECORD FOR   *
005240*                          THE RUN DATE CARRIES THE DAY'S   *
005250*                          FINAL CONTROL TOTALS. NO RECORD  *
005260*                          FOR THE DATE MEANS THERE IS      *
005270*                          NOTHING TO BALANCE - ABEND.      *
005280*----------------------------------------------------------*
005290 1300-LOAD-FINAL-TOTALS.
005300     OPEN INPUT FZBCKPT-FILE.
005310     IF FZB-CKPT-FILE-STATUS IS EQUAL TO "00"
005320         MOVE "N" TO FZB-EOF-SW
005330         PERFORM 1350-READ-CKPT-RECORD THRU 1350-EXIT
005340             UNTIL FZB-AT-EOF
005350         CLOSE FZBCKPT-FILE
005360     END-IF.
005370     IF NOT FZB-CKPT-FOUND
005380         DISPLAY "FZBBAL - ABEND - NO FZBCKPT RECORD FOR RUN "
005390             "DATE " FZB-RUN-DATE " - FIZZBUZZ HAS NOT RUN"
005400         MOVE "ABND" TO FZB-LOG-EVENT-WK
005410         MOVE 0304 TO FZB-LOG-REASON-WK
005420         MOVE "NO FIZZBUZZ CHECKPOINT FOR RUN DATE"
005430             TO FZB-LOG-TEXT-WK
005440         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
005450         MOVE 8 TO RETURN-CODE
005460         STOP RUN
005470     END-IF.
005480     COMPUTE FZB-FIN-TOTAL = FZB-FIN-PLAIN + FZB-FIN-FIZZ
005490         + FZB-FIN-BUZZ + FZB-FIN-FIZZBUZZ + FZB-FIN-OTHER.
005500 1300-EXIT.
005510     EXIT.
005520
005530 1350-READ-CKPT-RECORD.
005540     READ FZBCKPT-FILE
005550         AT END
005560             MOVE "Y" TO FZB-EOF-SW
005570             GO TO 1350-EXIT
005580     END-READ.
005590     IF FZB-CKPT-RUN-DATE IS NOT EQUAL TO FZB-RUN-DATE
005600         GO TO 1350-EXIT
005610     END-IF.
005620     MOVE "Y" TO FZB-CKPT-FOUND-SW.
005630     MOVE FZB-CKPT-IDX TO FZB-FIN-LAST-IDX.
005640     MOVE FZB-CKPT-CNT-PLAIN TO FZB-FIN-PLAIN.
005650     MOVE FZB-CKPT-CNT-FIZZ TO FZB-FIN-FIZZ.
005660     MOVE FZB-CKPT-CNT-BUZZ TO FZB-FIN-BUZZ.
005670     MOVE FZB-CKPT-CNT-FIZZBUZZ TO FZB-FIN-FIZZBUZZ.
005680     MOVE FZB-CKPT-CNT-OTHER TO FZB-FIN-OTHER.
005690     MOVE FZB-CKPT-CNT-READ TO FZB-FIN-READ.
005700     MOVE FZB-CKPT-CNT-REJECT TO FZB-FIN-REJECT.
005710     MOVE FZB-CKPT-CNT-SUPPRESS TO FZB-FIN-SUPPRESS.
005720     MOVE FZB-CKPT-CNT-OVERRIDE TO FZB-FIN-OVERRIDE.
005730 1350-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------*
005770* 1400-FIND-NORMAL-END - FIND THE TOTALS FIZZBUZZ LOGGED AT *
005780*                        NORMAL END FOR THE RUN DATE. THE   *
005790*                        LOG IS OPEN FOR EXTEND, SO IT IS   *
005800*                        CLOSED, READ FROM THE TOP AND      *
005810*                        REOPENED. ONLY A NEND THAT IS THE  *
005820*                        LAST FIZZBUZZ EVENT OF THE DAY     *
005830*                        COUNTS - A LATER STRT, RSTR, RSUM  *
005840*                        OR ABND MEANS THE RUN THAT         *
005850*                        PRODUCED TODAY'S FILES NEVER ENDED *
005860*                        CLEANLY.                           *
005870*                        A PARTITIONED RUN'S TOTALS ARE THE *
005880*                        NEND FZBMERGE LOGS ONCE IT HAS     *
005890*                        COMBINED THE PARTITIONS, SO ITS    *
005900*                        EVENTS COUNT THE SAME AS           *
005910*                        FIZZBUZZ'S.                        *
005920*----------------------------------------------------------*
005930 1400-FIND-NORMAL-END.
005940     CLOSE FZBLOG-FILE.
005950     OPEN INPUT FZBLOG-FILE.
005960     IF FZB-LOG-FILE-STATUS IS EQUAL TO "00"
005970         MOVE "N" TO FZB-EOF-SW
005980         PERFORM 1450-READ-LOG-RECORD THRU 1450-EXIT
005990             UNTIL FZB-AT-EOF
006000         CLOSE FZBLOG-FILE
006010     END-IF.
006020     PERFORM 8700-OPEN-RUN-LOG THRU 8700-EXIT.
006030 1400-EXIT.
006040     EXIT.
006050
006060 1450-READ-LOG-RECORD.
006070     READ FZBLOG-FILE
006080         AT END
006090             MOVE "Y" TO FZB-EOF-SW
006100             GO TO 1450-EXIT
006110     END-READ.
006120     IF (FZB-LOG-PROGRAM IS NOT EQUAL TO "FIZZBUZZ"
006130             AND FZB-LOG-PROGRAM IS NOT EQUAL TO "FZBMERGE")
006140             OR FZB-LOG-DATE IS NOT EQUAL TO FZB-RUN-DATE
006150         GO TO 1450-EXIT
006160     END-IF.
006170     IF FZB-LOG-EVENT-CODE IS EQUAL TO "NEND"
006180         MOVE "Y" TO FZB-NEND-SW
006190         MOVE FZB-LOG-TEXT TO FZB-NEND-TEXT
006200     ELSE
006210         IF FZB-LOG-EVENT-CODE IS EQUAL TO "STRT" OR "RSTR"
006220                 OR "RSUM" OR "ABND"
006230             MOVE "N" TO FZB-NEND-SW
006240             MOVE SPACES TO FZB-NEND-TEXT
006250         END-IF
006260     END-IF.
006270 1450-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------*
006310* 1500-LOAD-SUBSCRIBERS - LOAD THE FZBSUBF PROFILES THE WAY *
006320*                         FIZZBUZZ DOES, SO EACH SLOT CAN   *
006330*                         BE PROVED AGAINST ITS OWN         *
006340*                         SELECTION. NO FZBSUBF DD MEANS    *
006350*                         THERE ARE NO SUBSCRIBER FILES TO  *
006360*                         BALANCE.                          *
006370*----------------------------------------------------------*
006380 1500-LOAD-SUBSCRIBERS.
006390     OPEN INPUT FZBSUBF-FILE.
006400     IF FZB-SUBF-FILE-STATUS IS NOT EQUAL TO "00"
006410         GO TO 1500-EXIT
006420     END-IF.
006430     MOVE "N" TO FZB-EOF-SW.
006440     PERFORM 1550-READ-SUB-RECORD THRU 1550-EXIT
006450         UNTIL FZB-AT-EOF.
006460     CLOSE FZBSUBF-FILE.
006470 1500-EXIT.
006480     EXIT.
006490
006500 1550-READ-SUB-RECORD.
006510     READ FZBSUBF-FILE
006520         AT END
006530             MOVE "Y" TO FZB-EOF-SW
006540             GO TO 1550-EXIT
006550     END-READ.
006560     IF FZB-SUB-DD-NAME IS EQUAL TO SPACES
006570         GO TO 1550-EXIT
006580     END-IF.
006590     EVALUATE FZB-SUB-DD-NAME
006600         WHEN "FZBXTR1"
006610             MOVE 1 TO FZB-SUB-WORK-SLOT
006620         WHEN "FZBXTR2"
006630             MOVE 2 TO FZB-SUB-WORK-SLOT
006640         WHEN "FZBXTR3"
006650             MOVE 3 TO FZB-SUB-WORK-SLOT
006660         WHEN "FZBXTR4"
006670             MOVE 4 TO FZB-SUB-WORK-SLOT
006680         WHEN OTHER
006690             MOVE 0 TO FZB-SUB-WORK-SLOT
006700     END-EVALUATE.
006710     MOVE "N" TO FZB-DUP-SLOT-SW.
006720     PERFORM 1570-CHECK-DUP-SLOT THRU 1570-EXIT
006730         VARYING FZB-SUB-SUB FROM 1 BY 1
006740         UNTIL FZB-SUB-SUB IS GREATER THAN FZB-SUB-COUNT.
006750     IF FZB-SUB-WORK-SLOT IS EQUAL TO 0 OR FZB-DUP-SLOT
006760         DISPLAY "FZBBAL - ABEND - SUBSCRIBER PROFILE NAMES DD "
006770             FZB-SUB-DD-NAME " - NOT A FREE FZBXTR1 THROUGH "
006780             "FZBXTR4 SLOT"
006790         MOVE "ABND" TO FZB-LOG-EVENT-WK
006800         MOVE 0306 TO FZB-LOG-REASON-WK
006810         MOVE "INVALID SUBSCRIBER PROFILE"
006820             TO FZB-LOG-TEXT-WK
006830         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
006840         MOVE 8 TO RETURN-CODE
006850         STOP RUN
006860     END-IF.
006870     ADD 1 TO FZB-SUB-COUNT.
006880     MOVE FZB-SUB-DD-NAME TO FZB-SUB-DD(FZB-SUB-COUNT).
006890     MOVE FZB-SUB-SYSTEM TO FZB-SUB-SYS(FZB-SUB-COUNT).
006900     MOVE FZB-SUB-CLASS-KINDS TO FZB-SUB-KINDS(FZB-SUB-COUNT).
006910     MOVE FZB-SUB-CATEGORY TO FZB-SUB-CAT(FZB-SUB-COUNT).
006920     MOVE FZB-SUB-WORK-SLOT TO FZB-SUB-SLOT(FZB-SUB-COUNT).
006930     MOVE "N" TO FZB-SUB-OPEN-SW(FZB-SUB-COUNT).
006940     MOVE 0 TO FZB-SUB-HDR-DATE(FZB-SUB-COUNT).
006950     MOVE 0 TO FZB-SUB-RECOUNT(FZB-SUB-COUNT).
006960     MOVE 0 TO FZB-SUB-RECOUNT-HASH(FZB-SUB-COUNT).
006970     MOVE 0 TO FZB-SUB-FILE-CNT(FZB-SUB-COUNT).
006980     MOVE 0 TO FZB-SUB-FILE-HASH(FZB-SUB-COUNT).
006990     MOVE "N" TO FZB-SUB-TRL-SW(FZB-SUB-COUNT).
007000     MOVE 0 TO FZB-SUB-TRL-CNT(FZB-SUB-COUNT).
007010     MOVE 0 TO FZB-SUB-TRL-HASH(FZB-SUB-COUNT).
007020 1550-EXIT.
007030     EXIT.
007040
007050 1570-CHECK-DUP-SLOT.
007060     IF FZB-SUB-SLOT(FZB-SUB-SUB) IS EQUAL TO FZB-SUB-WORK-SLOT
007070         MOVE "Y" TO FZB-DUP-SLOT-SW
007080     END-IF.
007090 1570-EXIT.
007100     EXIT.
007110
007120*----------------------------------------------------------*
007130* 2000-COUNT-HISTORY - OPEN FZBHIST AND COUNT AND HASH      *
007140*                      EVERY RECORD FOR THE RUN DATE IN KEY *
007150*                      SEQUENCE. THE CLUSTER STAYS OPEN FOR *
007160*                      THE KEYED LOOKUPS IN 3300.           *
007170*----------------------------------------------------------*
007180 2000-COUNT-HISTORY.
007190     OPEN INPUT FZBHIST-FILE.
007200     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
007210         DISPLAY "FZBBAL - ABEND - FZBHIST VSAM KSDS NOT "
007220             "AVAILABLE (FILE STATUS " FZB-HIST-FILE-STATUS ")"
007230         MOVE "ABND" TO FZB-LOG-EVENT-WK
007240         MOVE 0303 TO FZB-LOG-REASON-WK
007250         MOVE "FZBHIST CLUSTER NOT AVAILABLE"
007260             TO FZB-LOG-TEXT-WK
007270         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
007280         MOVE 8 TO RETURN-CODE
007290         STOP RUN
007300     END-IF.
007310     MOVE "N" TO FZB-EOF-SW.
007320     MOVE FZB-RUN-DATE TO FZB-HIST-RUN-DATE.
007330     MOVE 0 TO FZB-HIST-IDX.
007340     START FZBHIST-FILE KEY IS NOT LESS THAN FZB-HIST-KEY
007350         INVALID KEY
007360             MOVE "Y" TO FZB-EOF-SW
007370     END-START.
007380     PERFORM 2100-COUNT-ONE-RECORD THRU 2100-EXIT
007390         UNTIL FZB-AT-EOF.
007400 2000-EXIT.
007410     EXIT.
007420
007430 2100-COUNT-ONE-RECORD.
007440     READ FZBHIST-FILE NEXT RECORD
007450         AT END
007460             MOVE "Y" TO FZB-EOF-SW
007470             GO TO 2100-EXIT
007480     END-READ.
007490     IF FZB-HIST-RUN-DATE IS NOT EQUAL TO FZB-RUN-DATE
007500         MOVE "Y" TO FZB-EOF-SW
007510         GO TO 2100-EXIT
007520     END-IF.
007530     ADD 1 TO FZB-BAL-HIST-ROWS.
007540     ADD FZB-HIST-IDX TO FZB-BAL-HIST-HASH.
007550 2100-EXIT.
007560     EXIT.
007570
007580*----------------------------------------------------------*
007590* 3000-COUNT-OUTPUT - COUNT THE FZBOUT DETAIL RECORDS.      *
007600*----------------------------------------------------------*
007610 3000-COUNT-OUTPUT.
007620     OPEN INPUT FZBOUT-FILE.
007630     IF FZB-OUT-FILE-STATUS IS NOT EQUAL TO "00"
007640         DISPLAY "FZBBAL - WARNING - FZBOUT NOT AVAILABLE (FILE "
007650             "STATUS " FZB-OUT-FILE-STATUS ") - COUNTED AS EMPTY"
007660         GO TO 3000-EXIT
007670     END-IF.
007680     MOVE "N" TO FZB-EOF-SW.
007690     PERFORM 3050-COUNT-ONE-OUTPUT THRU 3050-EXIT
007700         UNTIL FZB-AT-EOF.
007710     CLOSE FZBOUT-FILE.
007720 3000-EXIT.
007730     EXIT.
007740
007750 3050-COUNT-ONE-OUTPUT.
007760     READ FZBOUT-FILE
007770         AT END
007780             MOVE "Y" TO FZB-EOF-SW
007790         NOT AT END
007800             ADD 1 TO FZB-BAL-OUT-CNT
007810     END-READ.
007820 3050-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------*
007860* 3100-COUNT-REJECTS - COUNT THE FZBREJ RECORDS. A          *
007870*                      GENERATED-MODE RUN NEVER OPENS       *
007880*                      FZBREJ, SO AN EMPTY OR UNOPENABLE    *
007890*                      DATASET SIMPLY COUNTS AS ZERO.       *
007900*----------------------------------------------------------*
007910 3100-COUNT-REJECTS.
007920     OPEN INPUT FZBREJ-FILE.
007930     IF FZB-REJ-FILE-STATUS IS NOT EQUAL TO "00"
007940         GO TO 3100-EXIT
007950     END-IF.
007960     MOVE "N" TO FZB-EOF-SW.
007970     PERFORM 3150-COUNT-ONE-REJECT THRU 3150-EXIT
007980         UNTIL FZB-AT-EOF.
007990     CLOSE FZBREJ-FILE.
008000 3100-EXIT.
008010     EXIT.
008020
008030 3150-COUNT-ONE-REJECT.
008040     READ FZBREJ-FILE
008050         AT END
008060             MOVE "Y" TO FZB-EOF-SW
008070         NOT AT END
008080             ADD 1 TO FZB-BAL-REJ-CNT
008090     END-READ.
008100 3150-EXIT.
008110     EXIT.
008120
008130*----------------------------------------------------------*
008140* 3200-SCAN-EXTRACT - READ THE FZBXTR FEED: NOTE THE HEADER *
008150*                     RUN DATE AND THE TRAILER COUNT AND    *
008160*                     HASH, AND RECOUNT AND REHASH THE      *
008170*                     DETAILS, PROVING EACH ONE AGAINST ITS *
008180*                     FZBHIST RECORD IN 3300.               *
008190*----------------------------------------------------------*
008200 3200-SCAN-EXTRACT.
008210     OPEN INPUT FZBXTR-FILE.
008220     IF FZB-XTR-FILE-STATUS IS NOT EQUAL TO "00"
008230         DISPLAY "FZBBAL - WARNING - FZBXTR NOT AVAILABLE (FILE "
008240             "STATUS " FZB-XTR-FILE-STATUS ") - COUNTED AS EMPTY"
008250         GO TO 3200-EXIT
008260     END-IF.
008270     MOVE "N" TO FZB-EOF-SW.
008280     PERFORM 3250-SCAN-ONE-EXTRACT THRU 3250-EXIT
008290         UNTIL FZB-AT-EOF.
008300     CLOSE FZBXTR-FILE.
008310 3200-EXIT.
008320     EXIT.
008330
008340 3250-SCAN-ONE-EXTRACT.
008350     READ FZBXTR-FILE
008360         AT END
008370             MOVE "Y" TO FZB-EOF-SW
008380             GO TO 3250-EXIT
008390     END-READ.
008400     EVALUATE TRUE
008410         WHEN FZB-XTR-IS-HEADER
008420             MOVE "Y" TO FZB-BAL-XHDR-SW
008430             MOVE FZB-XTR-HDR-RUN-DATE TO FZB-BAL-XHDR-DATE
008440         WHEN FZB-XTR-IS-TRAILER
008450             MOVE "Y" TO FZB-BAL-XTRL-SW
008460             MOVE FZB-XTR-TRL-COUNT TO FZB-BAL-XTRL-CNT
008470             MOVE FZB-XTR-TRL-HASH TO FZB-BAL-XTRL-HASH
008480         WHEN OTHER
008490             ADD 1 TO FZB-BAL-XDTL-CNT
008500             ADD FZB-XTR-IDX-FULL TO FZB-BAL-XDTL-HASH
008510             PERFORM 3300-MATCH-HISTORY THRU 3300-EXIT
008520     END-EVALUATE.
008530 3250-EXIT.
008540     EXIT.
008550
008560*----------------------------------------------------------*
008570* 3300-MATCH-HISTORY - READ THE FZBHIST RECORD FOR THIS     *
008580*                      DETAIL BY KEY. ITS CLASS KIND MUST   *
008590*                      AGREE WITH THE EXTRACT; THE KIND AND *
008600*                      OVERRIDE TALLIES AND THE SUBSCRIBER  *
008610*                      RECOUNTS ARE ALL TAKEN FROM THE      *
008620*                      HISTORY RECORD, NOT THE EXTRACT, SO  *
008630*                      THEY PROVE THE DAY'S HISTORY. THEY   *
008640*                      ARE DRIVEN FROM THE EXTRACT BECAUSE  *
008650*                      A NUMBER FED TWICE ON FZBIN IS       *
008660*                      CLASSIFIED AND EXTRACTED TWICE BUT   *
008670*                      SHARES ONE HISTORY RECORD. AN        *
008680*                      OVERRIDDEN NUMBER IS KIND "O" WITH A *
008690*                      BLANK MATCH PATTERN - A RULE-DERIVED *
008700*                      "O" ALWAYS CARRIES ITS Y/N PATTERN.  *
008710*----------------------------------------------------------*
008720 3300-MATCH-HISTORY.
008730     MOVE FZB-RUN-DATE TO FZB-HIST-RUN-DATE.
008740     MOVE FZB-XTR-IDX-FULL TO FZB-HIST-IDX.
008750     READ FZBHIST-FILE
008760         INVALID KEY
008770             ADD 1 TO FZB-BAL-NOT-ON-HIST
008780             GO TO 3300-EXIT
008790     END-READ.
008800     IF FZB-HIST-CLASS-KIND IS NOT EQUAL TO FZB-XTR-CLASS-CODE
008810         ADD 1 TO FZB-BAL-KIND-DIFF
008820     ELSE
008830         ADD 1 TO FZB-BAL-ON-HIST
008840     END-IF.
008850     EVALUATE FZB-HIST-CLASS-KIND
008860         WHEN "P"
008870             ADD 1 TO FZB-BAL-HST-PLAIN
008880         WHEN "F"
008890             ADD 1 TO FZB-BAL-HST-FIZZ
008900         WHEN "B"
008910             ADD 1 TO FZB-BAL-HST-BUZZ
008920         WHEN "X"
008930             ADD 1 TO FZB-BAL-HST-FIZZBUZZ
008940         WHEN OTHER
008950             ADD 1 TO FZB-BAL-HST-OTHER
008960     END-EVALUATE.
008970     IF FZB-HIST-CLASS-KIND IS EQUAL TO "O"
008980             AND FZB-HIST-MATCH-PATTERN IS EQUAL TO SPACES
008990         ADD 1 TO FZB-BAL-HST-OVERRIDE
009000     END-IF.
009010     PERFORM 3350-RECOUNT-ONE-SUBSCRIBER THRU 3350-EXIT
009020         VARYING FZB-SUB-SUB FROM 1 BY 1
009030         UNTIL FZB-SUB-SUB IS GREATER THAN FZB-SUB-COUNT.
009040 3300-EXIT.
009050     EXIT.
009060
009070*----------------------------------------------------------*
009080* 3350-RECOUNT-ONE-SUBSCRIBER - APPLY ONE SUBSCRIBER'S      *
009090*                               FZBSUBF SELECTION TO THE    *
009100*                               HISTORY RECORD JUST READ    *
009110*                               (SAME RULE AS FIZZBUZZ:     *
009120*                               BOTH FILTERS BLANK TAKES    *
009130*                               EVERYTHING, ELSE THE KIND   *
009140*                               LIST OR THE CATEGORY TEXT)  *
009150*                               AND ROLL IT INTO THAT       *
009160*                               SUBSCRIBER'S RECOUNT.       *
009170*----------------------------------------------------------*
009180 3350-RECOUNT-ONE-SUBSCRIBER.
009190     MOVE "N" TO FZB-SUB-SEL-SW.
009200     IF FZB-SUB-KINDS(FZB-SUB-SUB) IS EQUAL TO SPACES
009210             AND FZB-SUB-CAT(FZB-SUB-SUB) IS EQUAL TO SPACES
009220         MOVE "Y" TO FZB-SUB-SEL-SW
009230     ELSE
009240         PERFORM 3360-CHECK-ONE-KIND THRU 3360-EXIT
009250             VARYING FZB-KIND-SUB FROM 1 BY 1
009260             UNTIL FZB-KIND-SUB IS GREATER THAN 5
009270                 OR FZB-SUB-SELECTED
009280         IF FZB-SUB-CAT(FZB-SUB-SUB) IS NOT EQUAL TO SPACES
009290                 AND FZB-HIST-CLASS-TEXT IS EQUAL TO
009300                 FZB-SUB-CAT(FZB-SUB-SUB)
009310             MOVE "Y" TO FZB-SUB-SEL-SW
009320         END-IF
009330     END-IF.
009340     IF FZB-SUB-SELECTED
009350         ADD 1 TO FZB-SUB-RECOUNT(FZB-SUB-SUB)
009360         ADD FZB-HIST-IDX TO FZB-SUB-RECOUNT-HASH(FZB-SUB-SUB)
009370     END-IF.
009380 3350-EXIT.
009390     EXIT.
009400
009410 3360-CHECK-ONE-KIND.
009420     IF FZB-SUB-KINDS(FZB-SUB-SUB)(FZB-KIND-SUB:1) IS NOT
009430             EQUAL TO SPACE
009440             AND FZB-SUB-KINDS(FZB-SUB-SUB)(FZB-KIND-SUB:1)
009450             IS EQUAL TO FZB-HIST-CLASS-KIND
009460         MOVE "Y" TO FZB-SUB-SEL-SW
009470     END-IF.
009480 3360-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------*
009520* 4000-SCAN-SUBSCRIBERS - READ EACH PROFILED SUBSCRIBER     *
009530*                         SLOT: HEADER RUN DATE, DETAIL     *
009540*                         RECOUNT AND REHASH, AND THE       *
009550*                         TRAILER COUNT AND HASH.           *
009560*----------------------------------------------------------*
009570 4000-SCAN-SUBSCRIBERS.
009580     PERFORM 4100-SCAN-ONE-SUBSCRIBER THRU 4100-EXIT
009590         VARYING FZB-SUB-SUB FROM 1 BY 1
009600         UNTIL FZB-SUB-SUB IS GREATER THAN FZB-SUB-COUNT.
009610 4000-EXIT.
009620     EXIT.
009630
009640 4100-SCAN-ONE-SUBSCRIBER.
009650     MOVE FZB-SUB-SLOT(FZB-SUB-SUB) TO FZB-SUB-WORK-SLOT.
009660     PERFORM 4700-OPEN-INPUT-SLOT THRU 4700-EXIT.
009670     IF NOT FZB-SLOT-IS-OPEN
009680         DISPLAY "FZBBAL - WARNING - SUBSCRIBER EXTRACT SLOT "
009690             FZB-SUB-DD(FZB-SUB-SUB) " NOT AVAILABLE"
009700         GO TO 4100-EXIT
009710     END-IF.
009720     MOVE "Y" TO FZB-SUB-OPEN-SW(FZB-SUB-SUB).
009730     MOVE "N" TO FZB-SLOT-EOF-SW.
009740     PERFORM 4150-SCAN-SLOT-RECORD THRU 4150-EXIT
009750         UNTIL FZB-SLOT-EOF.
009760     PERFORM 4720-CLOSE-SLOT THRU 4720-EXIT.
009770 4100-EXIT.
009780     EXIT.
009790
009800 4150-SCAN-SLOT-RECORD.
009810     PERFORM 4710-READ-ONE-SLOT THRU 4710-EXIT.
009820     IF FZB-SLOT-EOF
009830         GO TO 4150-EXIT
009840     END-IF.
009850     EVALUATE FZB-SUBX-REC-TYPE
009860         WHEN "H"
009870             MOVE FZB-SUBH-RUN-DATE
009880                 TO FZB-SUB-HDR-DATE(FZB-SUB-SUB)
009890         WHEN "T"
009900             MOVE "Y" TO FZB-SUB-TRL-SW(FZB-SUB-SUB)
009910             MOVE FZB-SUBT-COUNT TO FZB-SUB-TRL-CNT(FZB-SUB-SUB)
009920             MOVE FZB-SUBT-HASH TO FZB-SUB-TRL-HASH(FZB-SUB-SUB)
009930         WHEN OTHER
009940             ADD 1 TO FZB-SUB-FILE-CNT(FZB-SUB-SUB)
009950             ADD FZB-SUBX-IDX-FULL
009960                 TO FZB-SUB-FILE-HASH(FZB-SUB-SUB)
009970     END-EVALUATE.
009980 4150-EXIT.
009990     EXIT.
010000
010010*----------------------------------------------------------*
010020* 4700-OPEN-INPUT-SLOT THROUGH 4720-CLOSE-SLOT - THE SLOT   *
010030*                      I/O PRIMITIVES, ROUTED ON THE SLOT   *
010040*                      NUMBER IN FZB-SUB-WORK-SLOT AS IN    *
010050*                      FIZZBUZZ.                            *
010060*----------------------------------------------------------*
010070 4700-OPEN-INPUT-SLOT.
010080     MOVE "N" TO FZB-SLOT-OPEN-SW.
010090     EVALUATE FZB-SUB-WORK-SLOT
010100         WHEN 1
010110             OPEN INPUT FZBXTR1-FILE
010120             IF FZB-XT1-FILE-STATUS IS EQUAL TO "00"
010130                 MOVE "Y" TO FZB-SLOT-OPEN-SW
010140             END-IF
010150         WHEN 2
010160             OPEN INPUT FZBXTR2-FILE
010170             IF FZB-XT2-FILE-STATUS IS EQUAL TO "00"
010180                 MOVE "Y" TO FZB-SLOT-OPEN-SW
010190             END-IF
010200         WHEN 3
010210             OPEN INPUT FZBXTR3-FILE
010220             IF FZB-XT3-FILE-STATUS IS EQUAL TO "00"
010230                 MOVE "Y" TO FZB-SLOT-OPEN-SW
010240             END-IF
010250         WHEN 4
010260             OPEN INPUT FZBXTR4-FILE
010270             IF FZB-XT4-FILE-STATUS IS EQUAL TO "00"
010280                 MOVE "Y" TO FZB-SLOT-OPEN-SW
010290             END-IF
010300     END-EVALUATE.
010310 4700-EXIT.
010320     EXIT.
010330
010340 4710-READ-ONE-SLOT.
010350     EVALUATE FZB-SUB-WORK-SLOT
010360         WHEN 1
010370             READ FZBXTR1-FILE
010380                 AT END
010390                     MOVE "Y" TO FZB-SLOT-EOF-SW
010400                 NOT AT END
010410                     MOVE FZB-XTR1-RECORD TO FZB-SUBX-DATA
010420             END-READ
010430         WHEN 2
010440             READ FZBXTR2-FILE
010450                 AT END
010460                     MOVE "Y" TO FZB-SLOT-EOF-SW
010470                 NOT AT END
010480                     MOVE FZB-XTR2-RECORD TO FZB-SUBX-DATA
010490             END-READ
010500         WHEN 3
010510             READ FZBXTR3-FILE
010520                 AT END
010530                     MOVE "Y" TO FZB-SLOT-EOF-SW
010540                 NOT AT END
010550                     MOVE FZB-XTR3-RECORD TO FZB-SUBX-DATA
010560             END-READ
010570         WHEN 4
010580             READ FZBXTR4-FILE
010590                 AT END
010600                     MOVE "Y" TO FZB-SLOT-EOF-SW
010610                 NOT AT END
010620                     MOVE FZB-XTR4-RECORD TO FZB-SUBX-DATA
010630             END-READ
010640     END-EVALUATE.
010650 4710-EXIT.
010660     EXIT.
010670
010680 4720-CLOSE-SLOT.
010690     EVALUATE FZB-SUB-WORK-SLOT
010700         WHEN 1
010710             CLOSE FZBXTR1-FILE
010720         WHEN 2
010730             CLOSE FZBXTR2-FILE
010740         WHEN 3
010750             CLOSE FZBXTR3-FILE
010760         WHEN 4
010770             CLOSE FZBXTR4-FILE
010780     END-EVALUATE.
010790 4720-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------*
010830* 5000-PROVE-BALANCE - RUN EVERY CHECK THROUGH 5900 AND     *
010840*                      LIST IT ON FZBBRPT. THE FIZZBUZZ     *
010850*                      FINAL TOTALS ARE THE EXPECTED SIDE   *
010860*                      THROUGHOUT, SO EVERY FILE IS PROVED  *
010870*                      AGAINST THE SAME FIGURES AND, BY     *
010880*                      THAT, AGAINST EACH OTHER.            *
010890*----------------------------------------------------------*
010900 5000-PROVE-BALANCE.
010910     MOVE SPACES TO FZB-RPT-TEXT.
010920     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
010930     MOVE FZB-BAL-CHECK-HDG TO FZB-RPT-TEXT.
010940     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
010950
010960     MOVE "FIZZBUZZ NORMAL END LOGGED" TO FZB-CHK-LABEL.
010970     MOVE 1 TO FZB-CHK-EXPECT.
010980     IF FZB-NEND-FOUND
010990         MOVE 1 TO FZB-CHK-ACTUAL
011000     ELSE
011010         MOVE 0 TO FZB-CHK-ACTUAL
011020     END-IF.
011030     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011040     IF FZB-NEND-FOUND
011050         PERFORM 5100-PROVE-NORMAL-END THRU 5100-EXIT
011060     END-IF.
011070
011080     IF FZB-MODE-IS-INPUT
011090         MOVE "FEED RECORDS ACCOUNTED FOR" TO FZB-CHK-LABEL
011100         MOVE FZB-FIN-READ TO FZB-CHK-EXPECT
011110         COMPUTE FZB-CHK-ACTUAL = FZB-FIN-TOTAL
011120             + FZB-FIN-SUPPRESS + FZB-FIN-REJECT
011130         PERFORM 5900-CHECK-ONE THRU 5900-EXIT
011140     ELSE
011150         MOVE "GENERATED RANGE ACCOUNTED FOR" TO FZB-CHK-LABEL
011160         MOVE FZB-UPPER-BOUND TO FZB-CHK-EXPECT
011170         COMPUTE FZB-CHK-ACTUAL = FZB-FIN-TOTAL
011180             + FZB-FIN-SUPPRESS
011190         PERFORM 5900-CHECK-ONE THRU 5900-EXIT
011200         MOVE "LAST CHECKPOINTED IDX" TO FZB-CHK-LABEL
011210         MOVE FZB-UPPER-BOUND TO FZB-CHK-EXPECT
011220         MOVE FZB-FIN-LAST-IDX TO FZB-CHK-ACTUAL
011230         PERFORM 5900-CHECK-ONE THRU 5900-EXIT
011240     END-IF.
011250
011260     MOVE "FZBOUT DETAIL RECORDS" TO FZB-CHK-LABEL.
011270     MOVE FZB-FIN-TOTAL TO FZB-CHK-EXPECT.
011280     MOVE FZB-BAL-OUT-CNT TO FZB-CHK-ACTUAL.
011290     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011300
011310     MOVE "FZBREJ REJECT RECORDS" TO FZB-CHK-LABEL.
011320     MOVE FZB-FIN-REJECT TO FZB-CHK-EXPECT.
011330     MOVE FZB-BAL-REJ-CNT TO FZB-CHK-ACTUAL.
011340     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011350
011360     PERFORM 5200-PROVE-EXTRACT THRU 5200-EXIT.
011370     PERFORM 5300-PROVE-HISTORY THRU 5300-EXIT.
011380     PERFORM 5400-PROVE-ONE-SUBSCRIBER THRU 5400-EXIT
011390         VARYING FZB-SUB-SUB FROM 1 BY 1
011400         UNTIL FZB-SUB-SUB IS GREATER THAN FZB-SUB-COUNT.
011410 5000-EXIT.
011420     EXIT.
011430
011440*----------------------------------------------------------*
011450* 5100-PROVE-NORMAL-END - THE TOTALS FIZZBUZZ LOGGED AT     *
011460*                         NORMAL END MUST BE THE TOTALS IT  *
011470*                         LAST CHECKPOINTED.                *
011480*----------------------------------------------------------*
011490 5100-PROVE-NORMAL-END.
011500     IF FZB-NEND-TOTAL IS NOT NUMERIC
011510             OR FZB-NEND-READ IS NOT NUMERIC
011520             OR FZB-NEND-REJECT IS NOT NUMERIC
011530         MOVE "FIZZBUZZ NORMAL END READABLE" TO FZB-CHK-LABEL
011540         MOVE 1 TO FZB-CHK-EXPECT
011550         MOVE 0 TO FZB-CHK-ACTUAL
011560         PERFORM 5900-CHECK-ONE THRU 5900-EXIT
011570         GO TO 5100-EXIT
011580     END-IF.
011590     MOVE "LOGGED TOTAL CLASSIFIED" TO FZB-CHK-LABEL.
011600     MOVE FZB-FIN-TOTAL TO FZB-CHK-EXPECT.
011610     MOVE FZB-NEND-TOTAL TO FZB-CHK-ACTUAL.
011620     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011630     MOVE "LOGGED FEED RECORDS READ" TO FZB-CHK-LABEL.
011640     MOVE FZB-FIN-READ TO FZB-CHK-EXPECT.
011650     MOVE FZB-NEND-READ TO FZB-CHK-ACTUAL.
011660     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011670     MOVE "LOGGED FEED RECORDS REJECTED" TO FZB-CHK-LABEL.
011680     MOVE FZB-FIN-REJECT TO FZB-CHK-EXPECT.
011690     MOVE FZB-NEND-REJECT TO FZB-CHK-ACTUAL.
011700     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011710 5100-EXIT.
011720     EXIT.
011730
011740*----------------------------------------------------------*
011750* 5200-PROVE-EXTRACT - THE FZBXTR HEADER, DETAIL RECOUNT    *
011760*                      AND TRAILER AGAINST THE FINAL        *
011770*                      TOTALS AND EACH OTHER.               *
011780*----------------------------------------------------------*
011790 5200-PROVE-EXTRACT.
011800     MOVE "FZBXTR HEADER RUN DATE" TO FZB-CHK-LABEL.
011810     MOVE FZB-RUN-DATE TO FZB-CHK-EXPECT.
011820     MOVE FZB-BAL-XHDR-DATE TO FZB-CHK-ACTUAL.
011830     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011840     MOVE "FZBXTR DETAIL RECORDS" TO FZB-CHK-LABEL.
011850     MOVE FZB-FIN-TOTAL TO FZB-CHK-EXPECT.
011860     MOVE FZB-BAL-XDTL-CNT TO FZB-CHK-ACTUAL.
011870     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011880     MOVE "FZBXTR TRAILER PRESENT" TO FZB-CHK-LABEL.
011890     MOVE 1 TO FZB-CHK-EXPECT.
011900     IF FZB-BAL-XTRL-SW IS EQUAL TO "Y"
011910         MOVE 1 TO FZB-CHK-ACTUAL
011920     ELSE
011930         MOVE 0 TO FZB-CHK-ACTUAL
011940     END-IF.
011950     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
011960     MOVE "FZBXTR TRAILER COUNT" TO FZB-CHK-LABEL.
011970     MOVE FZB-FIN-TOTAL TO FZB-CHK-EXPECT.
011980     MOVE FZB-BAL-XTRL-CNT TO FZB-CHK-ACTUAL.
011990     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012000     MOVE "FZBXTR TRAILER HASH" TO FZB-CHK-LABEL.
012010     MOVE FZB-BAL-XDTL-HASH TO FZB-CHK-EXPECT.
012020     MOVE FZB-BAL-XTRL-HASH TO FZB-CHK-ACTUAL.
012030     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012040 5200-EXIT.
012050     EXIT.
012060
012070*----------------------------------------------------------*
012080* 5300-PROVE-HISTORY - THE DAY'S FZBHIST RECORDS AGAINST    *
012090*                      THE FINAL TOTALS. EVERY EXTRACT      *
012100*                      DETAIL MUST FIND ITS HISTORY RECORD  *
012110*                      WITH THE SAME CLASS KIND, AND THE    *
012120*                      KIND AND OVERRIDE COUNTS TAKEN FROM  *
012130*                      THOSE RECORDS MUST MATCH THE         *
012140*                      CHECKPOINT. IN GENERATED MODE EVERY  *
012150*                      NUMBER IS UNIQUE, SO THE HISTORY     *
012160*                      RECORD COUNT AND HASH MUST MATCH THE *
012170*                      TOTAL AND THE EXTRACT HASH EXACTLY;  *
012180*                      IN INPUT MODE A NUMBER FED MORE THAN *
012190*                      ONCE SHARES ONE RECORD, SO THE COUNT *
012200*                      MAY FALL SHORT BUT NEVER EXCEED.     *
012210*----------------------------------------------------------*
012220 5300-PROVE-HISTORY.
012230     MOVE "DETAILS MATCHED ON FZBHIST" TO FZB-CHK-LABEL.
012240     MOVE FZB-FIN-TOTAL TO FZB-CHK-EXPECT.
012250     MOVE FZB-BAL-ON-HIST TO FZB-CHK-ACTUAL.
012260     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012270     IF FZB-BAL-NOT-ON-HIST IS GREATER THAN 0
012280         MOVE FZB-BAL-NOT-ON-HIST TO FZB-RPT-NUMBER-ED
012290         STRING "    DETAILS WITH NO FZBHIST RECORD . . "
012300             DELIMITED BY SIZE
012310             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
012320             INTO FZB-RPT-TEXT
012330         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
012340     END-IF.
012350     IF FZB-BAL-KIND-DIFF IS GREATER THAN 0
012360         MOVE FZB-BAL-KIND-DIFF TO FZB-RPT-NUMBER-ED
012370         STRING "    DETAILS WHOSE KIND DIFFERS . . . . "
012380             DELIMITED BY SIZE
012390             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
012400             INTO FZB-RPT-TEXT
012410         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
012420     END-IF.
012430     MOVE "FZBHIST PLAIN" TO FZB-CHK-LABEL.
012440     MOVE FZB-FIN-PLAIN TO FZB-CHK-EXPECT.
012450     MOVE FZB-BAL-HST-PLAIN TO FZB-CHK-ACTUAL.
012460     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012470     MOVE "FZBHIST FIZZ" TO FZB-CHK-LABEL.
012480     MOVE FZB-FIN-FIZZ TO FZB-CHK-EXPECT.
012490     MOVE FZB-BAL-HST-FIZZ TO FZB-CHK-ACTUAL.
012500     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012510     MOVE "FZBHIST BUZZ" TO FZB-CHK-LABEL.
012520     MOVE FZB-FIN-BUZZ TO FZB-CHK-EXPECT.
012530     MOVE FZB-BAL-HST-BUZZ TO FZB-CHK-ACTUAL.
012540     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012550     MOVE "FZBHIST FIZZBUZZ" TO FZB-CHK-LABEL.
012560     MOVE FZB-FIN-FIZZBUZZ TO FZB-CHK-EXPECT.
012570     MOVE FZB-BAL-HST-FIZZBUZZ TO FZB-CHK-ACTUAL.
012580     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012590     MOVE "FZBHIST OTHER" TO FZB-CHK-LABEL.
012600     MOVE FZB-FIN-OTHER TO FZB-CHK-EXPECT.
012610     MOVE FZB-BAL-HST-OTHER TO FZB-CHK-ACTUAL.
012620     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012630     MOVE "FZBHIST OVERRIDDEN" TO FZB-CHK-LABEL.
012640     MOVE FZB-FIN-OVERRIDE TO FZB-CHK-EXPECT.
012650     MOVE FZB-BAL-HST-OVERRIDE TO FZB-CHK-ACTUAL.
012660     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012670
012680     MOVE "FZBHIST RECORDS FOR RUN DATE" TO FZB-CHK-LABEL.
012690     MOVE FZB-FIN-TOTAL TO FZB-CHK-EXPECT.
012700     MOVE FZB-BAL-HIST-ROWS TO FZB-CHK-ACTUAL.
012710     IF FZB-MODE-IS-INPUT
012720         MOVE "L" TO FZB-CHK-RULE
012730     END-IF.
012740     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
012750     IF FZB-MODE-IS-INPUT
012760         IF FZB-BAL-HIST-ROWS IS LESS THAN FZB-FIN-TOTAL
012770             MOVE "    (REPEATED FEED NUMBERS SHARE ONE RECORD)"
012780                 TO FZB-RPT-TEXT
012790             PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
012800         END-IF
012810     ELSE
012820         MOVE "FZBHIST HASH" TO FZB-CHK-LABEL
012830         MOVE FZB-BAL-XTRL-HASH TO FZB-CHK-EXPECT
012840         MOVE FZB-BAL-HIST-HASH TO FZB-CHK-ACTUAL
012850         PERFORM 5900-CHECK-ONE THRU 5900-EXIT
012860     END-IF.
012870 5300-EXIT.
012880     EXIT.
012890
012900*----------------------------------------------------------*
012910* 5400-PROVE-ONE-SUBSCRIBER - ONE SUBSCRIBER SLOT: ITS      *
012920*                             HEADER DATE, ITS DETAIL       *
012930*                             RECOUNT AND ITS TRAILER       *
012940*                             COUNT AND HASH MUST ALL MATCH *
012950*                             THE HISTORY RECOUNT UNDER ITS *
012960*                             FZBSUBF SELECTION.            *
012970*----------------------------------------------------------*
012980 5400-PROVE-ONE-SUBSCRIBER.
012990     MOVE SPACES TO FZB-RPT-TEXT.
013000     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
013010     STRING "  SUBSCRIBER " DELIMITED BY SIZE
013020         FZB-SUB-SYS(FZB-SUB-SUB) DELIMITED BY SIZE
013030         " ON " DELIMITED BY SIZE
013040         FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SIZE
013050         INTO FZB-RPT-TEXT.
013060     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
013070     MOVE SPACES TO FZB-CHK-LABEL.
013080     STRING FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SPACE
013090         " FILE AVAILABLE" DELIMITED BY SIZE
013100         INTO FZB-CHK-LABEL.
013110     MOVE 1 TO FZB-CHK-EXPECT.
013120     IF FZB-SUB-OPEN-SW(FZB-SUB-SUB) IS EQUAL TO "Y"
013130         MOVE 1 TO FZB-CHK-ACTUAL
013140     ELSE
013150         MOVE 0 TO FZB-CHK-ACTUAL
013160     END-IF.
013170     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
013180     IF FZB-SUB-OPEN-SW(FZB-SUB-SUB) IS NOT EQUAL TO "Y"
013190         GO TO 5400-EXIT
013200     END-IF.
013210     MOVE SPACES TO FZB-CHK-LABEL.
013220     STRING FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SPACE
013230         " HEADER RUN DATE" DELIMITED BY SIZE
013240         INTO FZB-CHK-LABEL.
013250     MOVE FZB-RUN-DATE TO FZB-CHK-EXPECT.
013260     MOVE FZB-SUB-HDR-DATE(FZB-SUB-SUB) TO FZB-CHK-ACTUAL.
013270     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
013280     MOVE SPACES TO FZB-CHK-LABEL.
013290     STRING FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SPACE
013300         " DETAIL RECORDS" DELIMITED BY SIZE
013310         INTO FZB-CHK-LABEL.
013320     MOVE FZB-SUB-RECOUNT(FZB-SUB-SUB) TO FZB-CHK-EXPECT.
013330     MOVE FZB-SUB-FILE-CNT(FZB-SUB-SUB) TO FZB-CHK-ACTUAL.
013340     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
013350     MOVE SPACES TO FZB-CHK-LABEL.
013360     STRING FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SPACE
013370         " DETAIL HASH" DELIMITED BY SIZE
013380         INTO FZB-CHK-LABEL.
013390     MOVE FZB-SUB-RECOUNT-HASH(FZB-SUB-SUB) TO FZB-CHK-EXPECT.
013400     MOVE FZB-SUB-FILE-HASH(FZB-SUB-SUB) TO FZB-CHK-ACTUAL.
013410     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
013420     MOVE SPACES TO FZB-CHK-LABEL.
013430     STRING FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SPACE
013440         " TRAILER PRESENT" DELIMITED BY SIZE
013450         INTO FZB-CHK-LABEL.
013460     MOVE 1 TO FZB-CHK-EXPECT.
013470     IF FZB-SUB-TRL-SW(FZB-SUB-SUB) IS EQUAL TO "Y"
013480         MOVE 1 TO FZB-CHK-ACTUAL
013490     ELSE
013500         MOVE 0 TO FZB-CHK-ACTUAL
013510     END-IF.
013520     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
013530     MOVE SPACES TO FZB-CHK-LABEL.
013540     STRING FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SPACE
013550         " TRAILER COUNT" DELIMITED BY SIZE
013560         INTO FZB-CHK-LABEL.
013570     MOVE FZB-SUB-RECOUNT(FZB-SUB-SUB) TO FZB-CHK-EXPECT.
013580     MOVE FZB-SUB-TRL-CNT(FZB-SUB-SUB) TO FZB-CHK-ACTUAL.
013590     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
013600     MOVE SPACES TO FZB-CHK-LABEL.
013610     STRING FZB-SUB-DD(FZB-SUB-SUB) DELIMITED BY SPACE
013620         " TRAILER HASH" DELIMITED BY SIZE
013630         INTO FZB-CHK-LABEL.
013640     MOVE FZB-SUB-RECOUNT-HASH(FZB-SUB-SUB) TO FZB-CHK-EXPECT.
013650     MOVE FZB-SUB-TRL-HASH(FZB-SUB-SUB) TO FZB-CHK-ACTUAL.
013660     PERFORM 5900-CHECK-ONE THRU 5900-EXIT.
013670 5400-EXIT.
013680     EXIT.
013690
013700*----------------------------------------------------------*
013710* 5900-CHECK-ONE - COMPARE THE EXPECTED AND ACTUAL FIGURES  *
013720*                  STAGED BY THE CALLER AND LIST THE CHECK. *
013730*                  THE RULE IS EQUALITY UNLESS THE CALLER   *
013740*                  SET "L" (ACTUAL MAY NOT EXCEED           *
013750*                  EXPECTED). A FAILED CHECK IS LOGGED TO   *
013760*                  FZBLOG AS A BALN EVENT NAMING THE CHECK. *
013770*                  THE STAGING FIELDS ARE RESET AFTERWARDS. *
013780*----------------------------------------------------------*
013790 5900-CHECK-ONE.
013800     MOVE "Y" TO FZB-CHK-OK-SW.
013810     IF FZB-CHK-NOT-OVER
013820         IF FZB-CHK-ACTUAL IS GREATER THAN FZB-CHK-EXPECT
013830             MOVE "N" TO FZB-CHK-OK-SW
013840         END-IF
013850     ELSE
013860         IF FZB-CHK-ACTUAL IS NOT EQUAL TO FZB-CHK-EXPECT
013870             MOVE "N" TO FZB-CHK-OK-SW
013880         END-IF
013890     END-IF.
013900     MOVE FZB-CHK-LABEL TO FZB-CLN-LABEL.
013910     MOVE FZB-CHK-EXPECT TO FZB-CLN-EXPECT.
013920     MOVE FZB-CHK-ACTUAL TO FZB-CLN-ACTUAL.
013930     IF FZB-CHK-OK
013940         ADD 1 TO FZB-CHK-PASSED
013950         MOVE "OK" TO FZB-CLN-RESULT
013960     ELSE
013970         ADD 1 TO FZB-CHK-FAILED
013980         MOVE "*** OUT OF BAL" TO FZB-CLN-RESULT
013990         MOVE "BALN" TO FZB-LOG-EVENT-WK
014000         STRING "OUT OF BALANCE - " DELIMITED BY SIZE
014010             FZB-CHK-LABEL DELIMITED BY SIZE
014020             INTO FZB-LOG-TEXT-WK
014030         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
014040     END-IF.
014050     MOVE FZB-BAL-CHECK-LINE TO FZB-RPT-TEXT.
014060     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
014070     MOVE SPACES TO FZB-CHK-LABEL.
014080     MOVE 0 TO FZB-CHK-EXPECT FZB-CHK-ACTUAL.
014090     MOVE "E" TO FZB-CHK-RULE.
014100 5900-EXIT.
014110     EXIT.
014120
014130*----------------------------------------------------------*
014140* 6000-WRITE-OUTCOME - CLOSE THE REPORT WITH THE CHECK      *
014150*                      COUNTS AND THE VERDICT, SET THE      *
014160*                      RETURN CODE AND STAGE THE CLOSING    *
014170*                      LOG EVENT. OUT OF BALANCE ENDS RC=4, *
014180*                      WHICH HOLDS THE LATER STEPS, UNLESS  *
014190*                      THE FZBBSGN CARD SIGNS THE DAY OFF - *
014200*                      THE SIGN-OFF IS LOGGED AS A BSGN     *
014210*                      EVENT AND THE STEP ENDS RC=0.        *
014220*----------------------------------------------------------*
014230 6000-WRITE-OUTCOME.
014240     MOVE SPACES TO FZB-RPT-TEXT.
014250     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
014260     MOVE FZB-CHK-PASSED TO FZB-RPT-NUMBER-ED.
014270     STRING "CHECKS IN BALANCE . . . . . " DELIMITED BY SIZE
014280         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
014290         INTO FZB-RPT-TEXT.
014300     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
014310     MOVE FZB-CHK-FAILED TO FZB-RPT-NUMBER-ED.
014320     STRING "CHECKS OUT OF BALANCE . . . " DELIMITED BY SIZE
014330         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
014340         INTO FZB-RPT-TEXT.
014350     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
014360     MOVE SPACES TO FZB-RPT-TEXT.
014370     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
014380
014390     MOVE "NEND" TO FZB-LOG-EVENT-WK.
014400     IF FZB-CHK-FAILED IS EQUAL TO 0
014410         MOVE "RUN DATE IS IN BALANCE" TO FZB-RPT-TEXT
014420         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
014430         MOVE "BALANCING ENDED - IN BALANCE"
014440             TO FZB-LOG-TEXT-WK
014450         MOVE 0 TO RETURN-CODE
014460         GO TO 6000-EXIT
014470     END-IF.
014480     IF NOT FZB-SIGNED-OFF
014490         MOVE "*** RUN DATE IS OUT OF BALANCE - LATER STEPS AND "
014500             TO FZB-RPT-TEXT
014510         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
014520         MOVE "    DISTRIBUTION ARE HELD UNTIL THE DAY IS SIGNED "
014530             TO FZB-RPT-TEXT
014540         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
014550         MOVE "    OFF ON THE FZBBSGN CARD" TO FZB-RPT-TEXT
014560         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
014570         MOVE "BALANCING ENDED - OUT OF BALANCE"
014580             TO FZB-LOG-TEXT-WK
014590         MOVE 4 TO RETURN-CODE
014600         GO TO 6000-EXIT
014610     END-IF.
014620     STRING "RUN DATE IS OUT OF BALANCE - SIGNED OFF BY "
014630         DELIMITED BY SIZE
014640         FZB-SIGNOFF-USER DELIMITED BY SIZE
014650         INTO FZB-RPT-TEXT.
014660     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
014670     IF FZB-SIGNOFF-NOTE IS NOT EQUAL TO SPACES
014680         STRING "    " DELIMITED BY SIZE
014690             FZB-SIGNOFF-NOTE DELIMITED BY SIZE
014700             INTO FZB-RPT-TEXT
014710         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
014720     END-IF.
014730     MOVE "BSGN" TO FZB-LOG-EVENT-WK.
014740     STRING "SIGNED OFF BY " DELIMITED BY SIZE
014750         FZB-SIGNOFF-USER DELIMITED BY SIZE
014760         " " DELIMITED BY SIZE
014770         FZB-SIGNOFF-NOTE DELIMITED BY SIZE
014780         INTO FZB-LOG-TEXT-WK.
014790     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
014800     MOVE "NEND" TO FZB-LOG-EVENT-WK.
014810     MOVE "BALANCING ENDED - SIGNED OFF"
014820         TO FZB-LOG-TEXT-WK.
014830     MOVE 0 TO RETURN-CODE.
014840 6000-EXIT.
014850     EXIT.
014860
014870*----------------------------------------------------------*
014880* 6500-POST-RELEASES - WHEN THE DAY IS IN BALANCE OR SIGNED *
014890*                      OFF, RECORD ON THE FZBDLVL DELIVERY  *
014900*                      LEDGER THAT EACH SUBSCRIBER EXTRACT  *
014910*                      WITH A TRAILER HAS BEEN RELEASED,    *
014920*                      WITH ITS TRAILER COUNT AND HASH.     *
014930*                      FZBDREC MATCHES THESE TO THE FZBXVFY *
014940*                      RECEIPTS. NO FZBDLVL DD MEANS THE    *
014950*                      LEDGER IS NOT IN USE. A RERUN        *
014960*                      REPLACES THE DAY'S RELEASES.         *
014970*----------------------------------------------------------*
014980 6500-POST-RELEASES.
014990     IF FZB-CHK-FAILED IS NOT EQUAL TO 0 AND NOT FZB-SIGNED-OFF
015000         GO TO 6500-EXIT
015010     END-IF.
015020     OPEN I-O FZBDLVL-FILE.
015030     IF FZB-DLV-FILE-STATUS IS NOT EQUAL TO "00"
015040         GO TO 6500-EXIT
015050     END-IF.
015060     MOVE 0 TO FZB-DLV-POSTED.
015070     PERFORM 6550-POST-ONE-RELEASE THRU 6550-EXIT
015080         VARYING FZB-SUB-SUB FROM 1 BY 1
015090         UNTIL FZB-SUB-SUB IS GREATER THAN FZB-SUB-COUNT.
015100     CLOSE FZBDLVL-FILE.
015110     MOVE FZB-DLV-POSTED TO FZB-RPT-NUMBER-ED.
015120     STRING "RELEASES POSTED TO FZBDLVL. " DELIMITED BY SIZE
015130         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
015140         INTO FZB-RPT-TEXT.
015150     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
015160 6500-EXIT.
015170     EXIT.
015180
015190 6550-POST-ONE-RELEASE.
015200     IF FZB-SUB-TRL-SW(FZB-SUB-SUB) IS NOT EQUAL TO "Y"
015210         GO TO 6550-EXIT
015220     END-IF.
015230     MOVE SPACES TO FZB-DLV-RECORD.
015240     MOVE FZB-SUB-SYS(FZB-SUB-SUB) TO FZB-DLV-SYSTEM.
015250     IF FZB-SUB-HDR-DATE(FZB-SUB-SUB) IS GREATER THAN 0
015260         MOVE FZB-SUB-HDR-DATE(FZB-SUB-SUB) TO FZB-DLV-RUN-DATE
015270     ELSE
015280         MOVE FZB-RUN-DATE TO FZB-DLV-RUN-DATE
015290     END-IF.
015300     MOVE "S" TO FZB-DLV-REC-TYPE.
015310     MOVE FZB-SUB-DD(FZB-SUB-SUB) TO FZB-DLV-DD-NAME.
015320     MOVE FZB-SUB-TRL-CNT(FZB-SUB-SUB) TO FZB-DLV-COUNT.
015330     MOVE FZB-SUB-TRL-HASH(FZB-SUB-SUB) TO FZB-DLV-HASH.
015340     ACCEPT FZB-DLV-STAMP-DATE FROM DATE YYYYMMDD.
015350     ACCEPT FZB-DLV-STAMP-TIME FROM TIME.
015360     MOVE "FZBBAL" TO FZB-DLV-PROGRAM.
015370     MOVE 0 TO FZB-DLV-ATTEMPTS.
015380     WRITE FZB-DLV-RECORD
015390         INVALID KEY
015400             REWRITE FZB-DLV-RECORD
015410     END-WRITE.
015420     IF FZB-DLV-FILE-STATUS IS NOT EQUAL TO "00"
015430         DISPLAY "FZBBAL - ABEND - FZBDLVL DELIVERY LEDGER WRITE "
015440             "FAILED (FILE STATUS " FZB-DLV-FILE-STATUS ")"
015450         MOVE "ABND" TO FZB-LOG-EVENT-WK
015460         MOVE 0307 TO FZB-LOG-REASON-WK
015470         MOVE "FZBDLVL DELIVERY LEDGER WRITE FAILED"
015480             TO FZB-LOG-TEXT-WK
015490         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
015500         MOVE 8 TO RETURN-CODE
015510         STOP RUN
015520     END-IF.
015530     ADD 1 TO FZB-DLV-POSTED.
015540 6550-EXIT.
015550     EXIT.
015560
015570*----------------------------------------------------------*
015580* 8700-OPEN-RUN-LOG - OPEN THE SHARED FZBLOG RUN-EVENT LOG  *
015590*                     FOR EXTEND (SEE FZBLOGR).             *
015600*----------------------------------------------------------*
015610 8700-OPEN-RUN-LOG.
015620     OPEN EXTEND FZBLOG-FILE.
015630     IF FZB-LOG-FILE-STATUS IS NOT EQUAL TO "00" AND "05"
015640         DISPLAY "FZBBAL - ABEND - FZBLOG RUN LOG NOT "
015650             "AVAILABLE (FILE STATUS " FZB-LOG-FILE-STATUS ")"
015660         MOVE 8 TO RETURN-CODE
015670         STOP RUN
015680     END-IF.
015690 8700-EXIT.
015700     EXIT.
015710
015720*----------------------------------------------------------*
015730* 8800-WRITE-LOG - WRITE ONE TIMESTAMPED FZBLOG RECORD FROM *
015740*                  THE EVENT CODE, REASON AND TEXT STAGED   *
015750*                  BY THE CALLER, THEN CLEAR THE STAGING    *
015760*                  FIELDS FOR THE NEXT EVENT.               *
015770*----------------------------------------------------------*
015780 8800-WRITE-LOG.
015790     ACCEPT FZB-LOG-DATE-NOW FROM DATE YYYYMMDD.
015800     ACCEPT FZB-LOG-TIME-NOW FROM TIME.
015810     MOVE SPACES TO FZB-LOG-RECORD.
015820     MOVE FZB-LOG-DATE-NOW TO FZB-LOG-DATE.
015830     MOVE FZB-LOG-TIME-NOW TO FZB-LOG-TIME.
015840     MOVE "FZBBAL" TO FZB-LOG-PROGRAM.
015850     MOVE FZB-LOG-EVENT-WK TO FZB-LOG-EVENT-CODE.
015860     MOVE FZB-LOG-REASON-WK TO FZB-LOG-REASON.
015870     MOVE FZB-LOG-TEXT-WK TO FZB-LOG-TEXT.
015880     WRITE FZB-LOG-RECORD.
015890     MOVE 0 TO FZB-LOG-REASON-WK.
015900     MOVE SPACES TO FZB-LOG-TEXT-WK.
015910 8800-EXIT.
015920     EXIT.
015930
015940 9100-EMIT-RPT-LINE.
015950     DISPLAY FZB-RPT-TEXT.
015960     WRITE FZB-RPT-LINE.
015970     MOVE SPACES TO FZB-RPT-TEXT.
015980 9100-EXIT.
015990     EXIT.
