000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBMERGE.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. MERGES THE PARALLEL  *
000120*                    PARTITION STEPS OF A SPLIT FIZZBUZZ    *
000130*                    RUN (TYPE "3" FZBCTL CARDS) INTO THE   *
000140*                    ONE SET OF DAILY DATASETS THE REST OF  *
000150*                    THE STREAM EXPECTS. EVERY PARTITION    *
000160*                    MUST HAVE LEFT ITS CLOSING "T" SUMMARY *
000170*                    FOR THE RUN DATE ON FZBPSUM OR NOTHING *
000180*                    IS WRITTEN. FZBOUT AND FZBREJ ARE THE  *
000190*                    PARTIALS IN PARTITION ORDER; FZBXTR    *
000200*                    AND EACH SUBSCRIBER SLOT GET ONE "H"   *
000210*                    HEADER, THE PARTIAL DETAILS AND A      *
000220*                    RECOMPUTED "T" TRAILER, AFTER EACH     *
000230*                    PARTIAL'S OWN TRAILER IS PROVED        *
000240*                    AGAINST ITS DETAILS. THE PARTIAL       *
000250*                    HISTORIES ARE LOADED TO THE FZBHIST    *
000260*                    CLUSTER, ONE COMBINED FZBCKPT RECORD   *
000270*                    AND FZBRPT REPORT ARE WRITTEN, THE     *
000280*                    PARTITIONS' OWN RUN-EVENT LOGS ARE     *
000290*                    CARRIED INTO FZBLOG, AND THE COMBINED  *
000300*                    NORMAL END IS LOGGED, SO FZBBAL,       *
000310*                    FZBCMPR AND FZBTREND RUN UNCHANGED.    *
000320*   10/15/2026 JHK   REGISTER THE PARTITIONS' ACCEPTED      *
000330*                    BATCHES ON FZBBREG (SEE FZBBRGR),      *
000340*                    WHICH THE PARALLEL STEPS ONLY READ. A  *
000350*                    BATCH TWO PARTITIONS CLASSIFIED IS     *
000360*                    REPORTED AND LOGGED. THE DUPLICATE AND *
000370*                    REUSED-ID REJECTS THE PARTITIONS MADE  *
000380*                    ARE LISTED ON THE COMBINED FZBRPT.     *
000390*   10/15/2026 JHK   POST THE PARTITIONS' SUPPLIER          *
000400*                    STATISTICS ("S" FZBPSUM RECORDS) TO    *
000410*                    THE OPTIONAL FZBSTAT HISTORY (SEE      *
000420*                    FZBSTSR), ONE RECORD PER BATCH AND ONE *
000430*                    PER PARTITION FOR DETAILS READ OUTSIDE *
000440*                    ANY BATCH.                             *
000450*   10/15/2026 JHK   JOURNAL EVERY FZBHIST RECORD THE MERGE *
000460*                    LOADS FROM THE PARTITIONS TO THE       *
000470*                    FZBJRNL FORWARD-RECOVERY JOURNAL (SEE  *
000480*                    FZBJRNR), STAMPED WITH PROGRAM, RUN    *
000490*                    DATE AND TIME, SO FZBHRCV CAN ROLL A   *
000500*                    RESTORED FZBBKUP BACKUP FORWARD OVER A *
000510*                    PARTITIONED DAY. NO FZBJRNL DD MEANS   *
000520*                    NO JOURNAL IS KEPT.                    *
000530*   10/15/2026 JHK   TAKE THE RUN DATE FROM THE PARTITIONS' *
000540*                    "T" FZBPSUM RECORDS, NOT THE CLOCK, SO *
000550*                    A MERGE RUN AFTER MIDNIGHT, OR OVER A  *
000560*                    PARTITION QUIESCED AND RESUMED PAST    *
000570*                    IT, STILL FINDS ITS DAY. PARTITIONS    *
000580*                    WHOSE "T" RECORDS CARRY DIFFERENT RUN  *
000590*                    DATES ABEND THE MERGE (REASON 0402).   *
000600*----------------------------------------------------------*
000610
000620 ENVIRONMENT DIVISION.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT FZBCTL-FILE ASSIGN TO FZBCTL
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS FZB-CTL-FILE-STATUS.
000690     SELECT FZBSUBF-FILE ASSIGN TO FZBSUBF
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FZB-SUBF-FILE-STATUS.
000720     SELECT FZBPSUM-FILE ASSIGN TO FZBPSUM
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FZB-PSUM-FILE-STATUS.
000750     SELECT FZBOUTP-FILE ASSIGN TO FZBOUTP
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FZB-OUTP-FILE-STATUS.
000780     SELECT FZBOUT-FILE ASSIGN TO FZBOUT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS FZB-OUT-FILE-STATUS.
000810     SELECT FZBXTRP-FILE ASSIGN TO FZBXTRP
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS FZB-XTRP-FILE-STATUS.
000840     SELECT FZBXTR-FILE ASSIGN TO FZBXTR
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS FZB-XTR-FILE-STATUS.
000870     SELECT FZBXP1-FILE ASSIGN TO FZBXP1
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FZB-XP1-FILE-STATUS.
000900     SELECT FZBXP2-FILE ASSIGN TO FZBXP2
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FZB-XP2-FILE-STATUS.
000930     SELECT FZBXP3-FILE ASSIGN TO FZBXP3
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS FZB-XP3-FILE-STATUS.
000960     SELECT FZBXP4-FILE ASSIGN TO FZBXP4
000970         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS FZB-XP4-FILE-STATUS.
000990     SELECT FZBXTR1-FILE ASSIGN TO FZBXTR1
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS FZB-XT1-FILE-STATUS.
001020     SELECT FZBXTR2-FILE ASSIGN TO FZBXTR2
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS FZB-XT2-FILE-STATUS.
001050     SELECT FZBXTR3-FILE ASSIGN TO FZBXTR3
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS FZB-XT3-FILE-STATUS.
001080     SELECT FZBXTR4-FILE ASSIGN TO FZBXTR4
001090         ORGANIZATION IS SEQUENTIAL
001100         FILE STATUS IS FZB-XT4-FILE-STATUS.
001110     SELECT FZBREJP-FILE ASSIGN TO FZBREJP
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS FZB-REJP-FILE-STATUS.
001140     SELECT FZBREJ-FILE ASSIGN TO FZBREJ
001150         ORGANIZATION IS SEQUENTIAL
001160         FILE STATUS IS FZB-REJ-FILE-STATUS.
001170     SELECT FZBHSTP-FILE ASSIGN TO FZBHSTP
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS FZB-HSTP-FILE-STATUS.
001200     SELECT FZBHIST-FILE ASSIGN TO FZBHIST
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS FZB-HIST-KEY
001240         FILE STATUS IS FZB-HIST-FILE-STATUS.
001250     SELECT FZBCKPT-FILE ASSIGN TO FZBCKPT
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS FZB-CKPT-FILE-STATUS.
001280     SELECT FZBRPT-FILE ASSIGN TO FZBRPT
001290         ORGANIZATION IS SEQUENTIAL.
001300     SELECT FZBLOGP-FILE ASSIGN TO FZBLOGP
001310         ORGANIZATION IS SEQUENTIAL
001320         FILE STATUS IS FZB-LOGP-FILE-STATUS.
001330     SELECT FZBLOG-FILE ASSIGN TO FZBLOG
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS FZB-LOG-FILE-STATUS.
001360     SELECT FZBBREG-FILE ASSIGN TO FZBBREG
001370         ORGANIZATION IS INDEXED
001380         ACCESS MODE IS DYNAMIC
001390         RECORD KEY IS FZB-BREG-KEY
001400         FILE STATUS IS FZB-BREG-FILE-STATUS.
001410     SELECT FZBSTAT-FILE ASSIGN TO FZBSTAT
001420         ORGANIZATION IS INDEXED
001430         ACCESS MODE IS DYNAMIC
001440         RECORD KEY IS FZB-STS-KEY
001450         FILE STATUS IS FZB-STAT-FILE-STATUS.
001460     SELECT FZBJRNL-FILE ASSIGN TO FZBJRNL
001470         ORGANIZATION IS SEQUENTIAL
001480         FILE STATUS IS FZB-JRNL-FILE-STATUS.
001490
001500 DATA DIVISION.
001510
001520 FILE SECTION.
001530 FD  FZBCTL-FILE
001540     RECORDING MODE IS F
001550     BLOCK CONTAINS 0 RECORDS
001560     LABEL RECORDS ARE STANDARD.
001570     COPY FZBCTLR.
001580
001590 FD  FZBSUBF-FILE
001600     RECORDING MODE IS F
001610     BLOCK CONTAINS 0 RECORDS
001620     LABEL RECORDS ARE STANDARD.
001630     COPY FZBSUBR.
001640
001650 FD  FZBPSUM-FILE
001660     RECORDING MODE IS F
001670     BLOCK CONTAINS 0 RECORDS
001680     LABEL RECORDS ARE STANDARD.
001690     COPY FZBPSMR.
001700
001710 FD  FZBOUTP-FILE
001720     RECORDING MODE IS F
001730     BLOCK CONTAINS 0 RECORDS
001740     LABEL RECORDS ARE STANDARD.
001750 01  FZB-OUTP-RECORD            PIC X(80).
001760
001770 FD  FZBOUT-FILE
001780     RECORDING MODE IS F
001790     BLOCK CONTAINS 0 RECORDS
001800     LABEL RECORDS ARE STANDARD.
001810     COPY FZBOUTR.
001820
001830 FD  FZBXTRP-FILE
001840     RECORDING MODE IS F
001850     BLOCK CONTAINS 0 RECORDS
001860     LABEL RECORDS ARE STANDARD.
001870 01  FZB-XTRP-RECORD            PIC X(80).
001880
001890 FD  FZBXTR-FILE
001900     RECORDING MODE IS F
001910     BLOCK CONTAINS 0 RECORDS
001920     LABEL RECORDS ARE STANDARD.
001930     COPY FZBXTRR.
001940
001950 FD  FZBXP1-FILE
001960     RECORDING MODE IS F
001970     BLOCK CONTAINS 0 RECORDS
001980     LABEL RECORDS ARE STANDARD.
001990 01  FZB-XP1-RECORD             PIC X(80).
002000
002010 FD  FZBXP2-FILE
002020     RECORDING MODE IS F
002030     BLOCK CONTAINS 0 RECORDS
002040     LABEL RECORDS ARE STANDARD.
002050 01  FZB-XP2-RECORD             PIC X(80).
002060
002070 FD  FZBXP3-FILE
002080     RECORDING MODE IS F
002090     BLOCK CONTAINS 0 RECORDS
002100     LABEL RECORDS ARE STANDARD.
002110 01  FZB-XP3-RECORD             PIC X(80).
002120
002130 FD  FZBXP4-FILE
002140     RECORDING MODE IS F
002150     BLOCK CONTAINS 0 RECORDS
002160     LABEL RECORDS ARE STANDARD.
002170 01  FZB-XP4-RECORD             PIC X(80).
002180
002190 FD  FZBXTR1-FILE
002200     RECORDING MODE IS F
002210     BLOCK CONTAINS 0 RECORDS
002220     LABEL RECORDS ARE STANDARD.
002230 01  FZB-XTR1-RECORD            PIC X(80).
002240
002250 FD  FZBXTR2-FILE
002260     RECORDING MODE IS F
002270     BLOCK CONTAINS 0 RECORDS
002280     LABEL RECORDS ARE STANDARD.
002290 01  FZB-XTR2-RECORD            PIC X(80).
002300
002310 FD  FZBXTR3-FILE
002320     RECORDING MODE IS F
002330     BLOCK CONTAINS 0 RECORDS
002340     LABEL RECORDS ARE STANDARD.
002350 01  FZB-XTR3-RECORD            PIC X(80).
002360
002370 FD  FZBXTR4-FILE
002380     RECORDING MODE IS F
002390     BLOCK CONTAINS 0 RECORDS
002400     LABEL RECORDS ARE STANDARD.
002410 01  FZB-XTR4-RECORD            PIC X(80).
002420
002430 FD  FZBREJP-FILE
002440     RECORDING MODE IS F
002450     BLOCK CONTAINS 0 RECORDS
002460     LABEL RECORDS ARE STANDARD.
002470 01  FZB-REJP-RECORD            PIC X(80).
002480
002490 FD  FZBREJ-FILE
002500     RECORDING MODE IS F
002510     BLOCK CONTAINS 0 RECORDS
002520     LABEL RECORDS ARE STANDARD.
002530     COPY FZBREJR.
002540
002550 FD  FZBHSTP-FILE
002560     RECORDING MODE IS F
002570     BLOCK CONTAINS 0 RECORDS
002580     LABEL RECORDS ARE STANDARD.
002590 01  FZB-HSTP-RECORD            PIC X(80).
002600
002610 FD  FZBHIST-FILE
002620     LABEL RECORDS ARE STANDARD.
002630     COPY FZBHSTR.
002640
002650 FD  FZBCKPT-FILE
002660     RECORDING MODE IS F
002670     BLOCK CONTAINS 0 RECORDS
002680     LABEL RECORDS ARE STANDARD.
002690     COPY FZBCKPR.
002700
002710 FD  FZBRPT-FILE
002720     RECORDING MODE IS F
002730     BLOCK CONTAINS 0 RECORDS
002740     LABEL RECORDS ARE STANDARD.
002750     COPY FZBRPTR.
002760
002770 FD  FZBLOGP-FILE
002780     RECORDING MODE IS F
002790     BLOCK CONTAINS 0 RECORDS
002800     LABEL RECORDS ARE STANDARD.
002810 01  FZB-LOGP-RECORD            PIC X(80).
002820
002830 FD  FZBLOG-FILE
002840     RECORDING MODE IS F
002850     BLOCK CONTAINS 0 RECORDS
002860     LABEL RECORDS ARE STANDARD.
002870     COPY FZBLOGR.
002880
002890 FD  FZBBREG-FILE
002900     LABEL RECORDS ARE STANDARD.
002910     COPY FZBBRGR.
002920
002930 FD  FZBSTAT-FILE
002940     LABEL RECORDS ARE STANDARD.
002950     COPY FZBSTSR.
002960
002970 FD  FZBJRNL-FILE
002980     RECORDING MODE IS F
002990     BLOCK CONTAINS 0 RECORDS
003000     LABEL RECORDS ARE STANDARD.
003010     COPY FZBJRNR.
003020
003030 WORKING-STORAGE SECTION.
003040 77 FZB-CTL-FILE-STATUS  PIC X(02) VALUE "00".
003050 77 FZB-CTL-EOF-SW       PIC X(01) VALUE "N".
003060     88 FZB-CTL-EOF                VALUE "Y".
003070 77 FZB-UPPER-BOUND      PIC 9(07) VALUE 100.
003080 77 FZB-PROC-MODE        PIC X(01) VALUE "G".
003090     88 FZB-INPUT-MODE             VALUE "I".
003100     88 FZB-GENERATED-MODE         VALUE "G", " ".
003110 77 FZB-PART-TABLE-MAX   PIC 9(02) VALUE 20.
003120 77 FZB-PART-LAST-TO     PIC 9(07) VALUE 0.
003130 77 FZB-PART-NO-WK       PIC 9(02) VALUE 0.
003140 77 FZB-PSUM-FILE-STATUS PIC X(02) VALUE "00".
003150 77 FZB-OUTP-FILE-STATUS PIC X(02) VALUE "00".
003160 77 FZB-OUT-FILE-STATUS  PIC X(02) VALUE "00".
003170 77 FZB-XTRP-FILE-STATUS PIC X(02) VALUE "00".
003180 77 FZB-XTR-FILE-STATUS  PIC X(02) VALUE "00".
003190 77 FZB-REJP-FILE-STATUS PIC X(02) VALUE "00".
003200 77 FZB-REJ-FILE-STATUS  PIC X(02) VALUE "00".
003210 77 FZB-HSTP-FILE-STATUS PIC X(02) VALUE "00".
003220 77 FZB-HIST-FILE-STATUS PIC X(02) VALUE "00".
003230 77 FZB-CKPT-FILE-STATUS PIC X(02) VALUE "00".
003240 77 FZB-LOGP-FILE-STATUS PIC X(02) VALUE "00".
003250 77 FZB-LOG-FILE-STATUS  PIC X(02) VALUE "00".
003260 77 FZB-SUBF-FILE-STATUS PIC X(02) VALUE "00".
003270 77 FZB-SUBF-EOF-SW      PIC X(01) VALUE "N".
003280     88 FZB-SUBF-EOF               VALUE "Y".
003290 77 FZB-XP1-FILE-STATUS  PIC X(02) VALUE "00".
003300 77 FZB-XP2-FILE-STATUS  PIC X(02) VALUE "00".
003310 77 FZB-XP3-FILE-STATUS  PIC X(02) VALUE "00".
003320 77 FZB-XP4-FILE-STATUS  PIC X(02) VALUE "00".
003330 77 FZB-XT1-FILE-STATUS  PIC X(02) VALUE "00".
003340 77 FZB-XT2-FILE-STATUS  PIC X(02) VALUE "00".
003350 77 FZB-XT3-FILE-STATUS  PIC X(02) VALUE "00".
003360 77 FZB-XT4-FILE-STATUS  PIC X(02) VALUE "00".
003370 77 FZB-COPY-EOF-SW      PIC X(01) VALUE "N".
003380     88 FZB-COPY-EOF               VALUE "Y".
003390 77 FZB-SEG-OPEN-SW      PIC X(01) VALUE "N".
003400     88 FZB-SEG-OPEN               VALUE "Y".
003410 77 FZB-SEG-DTL-CNT      PIC 9(09) VALUE 0.
003420 77 FZB-SEG-HASH         PIC 9(13) VALUE 0.
003430 77 FZB-SEG-TRL-CNT      PIC 9(02) VALUE 0.
003440 77 FZB-MRG-DTL-CNT      PIC 9(09) VALUE 0.
003450 77 FZB-MRG-HASH         PIC 9(13) VALUE 0.
003460 77 FZB-MRG-DETAIL-SW    PIC X(01) VALUE "N".
003470     88 FZB-MRG-DETAIL             VALUE "Y".
003480 77 FZB-MRG-DD-WK        PIC X(08) VALUE SPACES.
003490 77 FZB-MRG-REASON-WK    PIC X(40) VALUE SPACES.
003500 77 FZB-CNT-PLAIN        PIC 9(07) VALUE 0.
003510 77 FZB-CNT-FIZZ         PIC 9(07) VALUE 0.
003520 77 FZB-CNT-BUZZ         PIC 9(07) VALUE 0.
003530 77 FZB-CNT-FIZZBUZZ     PIC 9(07) VALUE 0.
003540 77 FZB-CNT-OTHER        PIC 9(07) VALUE 0.
003550 77 FZB-CNT-TOTAL        PIC 9(07) VALUE 0.
003560 77 FZB-CNT-READ         PIC 9(07) VALUE 0.
003570 77 FZB-CNT-REJECT       PIC 9(07) VALUE 0.
003580 77 FZB-CNT-SUPPRESS     PIC 9(07) VALUE 0.
003590 77 FZB-CNT-OVERRIDE     PIC 9(07) VALUE 0.
003600 77 FZB-CNT-PROCESSED    PIC 9(07) VALUE 0.
003610 77 FZB-CNT-OUT-COPIED   PIC 9(07) VALUE 0.
003620 77 FZB-CNT-REJ-COPIED   PIC 9(07) VALUE 0.
003630 77 FZB-CNT-HIST-LOADED  PIC 9(07) VALUE 0.
003640 77 FZB-CNT-LOG-COPIED   PIC 9(07) VALUE 0.
003650 77 FZB-RPT-NUMBER-ED    PIC ZZZZZZ9.
003660 77 FZB-RPT-READ-ED      PIC ZZZZZZ9.
003670 77 FZB-RPT-ACC-ED       PIC ZZZZZZ9.
003680 77 FZB-RPT-REJ-ED       PIC ZZZZZZ9.
003690 77 FZB-STAT-FILE-STATUS PIC X(02) VALUE "00".
003700 77 FZB-STAT-SW          PIC X(01) VALUE "N".
003710     88 FZB-STAT-IN-USE            VALUE "Y".
003720 77 FZB-STAT-REJ-WK      PIC 9(07) VALUE 0.
003730 77 FZB-CNT-STAT-POSTED  PIC 9(07) VALUE 0.
003740 77 FZB-JRNL-FILE-STATUS PIC X(02) VALUE "00".
003750 77 FZB-JRNL-SW          PIC X(01) VALUE "N".
003760     88 FZB-JRNL-IN-USE            VALUE "Y".
003770 77 FZB-JRNL-STAMP-DATE  PIC 9(08) VALUE 0.
003780 77 FZB-JRNL-STAMP-TIME  PIC 9(08) VALUE 0.
003790 77 FZB-JRNL-ACTION-WK   PIC X(01) VALUE SPACE.
003800 77 FZB-RUN-DATE         PIC 9(08) VALUE 0.
003810 77 FZB-PSUM-DATE-WK     PIC 9(08) VALUE 0.
003820 77 FZB-RUN-TIME         PIC 9(08) VALUE 0.
003830 77 FZB-LOG-EVENT-WK     PIC X(04) VALUE SPACES.
003840 77 FZB-LOG-REASON-WK    PIC 9(04) VALUE 0.
003850 77 FZB-LOG-TEXT-WK      PIC X(40) VALUE SPACES.
003860 77 FZB-LOG-TIME-NOW     PIC 9(08) VALUE 0.
003870 77 FZB-CAT-TABLE-MAX    PIC 9(04) VALUE 1024.
003880 77 FZB-CAT-FOUND-SW     PIC X(01) VALUE "N".
003890     88 FZB-CAT-FOUND              VALUE "Y".
003900 77 FZB-BSUM-TABLE-MAX   PIC 9(03) VALUE 500.
003910 77 FZB-SUB-SUB          PIC 9(02) COMP-3 VALUE 0.
003920 77 FZB-SUB-WORK-SLOT    PIC 9(01) VALUE 0.
003930 77 FZB-SLOT-EOF-SW      PIC X(01) VALUE "N".
003940     88 FZB-SLOT-EOF              VALUE "Y".
003950 77 FZB-SLOT-OPEN-SW     PIC X(01) VALUE "N".
003960     88 FZB-SLOT-IS-OPEN          VALUE "Y".
003970 77 FZB-DUP-SLOT-SW      PIC X(01) VALUE "N".
003980     88 FZB-DUP-SLOT              VALUE "Y".
003990 77 FZB-SLOT-STATUS-WK   PIC X(02) VALUE "00".
004000 77 FZB-BREG-FILE-STATUS PIC X(02) VALUE "00".
004010 77 FZB-BREG-SW          PIC X(01) VALUE "N".
004020     88 FZB-BREG-IN-USE            VALUE "Y".
004030 77 FZB-BREG-DUP-CNT     PIC 9(03) VALUE 0.
004040 77 FZB-BREG-NUM-CNT     PIC 9(03) VALUE 0.
004050 77 FZB-BREG-TWICE-CNT   PIC 9(03) VALUE 0.
004060 77 FZB-BREG-LIST-DISP   PIC X(01) VALUE SPACE.
004070 77 FZB-CNT-REGISTERED   PIC 9(07) VALUE 0.
004080 01 FZB-PART-TABLE.
004090     05 FZB-PART-COUNT       PIC 9(02) VALUE 0.
004100     05 FZB-PART-ENTRY OCCURS 20 TIMES
004110             INDEXED BY FZB-PART-NDX.
004120         10 FZB-PART-FROM    PIC 9(07).
004130         10 FZB-PART-TO      PIC 9(07).
004140         10 FZB-PART-DONE-SW PIC X(01).
004150             88 FZB-PART-DONE          VALUE "Y".
004160         10 FZB-PART-TOTAL   PIC 9(07).
004170         10 FZB-PART-READ    PIC 9(07).
004180         10 FZB-PART-REJ     PIC 9(07).
004190         10 FZB-PART-LOOSE-READ PIC 9(07).
004200         10 FZB-PART-LOOSE-RSN-TABLE.
004210             15 FZB-PART-LOOSE-RSN-CNT OCCURS 7 TIMES
004220                             PIC 9(05).
004230 01 FZB-CAT-TABLE.
004240     05 FZB-CAT-COUNT        PIC 9(04) VALUE 0.
004250     05 FZB-CAT-ENTRY OCCURS 1024 TIMES
004260             INDEXED BY FZB-CAT-NDX.
004270         10 FZB-CAT-TEXT     PIC X(20).
004280         10 FZB-CAT-CNT      PIC 9(07).
004290 01 FZB-BSUM-TABLE.
004300     05 FZB-BSUM-COUNT       PIC 9(03) VALUE 0.
004310     05 FZB-BSUM-ENTRY OCCURS 500 TIMES
004320             INDEXED BY FZB-BSUM-NDX.
004330         10 FZB-BSUM-PART    PIC 9(02).
004340         10 FZB-BSUM-ID      PIC X(08).
004350         10 FZB-BSUM-READ    PIC 9(07).
004360         10 FZB-BSUM-ACC     PIC 9(07).
004370         10 FZB-BSUM-REJ     PIC 9(07).
004380         10 FZB-BSUM-SOURCE  PIC X(08).
004390         10 FZB-BSUM-DISP    PIC X(01).
004400         10 FZB-BSUM-HASH    PIC 9(13).
004410         10 FZB-BSUM-ORD     PIC 9(03).
004420         10 FZB-BSUM-REG-DATE PIC 9(08).
004430         10 FZB-BSUM-REG-COUNT PIC 9(09).
004440         10 FZB-BSUM-REG-PART PIC 9(02).
004450         10 FZB-BSUM-OCCUR   PIC 9(02).
004460         10 FZB-BSUM-RSN-TABLE.
004470             15 FZB-BSUM-RSN-CNT OCCURS 7 TIMES
004480                             PIC 9(05).
004490 01 FZB-SUB-TABLE.
004500     05 FZB-SUB-COUNT        PIC 9(02) VALUE 0.
004510     05 FZB-SUB-ENTRY OCCURS 4 TIMES.
004520         10 FZB-SUB-DD       PIC X(08).
004530         10 FZB-SUB-SYS      PIC X(08).
004540         10 FZB-SUB-SLOT     PIC 9(01).
004550 01 FZB-SUBX-IMAGE.
004560     05 FZB-SUBX-DATA        PIC X(80).
004570     05 FZB-SUBX-DTL REDEFINES FZB-SUBX-DATA.
004580         10 FILLER              PIC X(24).
004590         10 FZB-SUBX-IDX-FULL-X PIC X(09).
004600         10 FZB-SUBX-IDX-FULL-9 REDEFINES FZB-SUBX-IDX-FULL-X
004610                                PIC 9(09).
004620         10 FILLER              PIC X(46).
004630         10 FZB-SUBX-REC-TYPE   PIC X(01).
004640     05 FZB-SUBX-HDR REDEFINES FZB-SUBX-DATA.
004650         10 FZB-SUBH-RUN-DATE   PIC 9(08).
004660         10 FZB-SUBH-RUN-TIME   PIC 9(08).
004670         10 FZB-SUBH-SOURCE     PIC X(08).
004680         10 FILLER              PIC X(55).
004690         10 FZB-SUBH-REC-TYPE   PIC X(01).
004700     05 FZB-SUBX-TRL REDEFINES FZB-SUBX-DATA.
004710         10 FZB-SUBT-COUNT      PIC 9(09).
004720         10 FILLER              PIC X(01).
004730         10 FZB-SUBT-HASH       PIC 9(13).
004740         10 FILLER              PIC X(56).
004750         10 FZB-SUBT-REC-TYPE   PIC X(01).
004760 01 FZB-LOGP-IMAGE.
004770     05 FZB-LOGP-DATE        PIC 9(08).
004780     05 FILLER               PIC X(72).
004790 01 FZB-STAT-KEY-WK.
004800     05 FZB-STAT-KEY-DATE    PIC 9(08).
004810     05 FZB-STAT-KEY-SOURCE  PIC X(08).
004820     05 FZB-STAT-KEY-BATCH   PIC X(08).
004830     05 FZB-STAT-KEY-PART    PIC 9(02).
004840     05 FZB-STAT-KEY-OCCUR   PIC 9(02).
004850
004860 PROCEDURE DIVISION.
004870 BEGIN.
004880     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
004890     ACCEPT FZB-RUN-TIME FROM TIME.
004900     PERFORM 8700-OPEN-RUN-LOG THRU 8700-EXIT.
004910     PERFORM 1800-TAKE-PARTITION-DATE THRU 1800-EXIT.
004920
004930     PERFORM 1000-READ-CONTROL-CARDS THRU 1000-EXIT.
004940     PERFORM 1400-LOAD-SUBSCRIBERS THRU 1400-EXIT.
004950     PERFORM 8750-LOG-RUN-START THRU 8750-EXIT.
004960
004970     PERFORM 2000-LOAD-PARTITION-SUMMARY THRU 2000-EXIT.
004980
004990     PERFORM 3000-MERGE-OUTPUT THRU 3000-EXIT.
005000     PERFORM 3200-MERGE-EXTRACT THRU 3200-EXIT.
005010     PERFORM 3400-MERGE-SUBSCRIBERS THRU 3400-EXIT.
005020     PERFORM 3600-MERGE-REJECTS THRU 3600-EXIT.
005030     PERFORM 4000-LOAD-HISTORY THRU 4000-EXIT.
005040     PERFORM 4200-REGISTER-BATCHES THRU 4200-EXIT.
005050     PERFORM 4300-POST-SUPPLIER-STATS THRU 4300-EXIT.
005060     PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT.
005070
005080     PERFORM 9000-WRITE-SUMMARY THRU 9000-EXIT.
005090     PERFORM 8600-COPY-PARTITION-LOGS THRU 8600-EXIT.
005100     PERFORM 8760-LOG-NORMAL-END THRU 8760-EXIT.
005110     CLOSE FZBLOG-FILE.
005120
005130     STOP RUN.
005140
005150*----------------------------------------------------------*
005160* 1000-READ-CONTROL-CARDS - READ THE SAME FZBCTL DECK THE   *
005170*                           PARTITION STEPS RAN FROM FOR    *
005180*                           THE MODE, THE UPPER BOUND AND   *
005190*                           THE TYPE "3" PARTITION SET.     *
005200*                           FZBEDIT HAS ALREADY PASSED THE  *
005210*                           DECK, BUT THE SET IS PROVED     *
005220*                           AGAIN HERE - MERGING AGAINST A  *
005230*                           DIFFERENT DECK THAN THE ONE THE *
005240*                           PARTITIONS RAN FROM WOULD BUILD *
005250*                           A WRONG DAY.                    *
005260*----------------------------------------------------------*
005270 1000-READ-CONTROL-CARDS.
005280     OPEN INPUT FZBCTL-FILE.
005290     IF FZB-CTL-FILE-STATUS IS NOT EQUAL TO "00"
005300         MOVE "NO FZBCTL DECK SUPPLIED" TO FZB-MRG-REASON-WK
005310         PERFORM 1900-PARTITION-CARDS-INVALID THRU 1900-EXIT
005320     END-IF.
005330     PERFORM 1100-READ-CTL-RECORD THRU 1100-EXIT
005340         UNTIL FZB-CTL-EOF.
005350     CLOSE FZBCTL-FILE.
005360     IF FZB-PART-COUNT IS EQUAL TO 0
005370         MOVE "NO TYPE 3 PARTITION CARDS ON FZBCTL"
005380             TO FZB-MRG-REASON-WK
005390         PERFORM 1900-PARTITION-CARDS-INVALID THRU 1900-EXIT
005400     END-IF.
005410     IF FZB-GENERATED-MODE
005420             AND FZB-PART-LAST-TO IS NOT EQUAL TO FZB-UPPER-BOUND
005430         MOVE "LAST PARTITION DOES NOT END AT THE BOUND"
005440             TO FZB-MRG-REASON-WK
005450         PERFORM 1900-PARTITION-CARDS-INVALID THRU 1900-EXIT
005460     END-IF.
005470     DISPLAY "FZBMERGE - MERGING " FZB-PART-COUNT
005480         " PARTITIONS FOR RUN DATE " FZB-RUN-DATE.
005490 1000-EXIT.
005500     EXIT.
005510
005520 1100-READ-CTL-RECORD.
005530     READ FZBCTL-FILE
005540         AT END
005550             MOVE "Y" TO FZB-CTL-EOF-SW
005560             GO TO 1100-EXIT
005570     END-READ.
005580     EVALUATE TRUE
005590         WHEN FZB-CTL-IS-HEADER
005600             MOVE FZB-CTL-UPPER-BOUND TO FZB-UPPER-BOUND
005610             IF FZB-CTL-MODE-IS-INPUT
005620                 MOVE "I" TO FZB-PROC-MODE
005630             ELSE
005640                 MOVE "G" TO FZB-PROC-MODE
005650             END-IF
005660         WHEN FZB-CTL-IS-PARTITION
005670             PERFORM 1150-TAKE-PARTITION-CARD THRU 1150-EXIT
005680         WHEN OTHER
005690             CONTINUE
005700     END-EVALUATE.
005710 1100-EXIT.
005720     EXIT.
005730
005740 1150-TAKE-PARTITION-CARD.
005750     IF FZB-CTL-PART-NO IS NOT NUMERIC
005760             OR FZB-CTL-PART-FROM IS NOT NUMERIC
005770             OR FZB-CTL-PART-TO IS NOT NUMERIC
005780             OR FZB-PART-COUNT IS NOT LESS THAN FZB-PART-TABLE-MAX
005790         MOVE "PARTITION CARD INVALID OR TABLE FULL"
005800             TO FZB-MRG-REASON-WK
005810         PERFORM 1900-PARTITION-CARDS-INVALID THRU 1900-EXIT
005820     END-IF.
005830     IF FZB-CTL-PART-NO IS NOT EQUAL TO FZB-PART-COUNT + 1
005840             OR FZB-CTL-PART-FROM IS NOT EQUAL TO
005850             FZB-PART-LAST-TO + 1
005860             OR FZB-CTL-PART-FROM IS GREATER THAN FZB-CTL-PART-TO
005870         MOVE "PARTITION CARDS OUT OF SEQUENCE"
005880             TO FZB-MRG-REASON-WK
005890         PERFORM 1900-PARTITION-CARDS-INVALID THRU 1900-EXIT
005900     END-IF.
005910     ADD 1 TO FZB-PART-COUNT.
005920     SET FZB-PART-NDX TO FZB-PART-COUNT.
005930     MOVE FZB-CTL-PART-FROM TO FZB-PART-FROM(FZB-PART-NDX).
005940     MOVE FZB-CTL-PART-TO TO FZB-PART-TO(FZB-PART-NDX).
005950     MOVE "N" TO FZB-PART-DONE-SW(FZB-PART-NDX).
005960     MOVE 0 TO FZB-PART-TOTAL(FZB-PART-NDX).
005970     MOVE 0 TO FZB-PART-READ(FZB-PART-NDX).
005980     MOVE 0 TO FZB-PART-REJ(FZB-PART-NDX).
005990     MOVE 0 TO FZB-PART-LOOSE-READ(FZB-PART-NDX).
006000     MOVE ZEROS TO FZB-PART-LOOSE-RSN-TABLE(FZB-PART-NDX).
006010     MOVE FZB-CTL-PART-TO TO FZB-PART-LAST-TO.
006020 1150-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------*
006060* 1400-LOAD-SUBSCRIBERS - LOAD THE FZBSUBF PROFILES FOR THE *
006070*                         SLOT EACH SUBSCRIBER'S PARTIALS   *
006080*                         ARE MERGED INTO AND THE SYSTEM    *
006090*                         NAME ITS COMBINED HEADER CARRIES. *
006100*                         NO FZBSUBF DD MEANS NO SUBSCRIBER *
006110*                         FILES.                            *
006120*----------------------------------------------------------*
006130 1400-LOAD-SUBSCRIBERS.
006140     OPEN INPUT FZBSUBF-FILE.
006150     IF FZB-SUBF-FILE-STATUS IS NOT EQUAL TO "00"
006160         GO TO 1400-EXIT
006170     END-IF.
006180     PERFORM 1450-READ-SUB-RECORD THRU 1450-EXIT
006190         UNTIL FZB-SUBF-EOF.
006200     CLOSE FZBSUBF-FILE.
006210 1400-EXIT.
006220     EXIT.
006230
006240 1450-READ-SUB-RECORD.
006250     READ FZBSUBF-FILE
006260         AT END
006270             MOVE "Y" TO FZB-SUBF-EOF-SW
006280             GO TO 1450-EXIT
006290     END-READ.
006300     IF FZB-SUB-DD-NAME IS EQUAL TO SPACES
006310         GO TO 1450-EXIT
006320     END-IF.
006330     EVALUATE FZB-SUB-DD-NAME
006340         WHEN "FZBXTR1"
006350             MOVE 1 TO FZB-SUB-WORK-SLOT
006360         WHEN "FZBXTR2"
006370             MOVE 2 TO FZB-SUB-WORK-SLOT
006380         WHEN "FZBXTR3"
006390             MOVE 3 TO FZB-SUB-WORK-SLOT
006400         WHEN "FZBXTR4"
006410             MOVE 4 TO FZB-SUB-WORK-SLOT
006420         WHEN OTHER
006430             MOVE 0 TO FZB-SUB-WORK-SLOT
006440     END-EVALUATE.
006450     MOVE "N" TO FZB-DUP-SLOT-SW.
006460     PERFORM 1470-CHECK-DUP-SLOT THRU 1470-EXIT
006470         VARYING FZB-SUB-SUB FROM 1 BY 1
006480         UNTIL FZB-SUB-SUB IS GREATER THAN FZB-SUB-COUNT.
006490     IF FZB-SUB-WORK-SLOT IS EQUAL TO 0
006500             OR FZB-DUP-SLOT
006510         DISPLAY "FZBMERGE - ABEND - SUBSCRIBER PROFILE NAMES DD "
006520             FZB-SUB-DD-NAME " - NOT A FREE FZBXTR1-FZBXTR4 SLOT"
006530         MOVE "ABND" TO FZB-LOG-EVENT-WK
006540         MOVE 0405 TO FZB-LOG-REASON-WK
006550         MOVE "INVALID SUBSCRIBER PROFILE"
006560             TO FZB-LOG-TEXT-WK
006570         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
006580         MOVE 8 TO RETURN-CODE
006590         STOP RUN
006600     END-IF.
006610     ADD 1 TO FZB-SUB-COUNT.
006620     MOVE FZB-SUB-DD-NAME TO FZB-SUB-DD(FZB-SUB-COUNT).
006630     MOVE FZB-SUB-SYSTEM TO FZB-SUB-SYS(FZB-SUB-COUNT).
006640     MOVE FZB-SUB-WORK-SLOT TO FZB-SUB-SLOT(FZB-SUB-COUNT).
006650 1450-EXIT.
006660     EXIT.
006670
006680 1470-CHECK-DUP-SLOT.
006690     IF FZB-SUB-SLOT(FZB-SUB-SUB) IS EQUAL TO
006700             FZB-SUB-WORK-SLOT
006710         MOVE "Y" TO FZB-DUP-SLOT-SW
006720     END-IF.
006730 1470-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------*
006770* 1800-TAKE-PARTITION-DATE - THE RUN DATE IS THE ONE THE    *
006780*                            PARTITIONS RAN FOR, TAKEN FROM *
006790*                            THEIR "T" FZBPSUM RECORDS, NOT *
006800*                            TODAY'S DATE - THE MERGE MAY   *
006810*                            RUN AFTER MIDNIGHT, OR A       *
006820*                            PARTITION MAY HAVE BEEN        *
006830*                            QUIESCED AND RESUMED PAST IT   *
006840*                            ON ITS ORIGINAL DATE. EVERY    *
006850*                            "T" RECORD MUST CARRY THE SAME *
006860*                            DATE OR THE MERGE ABENDS. WITH *
006870*                            NO "T" RECORD AT ALL THE DATE  *
006880*                            IS LEFT AS TODAY AND 2000      *
006890*                            REPORTS THE PARTITIONS AS NOT  *
006900*                            COMPLETED.                     *
006910*----------------------------------------------------------*
006920 1800-TAKE-PARTITION-DATE.
006930     OPEN INPUT FZBPSUM-FILE.
006940     IF FZB-PSUM-FILE-STATUS IS NOT EQUAL TO "00"
006950         GO TO 1800-EXIT
006960     END-IF.
006970     MOVE "N" TO FZB-COPY-EOF-SW.
006980     PERFORM 1850-READ-PSUM-TRAILER THRU 1850-EXIT
006990         UNTIL FZB-COPY-EOF.
007000     CLOSE FZBPSUM-FILE.
007010     IF FZB-PSUM-DATE-WK IS NOT EQUAL TO 0
007020         MOVE FZB-PSUM-DATE-WK TO FZB-RUN-DATE
007030     END-IF.
007040 1800-EXIT.
007050     EXIT.
007060
007070 1850-READ-PSUM-TRAILER.
007080     READ FZBPSUM-FILE
007090         AT END
007100             MOVE "Y" TO FZB-COPY-EOF-SW
007110             GO TO 1850-EXIT
007120     END-READ.
007130     IF NOT FZB-PSM-IS-TOTALS
007140         GO TO 1850-EXIT
007150     END-IF.
007160     IF FZB-PSUM-DATE-WK IS EQUAL TO 0
007170         MOVE FZB-PSM-RUN-DATE TO FZB-PSUM-DATE-WK
007180         GO TO 1850-EXIT
007190     END-IF.
007200     IF FZB-PSM-RUN-DATE IS NOT EQUAL TO FZB-PSUM-DATE-WK
007210         MOVE SPACES TO FZB-MRG-REASON-WK
007220         STRING "RUN DATES DIFFER: " DELIMITED BY SIZE
007230             FZB-PSUM-DATE-WK DELIMITED BY SIZE
007240             " AND " DELIMITED BY SIZE
007250             FZB-PSM-RUN-DATE DELIMITED BY SIZE
007260             INTO FZB-MRG-REASON-WK
007270         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
007280     END-IF.
007290 1850-EXIT.
007300     EXIT.
007310
007320 1900-PARTITION-CARDS-INVALID.
007330     DISPLAY "FZBMERGE - ABEND - " FZB-MRG-REASON-WK.
007340     MOVE "ABND" TO FZB-LOG-EVENT-WK.
007350     MOVE 0401 TO FZB-LOG-REASON-WK.
007360     MOVE "PARTITION CARDS MISSING OR INVALID"
007370         TO FZB-LOG-TEXT-WK.
007380     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
007390     MOVE 8 TO RETURN-CODE.
007400     STOP RUN.
007410 1900-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------*
007450* 2000-LOAD-PARTITION-SUMMARY - READ EVERY PARTITION'S      *
007460*                               FZBPSUM SET FOR THE RUN     *
007470*                               DATE, ADDING ITS CATEGORY   *
007480*                               COUNTS, BATCH LINES AND     *
007490*                               FINAL TOTALS INTO THE       *
007500*                               COMBINED DAY. A PARTITION   *
007510*                               WITH NO "T" RECORD DID NOT  *
007520*                               REACH NORMAL END - IT MUST  *
007530*                               BE RESTARTED BEFORE THE     *
007540*                               MERGE, SO NOTHING IS        *
007550*                               WRITTEN.                    *
007560*----------------------------------------------------------*
007570 2000-LOAD-PARTITION-SUMMARY.
007580     OPEN INPUT FZBPSUM-FILE.
007590     IF FZB-PSUM-FILE-STATUS IS NOT EQUAL TO "00"
007600         MOVE "FZBPSUM PARTITION SUMMARIES NOT AVAILABLE"
007610             TO FZB-MRG-REASON-WK
007620         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
007630     END-IF.
007640     MOVE "N" TO FZB-COPY-EOF-SW.
007650     PERFORM 2100-READ-PSUM-RECORD THRU 2100-EXIT
007660         UNTIL FZB-COPY-EOF.
007670     CLOSE FZBPSUM-FILE.
007680     PERFORM 2900-CHECK-ONE-PARTITION THRU 2900-EXIT
007690         VARYING FZB-PART-NDX FROM 1 BY 1
007700         UNTIL FZB-PART-NDX IS GREATER THAN FZB-PART-COUNT.
007710     COMPUTE FZB-CNT-TOTAL = FZB-CNT-PLAIN + FZB-CNT-FIZZ
007720         + FZB-CNT-BUZZ + FZB-CNT-FIZZBUZZ + FZB-CNT-OTHER.
007730 2000-EXIT.
007740     EXIT.
007750
007760 2100-READ-PSUM-RECORD.
007770     READ FZBPSUM-FILE
007780         AT END
007790             MOVE "Y" TO FZB-COPY-EOF-SW
007800             GO TO 2100-EXIT
007810     END-READ.
007820     IF FZB-PSM-RUN-DATE IS NOT EQUAL TO FZB-RUN-DATE
007830         GO TO 2100-EXIT
007840     END-IF.
007850     IF FZB-PSM-PART-NO IS NOT NUMERIC
007860             OR FZB-PSM-PART-NO IS EQUAL TO 0
007870             OR FZB-PSM-PART-NO IS GREATER THAN FZB-PART-COUNT
007880         MOVE "FZBPSUM RECORD FOR AN UNKNOWN PARTITION"
007890             TO FZB-MRG-REASON-WK
007900         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
007910     END-IF.
007920     SET FZB-PART-NDX TO FZB-PSM-PART-NO.
007930     EVALUATE TRUE
007940         WHEN FZB-PSM-IS-CATEGORY
007950             PERFORM 2150-ADD-CATEGORY THRU 2150-EXIT
007960         WHEN FZB-PSM-IS-BATCH
007970             PERFORM 2170-ADD-BATCH THRU 2170-EXIT
007980         WHEN FZB-PSM-IS-TOTALS
007990             PERFORM 2190-ADD-PARTITION-TOTALS THRU 2190-EXIT
008000         WHEN FZB-PSM-IS-STATS
008010             PERFORM 2175-ADD-BATCH-STATS THRU 2175-EXIT
008020         WHEN OTHER
008030             CONTINUE
008040     END-EVALUATE.
008050 2100-EXIT.
008060     EXIT.
008070
008080 2150-ADD-CATEGORY.
008090     MOVE "N" TO FZB-CAT-FOUND-SW.
008100     PERFORM 2160-CHECK-ONE-CATEGORY THRU 2160-EXIT
008110         VARYING FZB-CAT-NDX FROM 1 BY 1
008120         UNTIL FZB-CAT-NDX IS GREATER THAN FZB-CAT-COUNT
008130             OR FZB-CAT-FOUND.
008140     IF FZB-CAT-FOUND
008150         GO TO 2150-EXIT
008160     END-IF.
008170     IF FZB-CAT-COUNT IS NOT LESS THAN FZB-CAT-TABLE-MAX
008180         DISPLAY "FZBMERGE - ABEND - MORE THAN " FZB-CAT-TABLE-MAX
008190             " DISTINCT RULE CATEGORIES ACROSS THE PARTITIONS"
008200         MOVE "ABND" TO FZB-LOG-EVENT-WK
008210         MOVE 0406 TO FZB-LOG-REASON-WK
008220         MOVE "CATEGORY TABLE FULL" TO FZB-LOG-TEXT-WK
008230         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
008240         MOVE 8 TO RETURN-CODE
008250         STOP RUN
008260     END-IF.
008270     ADD 1 TO FZB-CAT-COUNT.
008280     SET FZB-CAT-NDX TO FZB-CAT-COUNT.
008290     MOVE FZB-PSM-CAT-TEXT TO FZB-CAT-TEXT(FZB-CAT-NDX).
008300     MOVE FZB-PSM-CAT-CNT TO FZB-CAT-CNT(FZB-CAT-NDX).
008310 2150-EXIT.
008320     EXIT.
008330
008340 2160-CHECK-ONE-CATEGORY.
008350     IF FZB-CAT-TEXT(FZB-CAT-NDX) IS EQUAL TO FZB-PSM-CAT-TEXT
008360         ADD FZB-PSM-CAT-CNT TO FZB-CAT-CNT(FZB-CAT-NDX)
008370         MOVE "Y" TO FZB-CAT-FOUND-SW
008380     END-IF.
008390 2160-EXIT.
008400     EXIT.
008410
008420 2170-ADD-BATCH.
008430     IF FZB-BSUM-COUNT IS NOT LESS THAN FZB-BSUM-TABLE-MAX
008440         DISPLAY "FZBMERGE - ABEND - MORE THAN "
008450             FZB-BSUM-TABLE-MAX
008460             " FZBIN BATCHES ACROSS THE PARTITIONS"
008470         MOVE "ABND" TO FZB-LOG-EVENT-WK
008480         MOVE 0407 TO FZB-LOG-REASON-WK
008490         MOVE "BATCH TABLE FULL" TO FZB-LOG-TEXT-WK
008500         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
008510         MOVE 8 TO RETURN-CODE
008520         STOP RUN
008530     END-IF.
008540     ADD 1 TO FZB-BSUM-COUNT.
008550     SET FZB-BSUM-NDX TO FZB-BSUM-COUNT.
008560     MOVE FZB-PSM-PART-NO TO FZB-BSUM-PART(FZB-BSUM-NDX).
008570     MOVE FZB-PSM-BAT-ID TO FZB-BSUM-ID(FZB-BSUM-NDX).
008580     MOVE FZB-PSM-BAT-READ TO FZB-BSUM-READ(FZB-BSUM-NDX).
008590     MOVE FZB-PSM-BAT-ACC TO FZB-BSUM-ACC(FZB-BSUM-NDX).
008600     MOVE FZB-PSM-BAT-REJ TO FZB-BSUM-REJ(FZB-BSUM-NDX).
008610     MOVE FZB-PSM-BAT-SOURCE TO FZB-BSUM-SOURCE(FZB-BSUM-NDX).
008620     MOVE FZB-PSM-BAT-DISP TO FZB-BSUM-DISP(FZB-BSUM-NDX).
008630     MOVE FZB-PSM-BAT-HASH TO FZB-BSUM-HASH(FZB-BSUM-NDX).
008640     MOVE FZB-PSM-BAT-REG-DATE TO FZB-BSUM-REG-DATE(FZB-BSUM-NDX).
008650     MOVE FZB-PSM-BAT-REG-COUNT
008660         TO FZB-BSUM-REG-COUNT(FZB-BSUM-NDX).
008670     MOVE 0 TO FZB-BSUM-REG-PART(FZB-BSUM-NDX).
008680     PERFORM 2180-SET-BATCH-ORDINAL THRU 2180-EXIT.
008690     MOVE 1 TO FZB-BSUM-OCCUR(FZB-BSUM-NDX).
008700     MOVE ZEROS TO FZB-BSUM-RSN-TABLE(FZB-BSUM-NDX).
008710 2170-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------*
008750* 2175-ADD-BATCH-STATS - AN "S" FZBPSUM RECORD CARRIES THE  *
008760*                        OCCURRENCE AND REJECTS BY REASON   *
008770*                        OF THE "B" RECORD JUST BEFORE IT,  *
008780*                        OR - WITH A BLANK SOURCE AND BATCH *
008790*                        ID - THE PARTITION'S DETAILS READ  *
008800*                        OUTSIDE ANY BATCH.                 *
008810*----------------------------------------------------------*
008820 2175-ADD-BATCH-STATS.
008830     IF FZB-PSM-STS-ID IS EQUAL TO SPACES
008840             AND FZB-PSM-STS-SOURCE IS EQUAL TO SPACES
008850         MOVE FZB-PSM-STS-READ
008860             TO FZB-PART-LOOSE-READ(FZB-PART-NDX)
008870         MOVE FZB-PSM-STS-RSN-TABLE
008880             TO FZB-PART-LOOSE-RSN-TABLE(FZB-PART-NDX)
008890         GO TO 2175-EXIT
008900     END-IF.
008910     IF FZB-BSUM-COUNT IS EQUAL TO 0
008920         MOVE "FZBPSUM STATISTICS RECORD OUT OF PLACE"
008930             TO FZB-MRG-REASON-WK
008940         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
008950     END-IF.
008960     SET FZB-BSUM-NDX TO FZB-BSUM-COUNT.
008970     IF FZB-BSUM-PART(FZB-BSUM-NDX) IS NOT EQUAL TO
008980                 FZB-PSM-PART-NO
008990             OR FZB-BSUM-ID(FZB-BSUM-NDX) IS NOT EQUAL TO
009000                 FZB-PSM-STS-ID
009010             OR FZB-BSUM-SOURCE(FZB-BSUM-NDX) IS NOT EQUAL TO
009020                 FZB-PSM-STS-SOURCE
009030         MOVE "FZBPSUM STATISTICS RECORD OUT OF PLACE"
009040             TO FZB-MRG-REASON-WK
009050         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
009060     END-IF.
009070     MOVE FZB-PSM-STS-OCCUR TO FZB-BSUM-OCCUR(FZB-BSUM-NDX).
009080     MOVE FZB-PSM-STS-RSN-TABLE
009090         TO FZB-BSUM-RSN-TABLE(FZB-BSUM-NDX).
009100 2175-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------*
009140* 2180-SET-BATCH-ORDINAL - NUMBER THE BATCH BY ITS PLACE IN *
009150*                          ITS OWN PARTITION, THE SAME WAY  *
009160*                          THE PARTITION STEP COUNTED IT,   *
009170*                          SO THE FZBBREG REGISTRATION      *
009180*                          MATCHES WHAT A RERUN OF EITHER   *
009190*                          STEP WILL LOOK FOR.              *
009200*----------------------------------------------------------*
009210 2180-SET-BATCH-ORDINAL.
009220     MOVE 1 TO FZB-BSUM-ORD(FZB-BSUM-NDX).
009230     IF FZB-BSUM-COUNT IS GREATER THAN 1
009240         IF FZB-BSUM-PART(FZB-BSUM-NDX - 1) IS EQUAL TO
009250                 FZB-PSM-PART-NO
009260             COMPUTE FZB-BSUM-ORD(FZB-BSUM-NDX) =
009270                 FZB-BSUM-ORD(FZB-BSUM-NDX - 1) + 1
009280         END-IF
009290     END-IF.
009300 2180-EXIT.
009310     EXIT.
009320
009330 2190-ADD-PARTITION-TOTALS.
009340     IF FZB-PART-DONE(FZB-PART-NDX)
009350         MOVE "TWO FZBPSUM TOTALS FOR ONE PARTITION"
009360             TO FZB-MRG-REASON-WK
009370         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
009380     END-IF.
009390     MOVE "Y" TO FZB-PART-DONE-SW(FZB-PART-NDX).
009400     COMPUTE FZB-PART-TOTAL(FZB-PART-NDX) = FZB-PSM-CNT-PLAIN
009410         + FZB-PSM-CNT-FIZZ + FZB-PSM-CNT-BUZZ
009420         + FZB-PSM-CNT-FIZZBUZZ + FZB-PSM-CNT-OTHER.
009430     MOVE FZB-PSM-CNT-READ TO FZB-PART-READ(FZB-PART-NDX).
009440     MOVE FZB-PSM-CNT-REJECT TO FZB-PART-REJ(FZB-PART-NDX).
009450     ADD FZB-PSM-CNT-PLAIN TO FZB-CNT-PLAIN.
009460     ADD FZB-PSM-CNT-FIZZ TO FZB-CNT-FIZZ.
009470     ADD FZB-PSM-CNT-BUZZ TO FZB-CNT-BUZZ.
009480     ADD FZB-PSM-CNT-FIZZBUZZ TO FZB-CNT-FIZZBUZZ.
009490     ADD FZB-PSM-CNT-OTHER TO FZB-CNT-OTHER.
009500     ADD FZB-PSM-CNT-READ TO FZB-CNT-READ.
009510     ADD FZB-PSM-CNT-REJECT TO FZB-CNT-REJECT.
009520     ADD FZB-PSM-CNT-SUPPRESS TO FZB-CNT-SUPPRESS.
009530     ADD FZB-PSM-CNT-OVERRIDE TO FZB-CNT-OVERRIDE.
009540 2190-EXIT.
009550     EXIT.
009560
009570 2900-CHECK-ONE-PARTITION.
009580     IF NOT FZB-PART-DONE(FZB-PART-NDX)
009590         SET FZB-PART-NO-WK TO FZB-PART-NDX
009600         MOVE SPACES TO FZB-MRG-REASON-WK
009610         STRING "PARTITION " DELIMITED BY SIZE
009620             FZB-PART-NO-WK DELIMITED BY SIZE
009630             " HAS NOT REACHED NORMAL END" DELIMITED BY SIZE
009640             INTO FZB-MRG-REASON-WK
009650         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
009660     END-IF.
009670 2900-EXIT.
009680     EXIT.
009690
009700 2950-PARTITION-INCOMPLETE.
009710     DISPLAY "FZBMERGE - ABEND - " FZB-MRG-REASON-WK
009720         " - RESTART THE PARTITION, THEN RERUN THE MERGE".
009730     MOVE "ABND" TO FZB-LOG-EVENT-WK.
009740     MOVE 0402 TO FZB-LOG-REASON-WK.
009750     MOVE FZB-MRG-REASON-WK TO FZB-LOG-TEXT-WK.
009760     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
009770     MOVE 8 TO RETURN-CODE.
009780     STOP RUN.
009790 2950-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------*
009830* 3000-MERGE-OUTPUT - COPY THE PARTIAL FZBOUT DATASETS,     *
009840*                     READ IN PARTITION ORDER THROUGH THE   *
009850*                     FZBOUTP CONCATENATION, TO THE         *
009860*                     COMBINED FZBOUT.                      *
009870*----------------------------------------------------------*
009880 3000-MERGE-OUTPUT.
009890     OPEN INPUT FZBOUTP-FILE.
009900     IF FZB-OUTP-FILE-STATUS IS NOT EQUAL TO "00"
009910         MOVE "PARTIAL FZBOUT DATASETS NOT AVAILABLE"
009920             TO FZB-MRG-REASON-WK
009930         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
009940     END-IF.
009950     OPEN OUTPUT FZBOUT-FILE.
009960     MOVE "N" TO FZB-COPY-EOF-SW.
009970     PERFORM 3050-COPY-OUTPUT-RECORD THRU 3050-EXIT
009980         UNTIL FZB-COPY-EOF.
009990     CLOSE FZBOUTP-FILE.
010000     CLOSE FZBOUT-FILE.
010010 3000-EXIT.
010020     EXIT.
010030
010040 3050-COPY-OUTPUT-RECORD.
010050     READ FZBOUTP-FILE
010060         AT END
010070             MOVE "Y" TO FZB-COPY-EOF-SW
010080             GO TO 3050-EXIT
010090     END-READ.
010100     WRITE FZB-OUT-RECORD FROM FZB-OUTP-RECORD.
010110     ADD 1 TO FZB-CNT-OUT-COPIED.
010120 3050-EXIT.
010130     EXIT.
010140
010150*----------------------------------------------------------*
010160* 3200-MERGE-EXTRACT - BUILD THE COMBINED FZBXTR FROM THE   *
010170*                      PARTIAL EXTRACTS: ONE NEW "H"        *
010180*                      HEADER, EVERY PARTIAL DETAIL IN      *
010190*                      PARTITION ORDER, AND A "T" TRAILER   *
010200*                      RECOMPUTED OVER THE COMBINED         *
010210*                      DETAILS. EACH PARTIAL'S OWN HEADER   *
010220*                      AND TRAILER ARE DROPPED ONCE THE     *
010230*                      TRAILER HAS PROVED ITS DETAILS (SEE  *
010240*                      3300).                               *
010250*----------------------------------------------------------*
010260 3200-MERGE-EXTRACT.
010270     MOVE "FZBXTRP" TO FZB-MRG-DD-WK.
010280     OPEN INPUT FZBXTRP-FILE.
010290     IF FZB-XTRP-FILE-STATUS IS NOT EQUAL TO "00"
010300         MOVE "PARTIAL FZBXTR DATASETS NOT AVAILABLE"
010310             TO FZB-MRG-REASON-WK
010320         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
010330     END-IF.
010340     OPEN OUTPUT FZBXTR-FILE.
010350     MOVE SPACES TO FZB-XTR-HDR-RECORD.
010360     MOVE FZB-RUN-DATE TO FZB-XTR-HDR-RUN-DATE.
010370     MOVE FZB-RUN-TIME TO FZB-XTR-HDR-RUN-TIME.
010380     MOVE "H" TO FZB-XTR-HDR-REC-TYPE.
010390     WRITE FZB-XTR-HDR-RECORD.
010400     PERFORM 3280-START-PARTIAL-FILE THRU 3280-EXIT.
010410     PERFORM 3250-COPY-EXTRACT-RECORD THRU 3250-EXIT
010420         UNTIL FZB-COPY-EOF.
010430     PERFORM 3380-END-PARTIAL-FILE THRU 3380-EXIT.
010440     MOVE SPACES TO FZB-XTR-TRL-RECORD.
010450     MOVE FZB-MRG-DTL-CNT TO FZB-XTR-TRL-COUNT.
010460     MOVE FZB-MRG-HASH TO FZB-XTR-TRL-HASH.
010470     MOVE "T" TO FZB-XTR-TRL-REC-TYPE.
010480     WRITE FZB-XTR-TRL-RECORD.
010490     CLOSE FZBXTRP-FILE.
010500     CLOSE FZBXTR-FILE.
010510 3200-EXIT.
010520     EXIT.
010530
010540 3250-COPY-EXTRACT-RECORD.
010550     READ FZBXTRP-FILE INTO FZB-SUBX-DATA
010560         AT END
010570             MOVE "Y" TO FZB-COPY-EOF-SW
010580             GO TO 3250-EXIT
010590     END-READ.
010600     PERFORM 3300-CHECK-PARTIAL-RECORD THRU 3300-EXIT.
010610     IF FZB-MRG-DETAIL
010620         WRITE FZB-XTR-RECORD FROM FZB-SUBX-DATA
010630     END-IF.
010640 3250-EXIT.
010650     EXIT.
010660
010670 3280-START-PARTIAL-FILE.
010680     MOVE "N" TO FZB-COPY-EOF-SW.
010690     MOVE "N" TO FZB-SEG-OPEN-SW.
010700     MOVE 0 TO FZB-SEG-TRL-CNT.
010710     MOVE 0 TO FZB-MRG-DTL-CNT.
010720     MOVE 0 TO FZB-MRG-HASH.
010730 3280-EXIT.
010740     EXIT.
010750
010760*----------------------------------------------------------*
010770* 3300-CHECK-PARTIAL-RECORD - PROVE ONE RECORD OF A PARTIAL *
010780*                             EXTRACT CONCATENATION (MAIN   *
010790*                             OR SUBSCRIBER) IN             *
010800*                             FZB-SUBX-DATA. EACH           *
010810*                             PARTITION'S FILE MUST RUN     *
010820*                             "H", DETAILS, "T", AND ITS    *
010830*                             TRAILER MUST CARRY THE COUNT  *
010840*                             AND HASH OF ITS OWN DETAILS.  *
010850*                             A DETAIL IS ADDED TO THE      *
010860*                             COMBINED COUNT AND HASH AND   *
010870*                             FLAGGED FOR THE CALLER TO     *
010880*                             WRITE.                        *
010890*----------------------------------------------------------*
010900 3300-CHECK-PARTIAL-RECORD.
010910     MOVE "N" TO FZB-MRG-DETAIL-SW.
010920     EVALUATE FZB-SUBX-REC-TYPE
010930         WHEN "H"
010940             IF FZB-SEG-OPEN
010950                 MOVE "HEADER WITHOUT THE PRIOR TRAILER"
010960                     TO FZB-MRG-REASON-WK
010970                 PERFORM 3390-PARTIAL-OUT-OF-BALANCE
010980                     THRU 3390-EXIT
010990             END-IF
011000             MOVE "Y" TO FZB-SEG-OPEN-SW
011010             MOVE 0 TO FZB-SEG-DTL-CNT
011020             MOVE 0 TO FZB-SEG-HASH
011030         WHEN "T"
011040             IF NOT FZB-SEG-OPEN
011050                 MOVE "TRAILER WITHOUT A HEADER"
011060                     TO FZB-MRG-REASON-WK
011070                 PERFORM 3390-PARTIAL-OUT-OF-BALANCE
011080                     THRU 3390-EXIT
011090             END-IF
011100             IF FZB-SUBT-COUNT IS NOT EQUAL TO FZB-SEG-DTL-CNT
011110                     OR FZB-SUBT-HASH IS NOT EQUAL TO FZB-SEG-HASH
011120                 MOVE "TRAILER DISAGREES WITH ITS DETAILS"
011130                     TO FZB-MRG-REASON-WK
011140                 PERFORM 3390-PARTIAL-OUT-OF-BALANCE
011150                     THRU 3390-EXIT
011160             END-IF
011170             MOVE "N" TO FZB-SEG-OPEN-SW
011180             ADD 1 TO FZB-SEG-TRL-CNT
011190         WHEN "D"
011200         WHEN " "
011210             IF NOT FZB-SEG-OPEN
011220                 MOVE "DETAIL OUTSIDE A HEADER AND TRAILER"
011230                     TO FZB-MRG-REASON-WK
011240                 PERFORM 3390-PARTIAL-OUT-OF-BALANCE
011250                     THRU 3390-EXIT
011260             END-IF
011270             ADD 1 TO FZB-SEG-DTL-CNT
011280             ADD 1 TO FZB-MRG-DTL-CNT
011290             IF FZB-SUBX-IDX-FULL-X IS NUMERIC
011300                 ADD FZB-SUBX-IDX-FULL-9 TO FZB-SEG-HASH
011310                 ADD FZB-SUBX-IDX-FULL-9 TO FZB-MRG-HASH
011320             END-IF
011330             MOVE "Y" TO FZB-MRG-DETAIL-SW
011340         WHEN OTHER
011350             MOVE "UNRECOGNIZED RECORD TYPE"
011360                 TO FZB-MRG-REASON-WK
011370             PERFORM 3390-PARTIAL-OUT-OF-BALANCE THRU 3390-EXIT
011380     END-EVALUATE.
011390 3300-EXIT.
011400     EXIT.
011410
011420*----------------------------------------------------------*
011430* 3380-END-PARTIAL-FILE - AT THE END OF A PARTIAL           *
011440*                         CONCATENATION THE LAST            *
011450*                         PARTITION'S TRAILER MUST HAVE     *
011460*                         BEEN SEEN, AND THERE MUST BE ONE  *
011470*                         CLOSED FILE PER PARTITION - A     *
011480*                         PARTIAL LEFT OUT OF THE           *
011490*                         CONCATENATION WOULD OTHERWISE     *
011500*                         MERGE CLEANLY AND SHORT.          *
011510*----------------------------------------------------------*
011520 3380-END-PARTIAL-FILE.
011530     IF FZB-SEG-OPEN
011540         MOVE "LAST PARTIAL HAS NO TRAILER"
011550             TO FZB-MRG-REASON-WK
011560         PERFORM 3390-PARTIAL-OUT-OF-BALANCE THRU 3390-EXIT
011570     END-IF.
011580     IF FZB-SEG-TRL-CNT IS NOT EQUAL TO FZB-PART-COUNT
011590         MOVE "PARTIAL COUNT DISAGREES WITH FZBCTL"
011600             TO FZB-MRG-REASON-WK
011610         PERFORM 3390-PARTIAL-OUT-OF-BALANCE THRU 3390-EXIT
011620     END-IF.
011630 3380-EXIT.
011640     EXIT.
011650
011660 3390-PARTIAL-OUT-OF-BALANCE.
011670     DISPLAY "FZBMERGE - ABEND - PARTIAL EXTRACTS ON "
011680         FZB-MRG-DD-WK " OUT OF BALANCE - " FZB-MRG-REASON-WK.
011690     MOVE "ABND" TO FZB-LOG-EVENT-WK.
011700     MOVE 0403 TO FZB-LOG-REASON-WK.
011710     STRING "PARTIAL " DELIMITED BY SIZE
011720         FZB-MRG-DD-WK DELIMITED BY SPACE
011730         " OUT OF BALANCE" DELIMITED BY SIZE
011740         INTO FZB-LOG-TEXT-WK.
011750     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
011760     MOVE 8 TO RETURN-CODE.
011770     STOP RUN.
011780 3390-EXIT.
011790     EXIT.
011800
011810*----------------------------------------------------------*
011820* 3400-MERGE-SUBSCRIBERS - BUILD EACH SUBSCRIBER'S COMBINED *
011830*                          EXTRACT ON ITS FZBXTRN SLOT FROM *
011840*                          THE MATCHING FZBXPN              *
011850*                          CONCATENATION OF PARTIALS, THE   *
011860*                          SAME WAY 3200 BUILDS FZBXTR. THE *
011870*                          HEADER CARRIES THE SUBSCRIBING   *
011880*                          SYSTEM'S NAME.                   *
011890*----------------------------------------------------------*
011900 3400-MERGE-SUBSCRIBERS.
011910     PERFORM 3450-MERGE-ONE-SUBSCRIBER THRU 3450-EXIT
011920         VARYING FZB-SUB-SUB FROM 1 BY 1
011930         UNTIL FZB-SUB-SUB IS GREATER THAN FZB-SUB-COUNT.
011940 3400-EXIT.
011950     EXIT.
011960
011970 3450-MERGE-ONE-SUBSCRIBER.
011980     MOVE FZB-SUB-SLOT(FZB-SUB-SUB) TO FZB-SUB-WORK-SLOT.
011990     MOVE "FZBXP" TO FZB-MRG-DD-WK.
012000     MOVE FZB-SUB-WORK-SLOT TO FZB-MRG-DD-WK(6:1).
012010     PERFORM 7682-OPEN-INPUT-SLOT THRU 7682-EXIT.
012020     IF NOT FZB-SLOT-IS-OPEN
012030         MOVE SPACES TO FZB-MRG-REASON-WK
012040         STRING "PARTIAL " DELIMITED BY SIZE
012050             FZB-MRG-DD-WK DELIMITED BY SPACE
012060             " DATASETS NOT AVAILABLE" DELIMITED BY SIZE
012070             INTO FZB-MRG-REASON-WK
012080         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
012090     END-IF.
012100     PERFORM 7685-OPEN-OUTPUT-SLOT THRU 7685-EXIT.
012110     MOVE SPACES TO FZB-SUBX-DATA.
012120     MOVE FZB-RUN-DATE TO FZB-SUBH-RUN-DATE.
012130     MOVE FZB-RUN-TIME TO FZB-SUBH-RUN-TIME.
012140     MOVE FZB-SUB-SYS(FZB-SUB-SUB) TO FZB-SUBH-SOURCE.
012150     MOVE "H" TO FZB-SUBH-REC-TYPE.
012160     PERFORM 7690-WRITE-ONE-SLOT THRU 7690-EXIT.
012170     PERFORM 3280-START-PARTIAL-FILE THRU 3280-EXIT.
012180     MOVE "N" TO FZB-SLOT-EOF-SW.
012190     PERFORM 3470-COPY-SLOT-RECORD THRU 3470-EXIT
012200         UNTIL FZB-SLOT-EOF.
012210     PERFORM 3380-END-PARTIAL-FILE THRU 3380-EXIT.
012220     MOVE SPACES TO FZB-SUBX-DATA.
012230     MOVE FZB-MRG-DTL-CNT TO FZB-SUBT-COUNT.
012240     MOVE FZB-MRG-HASH TO FZB-SUBT-HASH.
012250     MOVE "T" TO FZB-SUBT-REC-TYPE.
012260     PERFORM 7690-WRITE-ONE-SLOT THRU 7690-EXIT.
012270     PERFORM 7688-CLOSE-SLOT THRU 7688-EXIT.
012280 3450-EXIT.
012290     EXIT.
012300
012310 3470-COPY-SLOT-RECORD.
012320     PERFORM 7684-READ-ONE-SLOT THRU 7684-EXIT.
012330     IF FZB-SLOT-EOF
012340         GO TO 3470-EXIT
012350     END-IF.
012360     PERFORM 3300-CHECK-PARTIAL-RECORD THRU 3300-EXIT.
012370     IF FZB-MRG-DETAIL
012380         PERFORM 7690-WRITE-ONE-SLOT THRU 7690-EXIT
012390     END-IF.
012400 3470-EXIT.
012410     EXIT.
012420
012430*----------------------------------------------------------*
012440* 3600-MERGE-REJECTS - COPY THE PARTIAL FZBREJ DATASETS TO  *
012450*                      THE COMBINED FZBREJ. A GENERATED     *
012460*                      RUN REJECTS NOTHING, SO IN THAT      *
012470*                      MODE FZBREJ IS ONLY OPENED AND       *
012480*                      CLOSED, EMPTY, FOR FZBBAL TO COUNT.  *
012490*----------------------------------------------------------*
012500 3600-MERGE-REJECTS.
012510     IF FZB-GENERATED-MODE
012520         OPEN OUTPUT FZBREJ-FILE
012530         CLOSE FZBREJ-FILE
012540         GO TO 3600-EXIT
012550     END-IF.
012560     OPEN INPUT FZBREJP-FILE.
012570     IF FZB-REJP-FILE-STATUS IS NOT EQUAL TO "00"
012580         MOVE "PARTIAL FZBREJ DATASETS NOT AVAILABLE"
012590             TO FZB-MRG-REASON-WK
012600         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
012610     END-IF.
012620     OPEN OUTPUT FZBREJ-FILE.
012630     MOVE "N" TO FZB-COPY-EOF-SW.
012640     PERFORM 3650-COPY-REJECT-RECORD THRU 3650-EXIT
012650         UNTIL FZB-COPY-EOF.
012660     CLOSE FZBREJP-FILE.
012670     CLOSE FZBREJ-FILE.
012680 3600-EXIT.
012690     EXIT.
012700
012710 3650-COPY-REJECT-RECORD.
012720     READ FZBREJP-FILE
012730         AT END
012740             MOVE "Y" TO FZB-COPY-EOF-SW
012750             GO TO 3650-EXIT
012760     END-READ.
012770     WRITE FZB-REJ-RECORD FROM FZB-REJP-RECORD.
012780     ADD 1 TO FZB-CNT-REJ-COPIED.
012790 3650-EXIT.
012800     EXIT.
012810
012820*----------------------------------------------------------*
012830* 4000-LOAD-HISTORY - LOAD THE PARTIAL HISTORIES (FZBHSTR   *
012840*                     LAYOUT) FOR THE RUN DATE INTO THE     *
012850*                     FZBHIST CLUSTER. A RECORD ALREADY ON  *
012860*                     THE CLUSTER - A RERUN OF THE MERGE,   *
012870*                     OR AN IDX A RESTARTED PARTITION WROTE *
012880*                     TWICE - IS REWRITTEN, AS FIZZBUZZ     *
012890*                     DOES. EVERY RECORD LOADED IS ALSO     *
012900*                     JOURNALED TO THE OPTIONAL FZBJRNL     *
012910*                     (SEE 4060 AND 4070).                  *
012920*----------------------------------------------------------*
012930 4000-LOAD-HISTORY.
012940     OPEN I-O FZBHIST-FILE.
012950     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
012960         DISPLAY "FZBMERGE - ABEND - FZBHIST CLUSTER NOT "
012970             "AVAILABLE (FILE STATUS " FZB-HIST-FILE-STATUS ")"
012980         MOVE "ABND" TO FZB-LOG-EVENT-WK
012990         MOVE 0404 TO FZB-LOG-REASON-WK
013000         MOVE "FZBHIST CLUSTER NOT AVAILABLE"
013010             TO FZB-LOG-TEXT-WK
013020         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
013030         MOVE 8 TO RETURN-CODE
013040         STOP RUN
013050     END-IF.
013060     OPEN INPUT FZBHSTP-FILE.
013070     IF FZB-HSTP-FILE-STATUS IS NOT EQUAL TO "00"
013080         MOVE "PARTIAL FZBHSTP DATASETS NOT AVAILABLE"
013090             TO FZB-MRG-REASON-WK
013100         PERFORM 2950-PARTITION-INCOMPLETE THRU 2950-EXIT
013110     END-IF.
013120     PERFORM 4060-OPEN-HISTORY-JOURNAL THRU 4060-EXIT.
013130     MOVE "N" TO FZB-COPY-EOF-SW.
013140     PERFORM 4050-LOAD-HISTORY-RECORD THRU 4050-EXIT
013150         UNTIL FZB-COPY-EOF.
013160     CLOSE FZBHSTP-FILE.
013170     CLOSE FZBHIST-FILE.
013180     IF FZB-JRNL-IN-USE
013190         CLOSE FZBJRNL-FILE
013200     END-IF.
013210 4000-EXIT.
013220     EXIT.
013230
013240 4050-LOAD-HISTORY-RECORD.
013250     READ FZBHSTP-FILE INTO FZB-HIST-RECORD
013260         AT END
013270             MOVE "Y" TO FZB-COPY-EOF-SW
013280             GO TO 4050-EXIT
013290     END-READ.
013300     IF FZB-HIST-RUN-DATE IS NOT EQUAL TO FZB-RUN-DATE
013310         GO TO 4050-EXIT
013320     END-IF.
013330     MOVE "A" TO FZB-JRNL-ACTION-WK.
013340     WRITE FZB-HIST-RECORD
013350         INVALID KEY
013360             MOVE "R" TO FZB-JRNL-ACTION-WK
013370             REWRITE FZB-HIST-RECORD
013380     END-WRITE.
013390     ADD 1 TO FZB-CNT-HIST-LOADED.
013400     IF FZB-JRNL-IN-USE
013410         PERFORM 4070-WRITE-JOURNAL THRU 4070-EXIT
013420     END-IF.
013430 4050-EXIT.
013440     EXIT.
013450
013460*----------------------------------------------------------*
013470* 4060-OPEN-HISTORY-JOURNAL - OPEN THE OPTIONAL FZBJRNL     *
013480*                             FORWARD-RECOVERY JOURNAL      *
013490*                             (SEE FZBJRNR) FOR EXTEND AND  *
013500*                             TAKE THE STAMP EVERY RECORD   *
013510*                             THIS RUN JOURNALS WILL        *
013520*                             CARRY. FZBHRCV REPLAYS THE    *
013530*                             JOURNAL OVER A RESTORED       *
013540*                             FZBBKUP BACKUP. NO FZBJRNL    *
013550*                             DD MEANS NO JOURNAL IS KEPT,  *
013560*                             WHICH LEAVES THIS RUN'S       *
013570*                             HISTORY UNRECOVERABLE UNTIL   *
013580*                             THE NEXT BACKUP.              *
013590*----------------------------------------------------------*
013600 4060-OPEN-HISTORY-JOURNAL.
013610     OPEN EXTEND FZBJRNL-FILE.
013620     IF FZB-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
013630         DISPLAY "FZBMERGE - FZBJRNL HISTORY JOURNAL NOT "
013640             "AVAILABLE (FILE STATUS " FZB-JRNL-FILE-STATUS
013650             ") - NO JOURNAL KEPT THIS RUN"
013660         GO TO 4060-EXIT
013670     END-IF.
013680     MOVE "Y" TO FZB-JRNL-SW.
013690     ACCEPT FZB-JRNL-STAMP-DATE FROM DATE YYYYMMDD.
013700     ACCEPT FZB-JRNL-STAMP-TIME FROM TIME.
013710 4060-EXIT.
013720     EXIT.
013730
013740*----------------------------------------------------------*
013750* 4070-WRITE-JOURNAL - JOURNAL THE FZBHIST RECORD 4050 HAS  *
013760*                      JUST ADDED (A) OR REWRITTEN (R). A   *
013770*                      JOURNAL THAT CANNOT BE WRITTEN IS    *
013780*                      CLOSED AND THE REST OF THE LOAD GOES *
013790*                      UNJOURNALED.                         *
013800*----------------------------------------------------------*
013810 4070-WRITE-JOURNAL.
013820     MOVE SPACES TO FZB-JRN-RECORD.
013830     MOVE FZB-JRNL-STAMP-DATE TO FZB-JRN-STAMP-DATE.
013840     MOVE FZB-JRNL-STAMP-TIME TO FZB-JRN-STAMP-TIME.
013850     MOVE "FZBMERGE" TO FZB-JRN-PROGRAM.
013860     MOVE FZB-RUN-DATE TO FZB-JRN-RUN-DATE.
013870     MOVE FZB-JRNL-ACTION-WK TO FZB-JRN-ACTION.
013880     MOVE FZB-HIST-RECORD TO FZB-JRN-HIST-IMAGE.
013890     WRITE FZB-JRN-RECORD.
013900     IF FZB-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
013910         DISPLAY "FZBMERGE - FZBJRNL WRITE ERROR (FILE STATUS "
013920             FZB-JRNL-FILE-STATUS ") - JOURNAL CLOSED, TAKE A "
013930             "NEW FZBBKUP BACKUP"
013940         CLOSE FZBJRNL-FILE
013950         MOVE "N" TO FZB-JRNL-SW
013960     END-IF.
013970 4070-EXIT.
013980     EXIT.
013990
014000*----------------------------------------------------------*
014010* 4200-REGISTER-BATCHES - IN INPUT MODE, RECORD EVERY BATCH *
014020*                         THE PARTITIONS ACCEPTED ON THE    *
014030*                         FZBBREG SUPPLIER BATCH REGISTRY.  *
014040*                         THE PARTITION STEPS ONLY READ IT, *
014050*                         SO THIS IS WHERE A SPLIT RUN'S    *
014060*                         BATCHES ARE REGISTERED. NO        *
014070*                         FZBBREG DD MEANS THE REGISTRY IS  *
014080*                         NOT IN USE; A CLUSTER THAT IS     *
014090*                         DEFINED BUT CANNOT BE OPENED      *
014100*                         ABENDS THE STEP RATHER THAN LEAVE *
014110*                         THE DAY'S BATCHES UNREGISTERED.   *
014120*----------------------------------------------------------*
014130 4200-REGISTER-BATCHES.
014140     IF NOT FZB-INPUT-MODE
014150             OR FZB-BSUM-COUNT IS EQUAL TO 0
014160         GO TO 4200-EXIT
014170     END-IF.
014180     OPEN I-O FZBBREG-FILE.
014190     IF FZB-BREG-FILE-STATUS IS EQUAL TO "35"
014200         DISPLAY "FZBMERGE - NO FZBBREG BATCH REGISTRY - BATCHES "
014210             "NOT REGISTERED"
014220         GO TO 4200-EXIT
014230     END-IF.
014240     IF FZB-BREG-FILE-STATUS IS NOT EQUAL TO "00"
014250         MOVE 0408 TO FZB-LOG-REASON-WK
014260         PERFORM 4290-REGISTRY-ERROR THRU 4290-EXIT
014270     END-IF.
014280     MOVE "Y" TO FZB-BREG-SW.
014290     PERFORM 4250-REGISTER-ONE-BATCH THRU 4250-EXIT
014300         VARYING FZB-BSUM-NDX FROM 1 BY 1
014310         UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT.
014320     CLOSE FZBBREG-FILE.
014330 4200-EXIT.
014340     EXIT.
014350
014360*----------------------------------------------------------*
014370* 4250-REGISTER-ONE-BATCH - REGISTER ONE ACCEPTED BATCH. A  *
014380*                           KEY NOT YET ON FZBBREG, OR      *
014390*                           RELEASED, OR REGISTERED BY AN   *
014400*                           EARLIER RUN OF THIS MERGE FOR   *
014410*                           THE SAME PARTITION AND ORDINAL, *
014420*                           IS (RE)WRITTEN. ANY OTHER       *
014430*                           ACTIVE REGISTRATION MEANS TWO   *
014440*                           PARTITIONS BOTH CLASSIFIED THE  *
014450*                           BATCH - IT IS TOO LATE TO       *
014460*                           REJECT, SO THE BATCH IS LISTED  *
014470*                           AND LOGGED FOR OPERATIONS AND   *
014480*                           THE FIRST REGISTRATION STANDS.  *
014490*----------------------------------------------------------*
014500 4250-REGISTER-ONE-BATCH.
014510     IF FZB-BSUM-DISP(FZB-BSUM-NDX) IS NOT EQUAL TO "Y"
014520             OR FZB-BSUM-SOURCE(FZB-BSUM-NDX) IS EQUAL TO
014530                 "FZBRFIX"
014540         GO TO 4250-EXIT
014550     END-IF.
014560     MOVE FZB-BSUM-SOURCE(FZB-BSUM-NDX) TO FZB-BREG-SOURCE.
014570     MOVE FZB-BSUM-ID(FZB-BSUM-NDX) TO FZB-BREG-BATCH-ID.
014580     READ FZBBREG-FILE
014590         INVALID KEY
014600             PERFORM 4270-WRITE-REGISTRATION THRU 4270-EXIT
014610             GO TO 4250-EXIT
014620     END-READ.
014630     IF FZB-BREG-FILE-STATUS IS NOT EQUAL TO "00"
014640         MOVE 0409 TO FZB-LOG-REASON-WK
014650         PERFORM 4290-REGISTRY-ERROR THRU 4290-EXIT
014660     END-IF.
014670     IF FZB-BREG-RELEASED
014680         PERFORM 4270-WRITE-REGISTRATION THRU 4270-EXIT
014690         GO TO 4250-EXIT
014700     END-IF.
014710     IF FZB-BREG-RUN-DATE IS EQUAL TO FZB-RUN-DATE
014720             AND FZB-BREG-PART-NO IS EQUAL TO
014730                 FZB-BSUM-PART(FZB-BSUM-NDX)
014740             AND FZB-BREG-ORDINAL IS EQUAL TO
014750                 FZB-BSUM-ORD(FZB-BSUM-NDX)
014760         PERFORM 4270-WRITE-REGISTRATION THRU 4270-EXIT
014770         GO TO 4250-EXIT
014780     END-IF.
014790     MOVE "W" TO FZB-BSUM-DISP(FZB-BSUM-NDX).
014800     MOVE FZB-BREG-RUN-DATE TO FZB-BSUM-REG-DATE(FZB-BSUM-NDX).
014810     MOVE FZB-BREG-COUNT TO FZB-BSUM-REG-COUNT(FZB-BSUM-NDX).
014820     MOVE FZB-BREG-PART-NO TO FZB-BSUM-REG-PART(FZB-BSUM-NDX).
014830     MOVE FZB-BSUM-PART(FZB-BSUM-NDX) TO FZB-PART-NO-WK.
014840     DISPLAY "FZBMERGE - FZBIN BATCH " FZB-BREG-BATCH-ID
014850         " FROM " FZB-BREG-SOURCE " CLASSIFIED BY PARTITION "
014860         FZB-PART-NO-WK " WAS ALREADY REGISTERED BY PARTITION "
014870         FZB-BREG-PART-NO " ON " FZB-BREG-RUN-DATE.
014880     MOVE "BDUP" TO FZB-LOG-EVENT-WK.
014890     STRING FZB-BREG-SOURCE DELIMITED BY SIZE
014900         "/" DELIMITED BY SIZE
014910         FZB-BREG-BATCH-ID DELIMITED BY SIZE
014920         " TWICE - PARTS " DELIMITED BY SIZE
014930         FZB-BREG-PART-NO DELIMITED BY SIZE
014940         "," DELIMITED BY SIZE
014950         FZB-PART-NO-WK DELIMITED BY SIZE
014960         INTO FZB-LOG-TEXT-WK.
014970     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
014980 4250-EXIT.
014990     EXIT.
015000
015010 4270-WRITE-REGISTRATION.
015020     MOVE SPACES TO FZB-BREG-RECORD.
015030     MOVE FZB-BSUM-SOURCE(FZB-BSUM-NDX) TO FZB-BREG-SOURCE.
015040     MOVE FZB-BSUM-ID(FZB-BSUM-NDX) TO FZB-BREG-BATCH-ID.
015050     MOVE FZB-RUN-DATE TO FZB-BREG-RUN-DATE.
015060     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-BREG-COUNT.
015070     MOVE FZB-BSUM-HASH(FZB-BSUM-NDX) TO FZB-BREG-HASH.
015080     MOVE "A" TO FZB-BREG-STATUS.
015090     MOVE FZB-BSUM-PART(FZB-BSUM-NDX) TO FZB-BREG-PART-NO.
015100     MOVE FZB-BSUM-ORD(FZB-BSUM-NDX) TO FZB-BREG-ORDINAL.
015110     MOVE 0 TO FZB-BREG-REL-DATE.
015120     WRITE FZB-BREG-RECORD
015130         INVALID KEY
015140             REWRITE FZB-BREG-RECORD
015150     END-WRITE.
015160     IF FZB-BREG-FILE-STATUS IS NOT EQUAL TO "00"
015170         MOVE 0409 TO FZB-LOG-REASON-WK
015180         PERFORM 4290-REGISTRY-ERROR THRU 4290-EXIT
015190     END-IF.
015200     ADD 1 TO FZB-CNT-REGISTERED.
015210 4270-EXIT.
015220     EXIT.
015230
015240 4290-REGISTRY-ERROR.
015250     DISPLAY "FZBMERGE - ABEND - FZBBREG BATCH REGISTRY ERROR "
015260         "(FILE STATUS " FZB-BREG-FILE-STATUS ")".
015270     MOVE "ABND" TO FZB-LOG-EVENT-WK.
015280     MOVE "FZBBREG BATCH REGISTRY ERROR" TO FZB-LOG-TEXT-WK.
015290     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
015300     MOVE 8 TO RETURN-CODE.
015310     STOP RUN.
015320 4290-EXIT.
015330     EXIT.
015340
015350*----------------------------------------------------------*
015360* 4300-POST-SUPPLIER-STATS - IN INPUT MODE, POST ONE        *
015370*                            FZBSTAT RECORD (SEE FZBSTSR)   *
015380*                            PER SUPPLIER BATCH THE         *
015390*                            PARTITIONS READ AND ONE PER    *
015400*                            PARTITION FOR ITS DETAILS READ *
015410*                            OUTSIDE ANY BATCH, KEYED BY    *
015420*                            PARTITION EXACTLY AS THE       *
015430*                            PARTITION STEPS STAMPED THEIR  *
015440*                            REJECTS. A RERUN OF THE MERGE  *
015450*                            REPLACES ITS OWN RECORDS AND   *
015460*                            KEEPS ANY RECYCLE COUNTS       *
015470*                            FZBRFIX HAS POSTED. NO FZBSTAT *
015480*                            DD MEANS NO STATISTICS ARE     *
015490*                            KEPT; A CLUSTER THAT IS        *
015500*                            DEFINED BUT CANNOT BE OPENED   *
015510*                            ABENDS THE STEP.               *
015520*----------------------------------------------------------*
015530 4300-POST-SUPPLIER-STATS.
015540     IF NOT FZB-INPUT-MODE
015550         GO TO 4300-EXIT
015560     END-IF.
015570     OPEN I-O FZBSTAT-FILE.
015580     IF FZB-STAT-FILE-STATUS IS EQUAL TO "35"
015590         DISPLAY "FZBMERGE - NO FZBSTAT SUPPLIER STATISTICS - "
015600             "STATISTICS NOT KEPT"
015610         GO TO 4300-EXIT
015620     END-IF.
015630     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
015640         PERFORM 4390-STATS-ERROR THRU 4390-EXIT
015650     END-IF.
015660     MOVE "Y" TO FZB-STAT-SW.
015670     PERFORM 4350-POST-BATCH-STATS THRU 4350-EXIT
015680         VARYING FZB-BSUM-NDX FROM 1 BY 1
015690         UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT.
015700     PERFORM 4360-POST-LOOSE-STATS THRU 4360-EXIT
015710         VARYING FZB-PART-NDX FROM 1 BY 1
015720         UNTIL FZB-PART-NDX IS GREATER THAN FZB-PART-COUNT.
015730     CLOSE FZBSTAT-FILE.
015740 4300-EXIT.
015750     EXIT.
015760
015770*----------------------------------------------------------*
015780* 4350-POST-BATCH-STATS - A BATCH TWO PARTITIONS BOTH       *
015790*                         CLASSIFIED (DISPOSITION W) WAS    *
015800*                         ACCEPTED BY EACH AND IS POSTED AS *
015810*                         ACCEPTED. FZBRFIX RESUBMISSIONS   *
015820*                         ARE LEFT OFF.                     *
015830*----------------------------------------------------------*
015840 4350-POST-BATCH-STATS.
015850     IF FZB-BSUM-SOURCE(FZB-BSUM-NDX) IS EQUAL TO "FZBRFIX"
015860         GO TO 4350-EXIT
015870     END-IF.
015880     MOVE FZB-RUN-DATE TO FZB-STAT-KEY-DATE.
015890     MOVE FZB-BSUM-SOURCE(FZB-BSUM-NDX) TO FZB-STAT-KEY-SOURCE.
015900     MOVE FZB-BSUM-ID(FZB-BSUM-NDX) TO FZB-STAT-KEY-BATCH.
015910     MOVE FZB-BSUM-PART(FZB-BSUM-NDX) TO FZB-STAT-KEY-PART.
015920     MOVE FZB-BSUM-OCCUR(FZB-BSUM-NDX) TO FZB-STAT-KEY-OCCUR.
015930     PERFORM 4370-READ-STATS-RECORD THRU 4370-EXIT.
015940     IF FZB-BSUM-DISP(FZB-BSUM-NDX) IS EQUAL TO "W"
015950         MOVE "Y" TO FZB-STS-DISP
015960     ELSE
015970         MOVE FZB-BSUM-DISP(FZB-BSUM-NDX) TO FZB-STS-DISP
015980     END-IF.
015990     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-STS-READ.
016000     MOVE FZB-BSUM-ACC(FZB-BSUM-NDX) TO FZB-STS-ACC.
016010     MOVE FZB-BSUM-REJ(FZB-BSUM-NDX) TO FZB-STS-REJ.
016020     MOVE FZB-BSUM-RSN-TABLE(FZB-BSUM-NDX) TO FZB-STS-RSN-TABLE.
016030     PERFORM 4380-PUT-STATS-RECORD THRU 4380-EXIT.
016040 4350-EXIT.
016050     EXIT.
016060
016070 4360-POST-LOOSE-STATS.
016080     IF FZB-PART-LOOSE-READ(FZB-PART-NDX) IS EQUAL TO 0
016090         GO TO 4360-EXIT
016100     END-IF.
016110     SET FZB-PART-NO-WK TO FZB-PART-NDX.
016120     MOVE FZB-RUN-DATE TO FZB-STAT-KEY-DATE.
016130     MOVE SPACES TO FZB-STAT-KEY-SOURCE.
016140     MOVE SPACES TO FZB-STAT-KEY-BATCH.
016150     MOVE FZB-PART-NO-WK TO FZB-STAT-KEY-PART.
016160     MOVE 1 TO FZB-STAT-KEY-OCCUR.
016170     PERFORM 4370-READ-STATS-RECORD THRU 4370-EXIT.
016180     COMPUTE FZB-STAT-REJ-WK =
016190         FZB-PART-LOOSE-RSN-CNT(FZB-PART-NDX, 1)
016200         + FZB-PART-LOOSE-RSN-CNT(FZB-PART-NDX, 2)
016210         + FZB-PART-LOOSE-RSN-CNT(FZB-PART-NDX, 3)
016220         + FZB-PART-LOOSE-RSN-CNT(FZB-PART-NDX, 4)
016230         + FZB-PART-LOOSE-RSN-CNT(FZB-PART-NDX, 5)
016240         + FZB-PART-LOOSE-RSN-CNT(FZB-PART-NDX, 6)
016250         + FZB-PART-LOOSE-RSN-CNT(FZB-PART-NDX, 7).
016260     MOVE SPACE TO FZB-STS-DISP.
016270     MOVE FZB-PART-LOOSE-READ(FZB-PART-NDX) TO FZB-STS-READ.
016280     COMPUTE FZB-STS-ACC =
016290         FZB-PART-LOOSE-READ(FZB-PART-NDX) - FZB-STAT-REJ-WK.
016300     MOVE FZB-STAT-REJ-WK TO FZB-STS-REJ.
016310     MOVE FZB-PART-LOOSE-RSN-TABLE(FZB-PART-NDX)
016320         TO FZB-STS-RSN-TABLE.
016330     PERFORM 4380-PUT-STATS-RECORD THRU 4380-EXIT.
016340 4360-EXIT.
016350     EXIT.
016360
016370 4370-READ-STATS-RECORD.
016380     MOVE FZB-STAT-KEY-WK TO FZB-STS-KEY.
016390     READ FZBSTAT-FILE
016400         INVALID KEY
016410             MOVE SPACES TO FZB-STS-RECORD
016420             MOVE FZB-STAT-KEY-WK TO FZB-STS-KEY
016430             MOVE 0 TO FZB-STS-RFIX-RESUB
016440             MOVE 0 TO FZB-STS-RFIX-FORCED
016450             MOVE 0 TO FZB-STS-RFIX-PASS
016460             MOVE 0 TO FZB-STS-RFIX-PASS-RESUB
016470             MOVE 0 TO FZB-STS-RFIX-PASS-FORCED
016480             MOVE 0 TO FZB-STS-RFIX-DATE
016490             GO TO 4370-EXIT
016500     END-READ.
016510     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
016520         PERFORM 4390-STATS-ERROR THRU 4390-EXIT
016530     END-IF.
016540 4370-EXIT.
016550     EXIT.
016560
016570 4380-PUT-STATS-RECORD.
016580     WRITE FZB-STS-RECORD
016590         INVALID KEY
016600             REWRITE FZB-STS-RECORD
016610     END-WRITE.
016620     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
016630         PERFORM 4390-STATS-ERROR THRU 4390-EXIT
016640     END-IF.
016650     ADD 1 TO FZB-CNT-STAT-POSTED.
016660 4380-EXIT.
016670     EXIT.
016680
016690 4390-STATS-ERROR.
016700     DISPLAY "FZBMERGE - ABEND - FZBSTAT SUPPLIER STATISTICS "
016710         "ERROR (FILE STATUS " FZB-STAT-FILE-STATUS ")".
016720     MOVE "ABND" TO FZB-LOG-EVENT-WK.
016730     MOVE 0410 TO FZB-LOG-REASON-WK.
016740     MOVE "FZBSTAT SUPPLIER STATISTICS ERROR" TO FZB-LOG-TEXT-WK.
016750     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
016760     MOVE 8 TO RETURN-CODE.
016770     STOP RUN.
016780 4390-EXIT.
016790     EXIT.
016800
016810*----------------------------------------------------------*
016820* 5000-WRITE-CHECKPOINT - WRITE THE ONE COMBINED FZBCKPT    *
016830*                         RECORD FZBBAL BALANCES THE DAY    *
016840*                         FROM. A GENERATED RUN IS COMPLETE *
016850*                         TO THE UPPER BOUND; IN INPUT MODE *
016860*                         NO SINGLE FEED NUMBER STANDS FOR  *
016870*                         THE WHOLE DAY, SO THE IDX IS ZERO *
016880*                         AND THE READ COUNT CARRIES IT.    *
016890*----------------------------------------------------------*
016900 5000-WRITE-CHECKPOINT.
016910     OPEN OUTPUT FZBCKPT-FILE.
016920     MOVE SPACES TO FZB-CKPT-RECORD.
016930     MOVE FZB-RUN-DATE TO FZB-CKPT-RUN-DATE.
016940     IF FZB-INPUT-MODE
016950         MOVE 0 TO FZB-CKPT-IDX
016960     ELSE
016970         MOVE FZB-UPPER-BOUND TO FZB-CKPT-IDX
016980     END-IF.
016990     MOVE FZB-CNT-PLAIN TO FZB-CKPT-CNT-PLAIN.
017000     MOVE FZB-CNT-FIZZ TO FZB-CKPT-CNT-FIZZ.
017010     MOVE FZB-CNT-BUZZ TO FZB-CKPT-CNT-BUZZ.
017020     MOVE FZB-CNT-FIZZBUZZ TO FZB-CKPT-CNT-FIZZBUZZ.
017030     MOVE FZB-CNT-OTHER TO FZB-CKPT-CNT-OTHER.
017040     MOVE FZB-CNT-READ TO FZB-CKPT-CNT-READ.
017050     MOVE FZB-CNT-REJECT TO FZB-CKPT-CNT-REJECT.
017060     MOVE FZB-CNT-SUPPRESS TO FZB-CKPT-CNT-SUPPRESS.
017070     MOVE FZB-CNT-OVERRIDE TO FZB-CKPT-CNT-OVERRIDE.
017080     WRITE FZB-CKPT-RECORD.
017090     CLOSE FZBCKPT-FILE.
017100 5000-EXIT.
017110     EXIT.
017120
017130*----------------------------------------------------------*
017140* 7682-OPEN-INPUT-SLOT THROUGH 7690-WRITE-ONE-SLOT -        *
017150*     THE SLOT I/O PRIMITIVES, AS IN FIZZBUZZ. INPUT IS THE *
017160*     FZBXPN PARTIAL CONCATENATION, OUTPUT THE COMBINED     *
017170*     FZBXTRN SLOT, BOTH ROUTED ON THE SLOT NUMBER IN       *
017180*     FZB-SUB-WORK-SLOT.                                    *
017190*----------------------------------------------------------*
017200 7682-OPEN-INPUT-SLOT.
017210     MOVE "N" TO FZB-SLOT-OPEN-SW.
017220     EVALUATE FZB-SUB-WORK-SLOT
017230         WHEN 1
017240             OPEN INPUT FZBXP1-FILE
017250             IF FZB-XP1-FILE-STATUS IS EQUAL TO "00"
017260                 MOVE "Y" TO FZB-SLOT-OPEN-SW
017270             END-IF
017280         WHEN 2
017290             OPEN INPUT FZBXP2-FILE
017300             IF FZB-XP2-FILE-STATUS IS EQUAL TO "00"
017310                 MOVE "Y" TO FZB-SLOT-OPEN-SW
017320             END-IF
017330         WHEN 3
017340             OPEN INPUT FZBXP3-FILE
017350             IF FZB-XP3-FILE-STATUS IS EQUAL TO "00"
017360                 MOVE "Y" TO FZB-SLOT-OPEN-SW
017370             END-IF
017380         WHEN 4
017390             OPEN INPUT FZBXP4-FILE
017400             IF FZB-XP4-FILE-STATUS IS EQUAL TO "00"
017410                 MOVE "Y" TO FZB-SLOT-OPEN-SW
017420             END-IF
017430     END-EVALUATE.
017440 7682-EXIT.
017450     EXIT.
017460
017470 7684-READ-ONE-SLOT.
017480     EVALUATE FZB-SUB-WORK-SLOT
017490         WHEN 1
017500             READ FZBXP1-FILE
017510                 AT END
017520                     MOVE "Y" TO FZB-SLOT-EOF-SW
017530                 NOT AT END
017540                     MOVE FZB-XP1-RECORD TO FZB-SUBX-DATA
017550             END-READ
017560         WHEN 2
017570             READ FZBXP2-FILE
017580                 AT END
017590                     MOVE "Y" TO FZB-SLOT-EOF-SW
017600                 NOT AT END
017610                     MOVE FZB-XP2-RECORD TO FZB-SUBX-DATA
017620             END-READ
017630         WHEN 3
017640             READ FZBXP3-FILE
017650                 AT END
017660                     MOVE "Y" TO FZB-SLOT-EOF-SW
017670                 NOT AT END
017680                     MOVE FZB-XP3-RECORD TO FZB-SUBX-DATA
017690             END-READ
017700         WHEN 4
017710             READ FZBXP4-FILE
017720                 AT END
017730                     MOVE "Y" TO FZB-SLOT-EOF-SW
017740                 NOT AT END
017750                     MOVE FZB-XP4-RECORD TO FZB-SUBX-DATA
017760             END-READ
017770     END-EVALUATE.
017780 7684-EXIT.
017790     EXIT.
017800
017810 7685-OPEN-OUTPUT-SLOT.
017820     EVALUATE FZB-SUB-WORK-SLOT
017830         WHEN 1
017840             OPEN OUTPUT FZBXTR1-FILE
017850             MOVE FZB-XT1-FILE-STATUS TO FZB-SLOT-STATUS-WK
017860         WHEN 2
017870             OPEN OUTPUT FZBXTR2-FILE
017880             MOVE FZB-XT2-FILE-STATUS TO FZB-SLOT-STATUS-WK
017890         WHEN 3
017900             OPEN OUTPUT FZBXTR3-FILE
017910             MOVE FZB-XT3-FILE-STATUS TO FZB-SLOT-STATUS-WK
017920         WHEN 4
017930             OPEN OUTPUT FZBXTR4-FILE
017940             MOVE FZB-XT4-FILE-STATUS TO FZB-SLOT-STATUS-WK
017950     END-EVALUATE.
017960     IF FZB-SLOT-STATUS-WK IS NOT EQUAL TO "00" AND "05"
017970         DISPLAY "FZBMERGE - ABEND - SUBSCRIBER EXTRACT "
017980             "SLOT FZBXTR" FZB-SUB-WORK-SLOT " NOT "
017990             "AVAILABLE (FILE STATUS " FZB-SLOT-STATUS-WK
018000             ") - CHECK THE SLOT DD AGAINST THE FZBSUBF "
018010             "PROFILES"
018020         MOVE "ABND" TO FZB-LOG-EVENT-WK
018030         MOVE 0405 TO FZB-LOG-REASON-WK
018040         MOVE "SUBSCRIBER EXTRACT SLOT NOT AVAILABLE"
018050             TO FZB-LOG-TEXT-WK
018060         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
018070         MOVE 8 TO RETURN-CODE
018080         STOP RUN
018090     END-IF.
018100 7685-EXIT.
018110     EXIT.
018120
018130 7688-CLOSE-SLOT.
018140     EVALUATE FZB-SUB-WORK-SLOT
018150         WHEN 1
018160             CLOSE FZBXP1-FILE
018170             CLOSE FZBXTR1-FILE
018180         WHEN 2
018190             CLOSE FZBXP2-FILE
018200             CLOSE FZBXTR2-FILE
018210         WHEN 3
018220             CLOSE FZBXP3-FILE
018230             CLOSE FZBXTR3-FILE
018240         WHEN 4
018250             CLOSE FZBXP4-FILE
018260             CLOSE FZBXTR4-FILE
018270     END-EVALUATE.
018280 7688-EXIT.
018290     EXIT.
018300
018310 7690-WRITE-ONE-SLOT.
018320     EVALUATE FZB-SUB-WORK-SLOT
018330         WHEN 1
018340             WRITE FZB-XTR1-RECORD FROM FZB-SUBX-DATA
018350         WHEN 2
018360             WRITE FZB-XTR2-RECORD FROM FZB-SUBX-DATA
018370         WHEN 3
018380             WRITE FZB-XTR3-RECORD FROM FZB-SUBX-DATA
018390         WHEN 4
018400             WRITE FZB-XTR4-RECORD FROM FZB-SUBX-DATA
018410     END-EVALUATE.
018420 7690-EXIT.
018430     EXIT.
018440
018450*----------------------------------------------------------*
018460* 8600-COPY-PARTITION-LOGS - EACH PARTITION JOB LOGS TO ITS *
018470*                            OWN DATASET SO THE PARALLEL    *
018480*                            STEPS DO NOT QUEUE ON FZBLOG.  *
018490*                            THEIR EVENTS FOR THE RUN DATE  *
018500*                            ARE CARRIED INTO FZBLOG HERE,  *
018510*                            AHEAD OF THE MERGE'S OWN       *
018520*                            NORMAL END, SO AUTOMATION      *
018530*                            STILL WATCHES ONE DATASET. THE *
018540*                            MERGE JOB CLEARS THE PARTITION *
018550*                            LOGS AFTER A CLEAN MERGE, SO A *
018560*                            RERUN DOES NOT CARRY THEM      *
018570*                            TWICE.                         *
018580*----------------------------------------------------------*
018590 8600-COPY-PARTITION-LOGS.
018600     OPEN INPUT FZBLOGP-FILE.
018610     IF FZB-LOGP-FILE-STATUS IS NOT EQUAL TO "00"
018620         GO TO 8600-EXIT
018630     END-IF.
018640     MOVE "N" TO FZB-COPY-EOF-SW.
018650     PERFORM 8650-COPY-LOG-RECORD THRU 8650-EXIT
018660         UNTIL FZB-COPY-EOF.
018670     CLOSE FZBLOGP-FILE.
018680 8600-EXIT.
018690     EXIT.
018700
018710 8650-COPY-LOG-RECORD.
018720     READ FZBLOGP-FILE INTO FZB-LOGP-IMAGE
018730         AT END
018740             MOVE "Y" TO FZB-COPY-EOF-SW
018750             GO TO 8650-EXIT
018760     END-READ.
018770     IF FZB-LOGP-DATE IS NOT EQUAL TO FZB-RUN-DATE
018780         GO TO 8650-EXIT
018790     END-IF.
018800     WRITE FZB-LOG-RECORD FROM FZB-LOGP-IMAGE.
018810     ADD 1 TO FZB-CNT-LOG-COPIED.
018820 8650-EXIT.
018830     EXIT.
018840
018850*----------------------------------------------------------*
018860* 8700-OPEN-RUN-LOG - OPEN THE SHARED FZBLOG RUN-EVENT LOG  *
018870*                     FOR EXTEND (SEE FZBLOGR).             *
018880*----------------------------------------------------------*
018890 8700-OPEN-RUN-LOG.
018900     OPEN EXTEND FZBLOG-FILE.
018910     IF FZB-LOG-FILE-STATUS IS NOT EQUAL TO "00" AND "05"
018920         DISPLAY "FZBMERGE - ABEND - FZBLOG RUN LOG NOT "
018930             "AVAILABLE (FILE STATUS " FZB-LOG-FILE-STATUS ")"
018940         MOVE 8 TO RETURN-CODE
018950         STOP RUN
018960     END-IF.
018970 8700-EXIT.
018980     EXIT.
018990
019000 8750-LOG-RUN-START.
019010     MOVE "STRT" TO FZB-LOG-EVENT-WK.
019020     STRING "MODE " DELIMITED BY SIZE
019030         FZB-PROC-MODE DELIMITED BY SIZE
019040         " BOUND " DELIMITED BY SIZE
019050         FZB-UPPER-BOUND DELIMITED BY SIZE
019060         " PARTITIONS " DELIMITED BY SIZE
019070         FZB-PART-COUNT DELIMITED BY SIZE
019080         INTO FZB-LOG-TEXT-WK.
019090     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
019100 8750-EXIT.
019110     EXIT.
019120
019130 8760-LOG-NORMAL-END.
019140     MOVE "NEND" TO FZB-LOG-EVENT-WK.
019150     STRING "TOTAL " DELIMITED BY SIZE
019160         FZB-CNT-TOTAL DELIMITED BY SIZE
019170         " READ " DELIMITED BY SIZE
019180         FZB-CNT-READ DELIMITED BY SIZE
019190         " REJ " DELIMITED BY SIZE
019200         FZB-CNT-REJECT DELIMITED BY SIZE
019210         INTO FZB-LOG-TEXT-WK.
019220     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
019230 8760-EXIT.
019240     EXIT.
019250
019260*----------------------------------------------------------*
019270* 8800-WRITE-LOG - WRITE ONE TIMESTAMPED FZBLOG RECORD FROM *
019280*                  THE EVENT CODE, REASON AND TEXT STAGED   *
019290*                  BY THE CALLER, THEN CLEAR THE STAGING    *
019300*                  FIELDS FOR THE NEXT EVENT.               *
019310*----------------------------------------------------------*
019320 8800-WRITE-LOG.
019330     ACCEPT FZB-LOG-TIME-NOW FROM TIME.
019340     MOVE SPACES TO FZB-LOG-RECORD.
019350     MOVE FZB-RUN-DATE TO FZB-LOG-DATE.
019360     MOVE FZB-LOG-TIME-NOW TO FZB-LOG-TIME.
019370     MOVE "FZBMERGE" TO FZB-LOG-PROGRAM.
019380     MOVE FZB-LOG-EVENT-WK TO FZB-LOG-EVENT-CODE.
019390     MOVE FZB-LOG-REASON-WK TO FZB-LOG-REASON.
019400     MOVE FZB-LOG-TEXT-WK TO FZB-LOG-TEXT.
019410     WRITE FZB-LOG-RECORD.
019420     MOVE 0 TO FZB-LOG-REASON-WK.
019430     MOVE SPACES TO FZB-LOG-TEXT-WK.
019440 8800-EXIT.
019450     EXIT.
019460
019470*----------------------------------------------------------*
019480* 9000-WRITE-SUMMARY - WRITE THE ONE COMBINED CONTROL       *
019490*                      TOTALS REPORT TO FZBRPT, THE SAME    *
019500*                      LINES A WHOLE FIZZBUZZ RUN WRITES,   *
019510*                      PRECEDED BY THE PARTITIONS MERGED    *
019520*                      AND EACH ONE'S RANGE AND SHARE OF    *
019530*                      THE DAY.                             *
019540*----------------------------------------------------------*
019550 9000-WRITE-SUMMARY.
019560     OPEN OUTPUT FZBRPT-FILE.
019570
019580     MOVE "FIZZBUZZ CONTROL TOTALS REPORT" TO FZB-RPT-TEXT.
019590     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
019600     MOVE FZB-PART-COUNT TO FZB-RPT-NUMBER-ED.
019610     STRING "PARTITIONS MERGED . . . . . " DELIMITED BY SIZE
019620         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
019630         INTO FZB-RPT-TEXT.
019640     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
019650     PERFORM 9400-EMIT-PARTITION-LINE THRU 9400-EXIT
019660         VARYING FZB-PART-NDX FROM 1 BY 1
019670         UNTIL FZB-PART-NDX IS GREATER THAN FZB-PART-COUNT.
019680     MOVE SPACES TO FZB-RPT-TEXT.
019690     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
019700
019710     MOVE FZB-CNT-PLAIN TO FZB-RPT-NUMBER-ED.
019720     STRING "PLAIN NUMBER LINES . . . . " DELIMITED BY SIZE
019730         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
019740         INTO FZB-RPT-TEXT.
019750     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
019760
019770     MOVE FZB-CNT-FIZZ TO FZB-RPT-NUMBER-ED.
019780     STRING "FIZZ-ONLY LINES . . . . . . " DELIMITED BY SIZE
019790         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
019800         INTO FZB-RPT-TEXT.
019810     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
019820
019830     MOVE FZB-CNT-BUZZ TO FZB-RPT-NUMBER-ED.
019840     STRING "BUZZ-ONLY LINES . . . . . . " DELIMITED BY SIZE
019850         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
019860         INTO FZB-RPT-TEXT.
019870     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
019880
019890     MOVE FZB-CNT-FIZZBUZZ TO FZB-RPT-NUMBER-ED.
019900     STRING "FIZZBUZZ LINES. . . . . . . " DELIMITED BY SIZE
019910         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
019920         INTO FZB-RPT-TEXT.
019930     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
019940
019950     MOVE FZB-CNT-OTHER TO FZB-RPT-NUMBER-ED.
019960     STRING "OTHER CATEGORY LINES. . . . " DELIMITED BY SIZE
019970         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
019980         INTO FZB-RPT-TEXT.
019990     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
020000
020010     MOVE FZB-CNT-TOTAL TO FZB-RPT-NUMBER-ED.
020020     STRING "GRAND TOTAL RECORDS . . . . " DELIMITED BY SIZE
020030         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020040         INTO FZB-RPT-TEXT.
020050     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
020060
020070     MOVE FZB-CNT-OVERRIDE TO FZB-RPT-NUMBER-ED.
020080     STRING "RECORDS OVERRIDDEN. . . . . " DELIMITED BY SIZE
020090         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020100         " (WITHIN THE TOTALS ABOVE)" DELIMITED BY SIZE
020110         INTO FZB-RPT-TEXT.
020120     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
020130
020140     MOVE FZB-CNT-SUPPRESS TO FZB-RPT-NUMBER-ED.
020150     STRING "RECORDS SUPPRESSED. . . . . " DELIMITED BY SIZE
020160         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020170         INTO FZB-RPT-TEXT.
020180     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
020190
020200     COMPUTE FZB-CNT-PROCESSED =
020210         FZB-CNT-TOTAL + FZB-CNT-SUPPRESS.
020220     MOVE FZB-CNT-PROCESSED TO FZB-RPT-NUMBER-ED.
020230     STRING "RECORDS PROCESSED . . . . . " DELIMITED BY SIZE
020240         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020250         " (GRAND TOTAL + SUPPRESSED)" DELIMITED BY SIZE
020260         INTO FZB-RPT-TEXT.
020270     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
020280
020290     IF FZB-INPUT-MODE
020300         MOVE FZB-CNT-READ TO FZB-RPT-NUMBER-ED
020310         STRING "INPUT RECORDS READ. . . . . " DELIMITED BY SIZE
020320             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020330             INTO FZB-RPT-TEXT
020340         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
020350         MOVE FZB-CNT-REJECT TO FZB-RPT-NUMBER-ED
020360         STRING "INPUT RECORDS REJECTED. . . " DELIMITED BY SIZE
020370             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020380             INTO FZB-RPT-TEXT
020390         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
020400     END-IF.
020410     IF FZB-STAT-IN-USE
020420         MOVE FZB-CNT-STAT-POSTED TO FZB-RPT-NUMBER-ED
020430         STRING "SUPPLIER STATISTICS POSTED. " DELIMITED BY SIZE
020440             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020450             INTO FZB-RPT-TEXT
020460         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
020470     END-IF.
020480
020490     IF FZB-INPUT-MODE
020500             AND FZB-BSUM-COUNT IS GREATER THAN 0
020510         MOVE SPACES TO FZB-RPT-TEXT
020520         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
020530         MOVE "CONTROL TOTALS BY INPUT BATCH" TO FZB-RPT-TEXT
020540         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
020550         PERFORM 9300-EMIT-BATCH-LINE THRU 9300-EXIT
020560             VARYING FZB-BSUM-NDX FROM 1 BY 1
020570             UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT
020580     END-IF.
020590     IF FZB-INPUT-MODE
020600         PERFORM 9320-EMIT-REGISTRY-SECTIONS THRU 9320-EXIT
020610     END-IF.
020620
020630     IF FZB-CAT-COUNT IS GREATER THAN 0
020640         MOVE SPACES TO FZB-RPT-TEXT
020650         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
020660         MOVE "CONTROL TOTALS BY RULE CATEGORY" TO FZB-RPT-TEXT
020670         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
020680         PERFORM 9200-EMIT-CATEGORY-LINE THRU 9200-EXIT
020690             VARYING FZB-CAT-NDX FROM 1 BY 1
020700             UNTIL FZB-CAT-NDX IS GREATER THAN FZB-CAT-COUNT
020710     END-IF.
020720
020730     CLOSE FZBRPT-FILE.
020740 9000-EXIT.
020750     EXIT.
020760
020770 9100-EMIT-RPT-LINE.
020780     DISPLAY FZB-RPT-TEXT.
020790     WRITE FZB-RPT-LINE.
020800     MOVE SPACES TO FZB-RPT-TEXT.
020810 9100-EXIT.
020820     EXIT.
020830
020840 9200-EMIT-CATEGORY-LINE.
020850     MOVE FZB-CAT-CNT(FZB-CAT-NDX) TO FZB-RPT-NUMBER-ED.
020860     STRING "  " DELIMITED BY SIZE
020870         FZB-CAT-TEXT(FZB-CAT-NDX) DELIMITED BY SIZE
020880         " . . . " DELIMITED BY SIZE
020890         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
020900         INTO FZB-RPT-TEXT.
020910     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
020920 9200-EXIT.
020930     EXIT.
020940
020950 9300-EMIT-BATCH-LINE.
020960     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-RPT-READ-ED.
020970     MOVE FZB-BSUM-ACC(FZB-BSUM-NDX) TO FZB-RPT-ACC-ED.
020980     MOVE FZB-BSUM-REJ(FZB-BSUM-NDX) TO FZB-RPT-REJ-ED.
020990     STRING "  BATCH " DELIMITED BY SIZE
021000         FZB-BSUM-ID(FZB-BSUM-NDX) DELIMITED BY SIZE
021010         " READ " DELIMITED BY SIZE
021020         FZB-RPT-READ-ED DELIMITED BY SIZE
021030         " ACCEPTED " DELIMITED BY SIZE
021040         FZB-RPT-ACC-ED DELIMITED BY SIZE
021050         " REJECTED " DELIMITED BY SIZE
021060         FZB-RPT-REJ-ED DELIMITED BY SIZE
021070         " PART " DELIMITED BY SIZE
021080         FZB-BSUM-PART(FZB-BSUM-NDX) DELIMITED BY SIZE
021090         INTO FZB-RPT-TEXT.
021100     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
021110 9300-EXIT.
021120     EXIT.
021130
021140*----------------------------------------------------------*
021150* 9320-EMIT-REGISTRY-SECTIONS - REPORT THE REGISTRY SIDE OF *
021160*                               THE RUN - HOW MANY BATCHES  *
021170*                               WERE REGISTERED, THE        *
021180*                               DUPLICATE AND REUSED-ID     *
021190*                               REJECTS THE PARTITIONS MADE *
021200*                               (REASON 07), AND ANY BATCH  *
021210*                               TWO PARTITIONS CLASSIFIED.  *
021220*----------------------------------------------------------*
021230 9320-EMIT-REGISTRY-SECTIONS.
021240     IF FZB-BREG-IN-USE
021250         MOVE FZB-CNT-REGISTERED TO FZB-RPT-NUMBER-ED
021260         MOVE SPACES TO FZB-RPT-TEXT
021270         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021280         STRING "BATCHES REGISTERED ON FZBBREG " DELIMITED BY SIZE
021290             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
021300             INTO FZB-RPT-TEXT
021310         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021320     END-IF.
021330     MOVE 0 TO FZB-BREG-DUP-CNT.
021340     MOVE 0 TO FZB-BREG-NUM-CNT.
021350     MOVE 0 TO FZB-BREG-TWICE-CNT.
021360     PERFORM 9330-COUNT-REGISTERED THRU 9330-EXIT
021370         VARYING FZB-BSUM-NDX FROM 1 BY 1
021380         UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT.
021390     IF FZB-BREG-DUP-CNT IS GREATER THAN 0
021400         MOVE SPACES TO FZB-RPT-TEXT
021410         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021420         MOVE "DUPLICATE BATCHES REJECTED (REASON 07)"
021430             TO FZB-RPT-TEXT
021440         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021450         MOVE "D" TO FZB-BREG-LIST-DISP
021460         PERFORM 9340-EMIT-REGISTERED-LINE THRU 9340-EXIT
021470             VARYING FZB-BSUM-NDX FROM 1 BY 1
021480             UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT
021490     END-IF.
021500     IF FZB-BREG-NUM-CNT IS GREATER THAN 0
021510         MOVE SPACES TO FZB-RPT-TEXT
021520         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021530         MOVE "SUSPECTED BATCH NUMBERING ERRORS (REASON 07)"
021540             TO FZB-RPT-TEXT
021550         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021560         MOVE "R" TO FZB-BREG-LIST-DISP
021570         PERFORM 9340-EMIT-REGISTERED-LINE THRU 9340-EXIT
021580             VARYING FZB-BSUM-NDX FROM 1 BY 1
021590             UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT
021600     END-IF.
021610     IF FZB-BREG-TWICE-CNT IS GREATER THAN 0
021620         MOVE SPACES TO FZB-RPT-TEXT
021630         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021640         MOVE "BATCHES CLASSIFIED BY TWO PARTITIONS"
021650             TO FZB-RPT-TEXT
021660         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
021670         MOVE "W" TO FZB-BREG-LIST-DISP
021680         PERFORM 9340-EMIT-REGISTERED-LINE THRU 9340-EXIT
021690             VARYING FZB-BSUM-NDX FROM 1 BY 1
021700             UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT
021710     END-IF.
021720 9320-EXIT.
021730     EXIT.
021740
021750 9330-COUNT-REGISTERED.
021760     EVALUATE FZB-BSUM-DISP(FZB-BSUM-NDX)
021770         WHEN "D"
021780             ADD 1 TO FZB-BREG-DUP-CNT
021790         WHEN "R"
021800             ADD 1 TO FZB-BREG-NUM-CNT
021810         WHEN "W"
021820             ADD 1 TO FZB-BREG-TWICE-CNT
021830     END-EVALUATE.
021840 9330-EXIT.
021850     EXIT.
021860
021870 9340-EMIT-REGISTERED-LINE.
021880     IF FZB-BSUM-DISP(FZB-BSUM-NDX) IS NOT EQUAL TO
021890             FZB-BREG-LIST-DISP
021900         GO TO 9340-EXIT
021910     END-IF.
021920     MOVE FZB-BSUM-PART(FZB-BSUM-NDX) TO FZB-PART-NO-WK.
021930     IF FZB-BREG-LIST-DISP IS EQUAL TO "W"
021940         STRING "  BATCH " DELIMITED BY SIZE
021950             FZB-BSUM-ID(FZB-BSUM-NDX) DELIMITED BY SIZE
021960             " FROM " DELIMITED BY SIZE
021970             FZB-BSUM-SOURCE(FZB-BSUM-NDX) DELIMITED BY SIZE
021980             " PART " DELIMITED BY SIZE
021990             FZB-PART-NO-WK DELIMITED BY SIZE
022000             " - ALREADY CLASSIFIED BY PART " DELIMITED BY SIZE
022010             FZB-BSUM-REG-PART(FZB-BSUM-NDX) DELIMITED BY SIZE
022020             INTO FZB-RPT-TEXT
022030         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
022040         GO TO 9340-EXIT
022050     END-IF.
022060     MOVE FZB-BSUM-REG-COUNT(FZB-BSUM-NDX) TO FZB-RPT-READ-ED.
022070     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-RPT-NUMBER-ED.
022080     STRING "  BATCH " DELIMITED BY SIZE
022090         FZB-BSUM-ID(FZB-BSUM-NDX) DELIMITED BY SIZE
022100         " FROM " DELIMITED BY SIZE
022110         FZB-BSUM-SOURCE(FZB-BSUM-NDX) DELIMITED BY SIZE
022120         " FIRST RUN " DELIMITED BY SIZE
022130         FZB-BSUM-REG-DATE(FZB-BSUM-NDX) DELIMITED BY SIZE
022140         " COUNT " DELIMITED BY SIZE
022150         FZB-RPT-READ-ED DELIMITED BY SIZE
022160         " NOW " DELIMITED BY SIZE
022170         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
022180         INTO FZB-RPT-TEXT.
022190     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
022200 9340-EXIT.
022210     EXIT.
022220
022230 9400-EMIT-PARTITION-LINE.
022240     SET FZB-PART-NO-WK TO FZB-PART-NDX.
022250     IF FZB-INPUT-MODE
022260         MOVE FZB-PART-READ(FZB-PART-NDX) TO FZB-RPT-NUMBER-ED
022270     ELSE
022280         MOVE FZB-PART-TOTAL(FZB-PART-NDX) TO FZB-RPT-NUMBER-ED
022290     END-IF.
022300     STRING "  PARTITION " DELIMITED BY SIZE
022310         FZB-PART-NO-WK DELIMITED BY SIZE
022320         "  " DELIMITED BY SIZE
022330         FZB-PART-FROM(FZB-PART-NDX) DELIMITED BY SIZE
022340         " THRU " DELIMITED BY SIZE
022350         FZB-PART-TO(FZB-PART-NDX) DELIMITED BY SIZE
022360         " RECORDS " DELIMITED BY SIZE
022370         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
022380         INTO FZB-RPT-TEXT.
022390     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
022400 9400-EXIT.
022410     EXIT.
