002520*                    FAILS AGAIN IS FORCED OUT FOR MANUAL        *
002530*                    HANDLING AFTER THE SET NUMBER OF PASSES     *
002540*                    INSTEAD OF LOOPING FOREVER.                 *
002541*   10/15/2026 JHK   RUN ONE PARTITION PER FZBNCDK CARD (SEE     *
002542*                    FZBNCDR), TOTALS TO FZBPSUM FOR FZBMERGE.   *
002543*                    REJECT BATCHES ALREADY IN FZBBREG (07).     *
002544*                    POST SUPPLIER STATISTICS TO FZBSTAT.        *
002545*                    QUIESCE ON AN FZBOCDK STOP REQUEST ("Q"     *
002546*                    CHECKPOINT, RC=12). A RESUME STAMPS "R"     *
002547*                    AND KEEPS THE CHECKPOINT'S BUSINESS DATE.   *
002548*                    JOURNAL FZBHIST UPDATES TO FZBJRNL.         *
002550*----------------------------------------------------------*
002560
002570 ENVIRONMENT DIVISION.
002920     SELECT FZBXTR1-FILE ASSIGN TO FZBXTR1
002930         ORGANIZATION IS SEQUENTIAL
002940         FILE STATUS IS FZB-XT1-FILE-STATUS.
002941     SELECT FZBNCDK-FILE ASSIGN TO FZBNCDK
002942         ORGANIZATION IS SEQUENTIAL
002943         FILE STATUS IS FZB-NCDK-FILE-STATUS.
002944     SELECT FZBHSTP-FILE ASSIGN TO FZBHSTP
002945         ORGANIZATION IS SEQUENTIAL
002946         FILE STATUS IS FZB-HSTP-FILE-STATUS.
002947     SELECT FZBPSUM-FILE ASSIGN TO FZBPSUM
002948         ORGANIZATION IS SEQUENTIAL
002949         FILE STATUS IS FZB-PSUM-FILE-STATUS.
002950     SELECT FZBXTR2-FILE ASSIGN TO FZBXTR2
002960         ORGANIZATION IS SEQUENTIAL
002970         FILE STATUS IS FZB-XT2-FILE-STATUS.
002971     SELECT FZBBREG-FILE ASSIGN TO FZBBREG
002972         ORGANIZATION IS INDEXED
002973         ACCESS MODE IS DYNAMIC
002974         RECORD KEY IS FZB-BREG-KEY
002975         FILE STATUS IS FZB-BREG-FILE-STATUS.
002980     SELECT FZBXTR3-FILE ASSIGN TO FZBXTR3
002990         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS FZB-XT3-FILE-STATUS.
003001     SELECT FZBSTAT-FILE ASSIGN TO FZBSTAT
003002         ORGANIZATION IS INDEXED
003003         ACCESS MODE IS DYNAMIC
003004         RECORD KEY IS FZB-STS-KEY
003005         FILE STATUS IS FZB-STAT-FILE-STATUS.
003010     SELECT FZBXTR4-FILE ASSIGN TO FZBXTR4
003020         ORGANIZATION IS SEQUENTIAL
003030         FILE STATUS IS FZB-XT4-FILE-STATUS.
003031     SELECT FZBOCDK-FILE ASSIGN TO FZBOCDK
003032         ORGANIZATION IS SEQUENTIAL
003033         FILE STATUS IS FZB-OCDK-FILE-STATUS.
003034     SELECT FZBJRNL-FILE ASSIGN TO FZBJRNL
003035         ORGANIZATION IS SEQUENTIAL
003036         FILE STATUS IS FZB-JRNL-FILE-STATUS.
003040
003050 DATA DIVISION.
003060
003320 FD  FZBHIST-FILE
003330     LABEL RECORDS ARE STANDARD.
003340     COPY FZBHSTR.
003341
003342 FD  FZBBREG-FILE
003343     LABEL RECORDS ARE STANDARD.
003344     COPY FZBBRGR.
003345
003346 FD  FZBSTAT-FILE
003347     LABEL RECORDS ARE STANDARD.
003348     COPY FZBSTSR.
003350
003360 FD  FZBXTR-FILE
003370     RECORDING MODE IS F
003690     LABEL RECORDS ARE STANDARD.
003700     COPY FZBSUBR.
003710
003711 FD  FZBNCDK-FILE
003712     RECORDING MODE IS F
003713     BLOCK CONTAINS 0 RECORDS
003714     LABEL RECORDS ARE STANDARD.
003715     COPY FZBNCDR.
003716
003720 FD  FZBXTR1-FILE
003730     RECORDING MODE IS F
003740     BLOCK CONTAINS 0 RECORDS
003750     LABEL RECORDS ARE STANDARD.
003760 01  FZB-XTR1-RECORD            PIC X(80).
003761
003762 FD  FZBHSTP-FILE
003763     RECORDING MODE IS F
003764     BLOCK CONTAINS 0 RECORDS
003765     LABEL RECORDS ARE STANDARD.
003766 01  FZB-HSTP-RECORD            PIC X(80).
003770
003780 FD  FZBXTR2-FILE
003790     RECORDING MODE IS F
003810     LABEL RECORDS ARE STANDARD.
003820 01  FZB-XTR2-RECORD            PIC X(80).
003830
003831 FD  FZBPSUM-FILE
003832     RECORDING MODE IS F
003833     BLOCK CONTAINS 0 RECORDS
003834     LABEL RECORDS ARE STANDARD.
003835     COPY FZBPSMR.
003836
003840 FD  FZBXTR3-FILE
003850     RECORDING MODE IS F
003860     BLOCK CONTAINS 0 RECORDS
003870     LABEL RECORDS ARE STANDARD.
003880 01  FZB-XTR3-RECORD            PIC X(80).
003890
003891 FD  FZBOCDK-FILE
003892     RECORDING MODE IS F
003893     BLOCK CONTAINS 0 RECORDS
003894     LABEL RECORDS ARE STANDARD.
003895     COPY FZBOCDR.
003896
003900 FD  FZBXTR4-FILE
003910     RECORDING MODE IS F
003920     BLOCK CONTAINS 0 RECORDS
003930     LABEL RECORDS ARE STANDARD.
003940 01  FZB-XTR4-RECORD            PIC X(80).
003941
003942 FD  FZBJRNL-FILE
003943     RECORDING MODE IS F
003944     BLOCK CONTAINS 0 RECORDS
003945     LABEL RECORDS ARE STANDARD.
003946     COPY FZBJRNR.
003950
003960 WORKING-STORAGE SECTION.
003970 77 IDX PICTURE 9(07) COMP-3.
004050 77 FZB-CKPT-INTERVAL    PIC 9(05) VALUE 10.
004060 77 FZB-CKPT-EOF-SW      PIC X(01) VALUE "N".
004070     88 FZB-CKPT-EOF               VALUE "Y".
004071 77 FZB-OCDK-FILE-STATUS PIC X(02) VALUE "00".
004072 77 FZB-STOP-SW          PIC X(01) VALUE "N".
004073     88 FZB-STOP-IN-USE            VALUE "Y".
004074 77 FZB-STOP-REQ         PIC X(01) VALUE SPACE.
004075     88 FZB-STOP-REQ-NONE          VALUE SPACE.
004076     88 FZB-STOP-REQ-NOW           VALUE "N".
004077     88 FZB-STOP-REQ-AT-IDX        VALUE "I".
004078     88 FZB-STOP-REQ-AT-TIME       VALUE "T".
004080 77 FZB-RESTART-SW       PIC X(01) VALUE "N".
004090     88 FZB-RESTART-RUN            VALUE "Y".
004091 77 FZB-STOP-IDX-WK      PIC 9(07) VALUE 0.
004092 77 FZB-STOP-HHMM-WK     PIC 9(04) VALUE 0.
004093 77 FZB-STOP-USER-WK     PIC X(08) VALUE SPACES.
004094 77 FZB-STOP-CHECK-CNT   PIC 9(05) VALUE 0.
004095 77 FZB-STOP-DUE-SW      PIC X(01) VALUE "N".
004096     88 FZB-STOP-DUE               VALUE "Y".
004100 77 FZB-LAST-CKPT-IDX    PIC 9(07) VALUE 0.
004101 77 FZB-STOP-RESUME-CARD PIC X(80) VALUE SPACES.
004102 77 FZB-STOP-LAST-CARD   PIC X(80) VALUE SPACES.
004103 77 FZB-STOP-POS-WK      PIC 9(07) VALUE 0.
004104 77 FZB-QUIESCE-SW       PIC X(01) VALUE "N".
004105     88 FZB-QUIESCING              VALUE "Y".
004106 77 FZB-RESUME-SW        PIC X(01) VALUE "N".
004107     88 FZB-PLANNED-RESUME         VALUE "Y".
004110 77 FZB-LAST-CKPT-DATE   PIC 9(08) VALUE 0.
004115 77 FZB-LAST-CKPT-STATUS PIC X(01) VALUE SPACE.
004120 77 FZB-CLASS-TEXT       PIC X(20) VALUE SPACES.
004130 77 FZB-CLASS-PTR        PIC 9(03) VALUE 1.
004140 77 FZB-CLASS-KIND       PIC X(01) VALUE SPACE.
004520 77 FZB-BATCH-CNT-REJ    PIC 9(07) VALUE 0.
004530 77 FZB-BATCH-BAL-SW     PIC X(01) VALUE "Y".
004540     88 FZB-BATCH-BALANCED          VALUE "Y".
004541     88 FZB-BATCH-DUPLICATE         VALUE "D".
004542     88 FZB-BATCH-ID-REUSED         VALUE "R".
004543     88 FZB-BATCH-REGISTERED        VALUE "D", "R".
004550 77 FZB-BATCH-HOLD-MAX   PIC 9(05) VALUE 10000.
004560 77 FZB-BSUM-TABLE-MAX   PIC 9(03) VALUE 100.
004570 77 FZB-SKIP-REMAINING   PIC 9(07) VALUE 0.
004571 77 FZB-BREG-FILE-STATUS PIC X(02) VALUE "00".
004572 77 FZB-BREG-SW          PIC X(01) VALUE "N".
004573     88 FZB-BREG-IN-USE             VALUE "Y".
004574 77 FZB-BATCH-REG-DATE   PIC 9(08) VALUE 0.
004575 77 FZB-BATCH-REG-COUNT  PIC 9(09) VALUE 0.
004577 77 FZB-BREG-DUP-CNT     PIC 9(03) VALUE 0.
004578 77 FZB-BREG-NUM-CNT     PIC 9(03) VALUE 0.
004579 77 FZB-BREG-LIST-DISP   PIC X(01) VALUE SPACE.
004580 77 FZB-RPT-NUMBER-ED    PIC ZZZZZZ9.
004590 77 FZB-RPT-READ-ED      PIC ZZZZZZ9.
004600 77 FZB-RPT-ACC-ED       PIC ZZZZZZ9.
004610 77 FZB-RPT-REJ-ED       PIC ZZZZZZ9.
004611 77 FZB-JRNL-FILE-STATUS PIC X(02) VALUE "00".
004612 77 FZB-JRNL-SW          PIC X(01) VALUE "N".
004613     88 FZB-JRNL-IN-USE            VALUE "Y".
004614 77 FZB-JRNL-STAMP-DATE  PIC 9(08) VALUE 0.
004615 77 FZB-JRNL-STAMP-TIME  PIC 9(08) VALUE 0.
004616 77 FZB-JRNL-ACTION-WK   PIC X(01) VALUE SPACE.
004620 77 FZB-HIST-FILE-STATUS PIC X(02) VALUE "00".
004630 77 FZB-RUN-DATE         PIC 9(08) VALUE 0.
004631 01 FZB-WALL-CLOCK.
004632     05 FZB-WALL-DATE        PIC 9(08) VALUE 0.
004633     05 FZB-WALL-TIME.
004634         10 FZB-WALL-HHMM    PIC 9(04) VALUE 0.
004635         10 FILLER           PIC 9(04) VALUE 0.
004640 77 FZB-RUN-TIME         PIC 9(08) VALUE 0.
004642 77 FZB-START-DATE       PIC 9(08) VALUE 0.
004644 77 FZB-START-HHMM       PIC 9(04) VALUE 0.
004650 77 FZB-LOG-FILE-STATUS  PIC X(02) VALUE "00".
004660 77 FZB-LOG-EVENT-WK     PIC X(04) VALUE SPACES.
004670 77 FZB-LOG-REASON-WK    PIC 9(04) VALUE 0.
004680 77 FZB-LOG-TEXT-WK      PIC X(40) VALUE SPACES.
004690 77 FZB-LOG-TIME-NOW     PIC 9(08) VALUE 0.
004691 77 FZB-STAT-FILE-STATUS PIC X(02) VALUE "00".
004692 77 FZB-STAT-SW          PIC X(01) VALUE "N".
004693     88 FZB-STAT-IN-USE             VALUE "Y".
004694 77 FZB-BATCH-OCCUR      PIC 9(02) VALUE 0.
004695 77 FZB-LOOSE-CNT-READ   PIC 9(07) VALUE 0.
004696 77 FZB-STAT-REJ-WK      PIC 9(07) VALUE 0.
004697 77 FZB-RSN-SUB          PIC 9(02) COMP-3 VALUE 0.
004698 77 FZB-STAT-CNT-WRITTEN PIC 9(05) VALUE 0.
004700 77 FZB-RULF-FILE-STATUS PIC X(02) VALUE "00".
004710 77 FZB-RULF-EOF-SW      PIC X(01) VALUE "N".
004720     88 FZB-RULF-EOF               VALUE "Y".
005050     88 FZB-CAT-FOUND              VALUE "Y".
005060 77 FZB-PATT-NDX         PIC 9(02) COMP-3 VALUE 0.
005070 77 FZB-REBUILD-DONE-SW  PIC X(01) VALUE "N".
005071 77 FZB-NCDK-FILE-STATUS PIC X(02) VALUE "00".
005072 77 FZB-HSTP-FILE-STATUS PIC X(02) VALUE "00".
005073 77 FZB-HSTP-EOF-SW      PIC X(01) VALUE "N".
005074     88 FZB-HSTP-EOF               VALUE "Y".
005075 77 FZB-HSTP-LAST-IDX    PIC 9(07) VALUE 0.
005076 77 FZB-PSUM-FILE-STATUS PIC X(02) VALUE "00".
005077 77 FZB-PART-NO          PIC 9(02) VALUE 0.
005078 77 FZB-PART-SW          PIC X(01) VALUE "N".
005079     88 FZB-PARTITIONED            VALUE "Y".
005080 01 FZB-MATCH-PATTERN.
005090     05 FZB-PATT-BYTE OCCURS 10 TIMES
005100             PIC X(01).
005101 01 FZB-CURR-ORIGIN.
005102     05 FZB-CURR-RUN-DATE    PIC 9(08) VALUE 0.
005103     05 FZB-CURR-SOURCE      PIC X(08) VALUE SPACES.
005104     05 FZB-CURR-BATCH-ID    PIC X(08) VALUE SPACES.
005105     05 FZB-CURR-PART-NO     PIC 9(02) VALUE 0.
005106     05 FZB-CURR-OCCUR       PIC 9(02) VALUE 0.
005110 01 FZB-CAT-TABLE.
005120     05 FZB-CAT-COUNT        PIC 9(04) VALUE 0.
005130     05 FZB-CAT-ENTRY OCCURS 1024 TIMES
005140             INDEXED BY FZB-CAT-NDX.
005150         10 FZB-CAT-TEXT     PIC X(20).
005160         10 FZB-CAT-CNT      PIC 9(07).
005161 01 FZB-BATCH-RSN-TABLE.
005162     05 FZB-BATCH-RSN-CNT OCCURS 7 TIMES
005163             PIC 9(05) VALUE 0.
005164 01 FZB-LOOSE-RSN-TABLE.
005165     05 FZB-LOOSE-RSN-CNT OCCURS 7 TIMES
005166             PIC 9(05) VALUE 0.
005170 01 FZB-DISP-BUFFER.
005180     05 FZB-DISP-LINE OCCURS 50 TIMES
005190             INDEXED BY FZB-DISP-NDX
005370 77 FZB-DUP-SLOT-SW      PIC X(01) VALUE "N".
005380     88 FZB-DUP-SLOT              VALUE "Y".
005390 77 FZB-SLOT-STATUS-WK   PIC X(02) VALUE "00".
005391 77 FZB-PART-CARD-SW     PIC X(01) VALUE "N".
005392     88 FZB-PART-CARD-FOUND        VALUE "Y".
005393 77 FZB-PART-FROM        PIC 9(07) VALUE 1.
005394 77 FZB-PART-TO          PIC 9(07) VALUE 0.
005395 77 FZB-IN-REC-POS       PIC 9(07) VALUE 0.
005396 77 FZB-IN-OWNED-SW      PIC X(01) VALUE "Y".
005397     88 FZB-IN-OWNED               VALUE "Y".
005398 77 FZB-FEED-BATCH-SW    PIC X(01) VALUE "N".
005399     88 FZB-FEED-BATCH-OPEN        VALUE "Y".
005400 01 FZB-OVR-TABLE.
005410     05 FZB-OVR-COUNT        PIC 9(02) VALUE 0.
005420     05 FZB-OVR-ENTRY OCCURS 20 TIMES.
005850     05 FZB-EDIT-RECYCLE-X   PIC X(02).
005860     05 FZB-EDIT-RECYCLE-9 REDEFINES FZB-EDIT-RECYCLE-X
005870                             PIC 9(02).
005871     05 FZB-EDIT-ORIGIN      PIC X(28).
005880 01 FZB-BATCH-HOLD-TABLE.
005890     05 FZB-BHOLD-COUNT      PIC 9(05) VALUE 0.
005900     05 FZB-BHOLD-ENTRY OCCURS 10000 TIMES
005910             INDEXED BY FZB-BHOLD-NDX
005920             PIC X(39).
005930 01 FZB-BSUM-TABLE.
005940     05 FZB-BSUM-COUNT       PIC 9(03) VALUE 0.
005950     05 FZB-BSUM-ENTRY OCCURS 100 TIMES
005960             INDEXED BY FZB-BSUM-NDX.
005970         10 FZB-BSUM-ID      PIC X(08).
005971         10 FZB-BSUM-SOURCE  PIC X(08).
005972         10 FZB-BSUM-DISP    PIC X(01).
005973         10 FZB-BSUM-HASH    PIC 9(13).
005974         10 FZB-BSUM-REG-DATE
005975                             PIC 9(08).
005976         10 FZB-BSUM-REG-COUNT
005977                             PIC 9(09).
005980         10 FZB-BSUM-READ    PIC 9(07).
005990         10 FZB-BSUM-ACC     PIC 9(07).
005991         10 FZB-BSUM-OCCUR   PIC 9(02).
005992         10 FZB-BSUM-RSN-TABLE.
005993             15 FZB-BSUM-RSN-CNT OCCURS 7 TIMES
005994                             PIC 9(05).
006000         10 FZB-BSUM-REJ     PIC 9(07).
006001 77 FZB-FEED-OWNER-SW    PIC X(01) VALUE "N".
006002     88 FZB-FEED-BATCH-OWNED       VALUE "Y".
006003 01 FZB-HSTP-IMAGE.
006004     05 FZB-HSTP-RUN-DATE    PIC 9(08).
006005     05 FZB-HSTP-IDX         PIC 9(07).
006006     05 FZB-HSTP-CLASS-KIND  PIC X(01).
006007     05 FZB-HSTP-CLASS-TEXT  PIC X(20).
006008     05 FZB-HSTP-MATCH-PATT  PIC X(10).
006009     05 FILLER               PIC X(34).
006010 COPY FZBRULT.
006020
006030 PROCEDURE DIVISION.
006040 BEGIN.
006050     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
006060     ACCEPT FZB-RUN-TIME FROM TIME.
006065     PERFORM 1900-CHECK-QUIESCED-RUN THRU 1900-EXIT.
006070     PERFORM 8700-OPEN-RUN-LOG THRU 8700-EXIT.
006080
006090     PERFORM 1000-READ-CONTROL-CARD THRU 1000-EXIT.
006100     PERFORM 1400-LOAD-SUBSCRIBERS THRU 1400-EXIT.
006110     PERFORM 1500-VALIDATE-RANGE THRU 1500-EXIT.
006111     PERFORM 1600-SET-PARTITION-RANGE THRU 1600-EXIT.
006120     PERFORM 8750-LOG-RUN-START THRU 8750-EXIT.
006130
006140     PERFORM 2000-CHECK-RESTART THRU 2000-EXIT.
006145     PERFORM 1950-OPEN-STOP-REQUEST THRU 1950-EXIT.
006150     PERFORM 2200-OPEN-HISTORY-FILE THRU 2200-EXIT.
006160     IF FZB-RESTART-RUN
006170         IF FZB-GENERATED-MODE
006270         PERFORM 2500-WRITE-EXTRACT-HEADER THRU 2500-EXIT
006280         PERFORM 2550-OPEN-SUBSCRIBER-FILES THRU 2550-EXIT
006290     END-IF.
006291     IF FZB-PARTITIONED
006292         PERFORM 2600-OPEN-PARTIAL-HISTORY THRU 2600-EXIT
006293     END-IF.
006300
006310     IF FZB-INPUT-MODE
006320         PERFORM 5000-OPEN-INPUT-FILES THRU 5000-EXIT
006350         PERFORM 5600-END-OF-FEED THRU 5600-EXIT
006360         CLOSE FZBIN-FILE
006370         CLOSE FZBREJ-FILE
006371         IF FZB-BREG-IN-USE
006372             CLOSE FZBBREG-FILE
006373         END-IF
006380     ELSE
006390         PERFORM FIZZBUZZ UNTIL IDX > FZB-PART-TO
006400     END-IF.
006410     PERFORM 7750-FLUSH-DISPLAY-BUFFER THRU 7750-EXIT.
006420     PERFORM 7650-WRITE-EXTRACT-TRAILER THRU 7650-EXIT.
006440     CLOSE FZBOUT-FILE.
006450     CLOSE FZBXTR-FILE.
006460     PERFORM 7660-CLOSE-SUBSCRIBER-FILES THRU 7660-EXIT.
006461     IF FZB-PLANNED-RESUME
006462         PERFORM 3050-BUILD-CKPT-RECORD THRU 3050-EXIT
006463         MOVE SPACE TO FZB-CKPT-STATUS
006464         IF FZB-GENERATED-MODE
006465             MOVE FZB-PART-TO TO FZB-CKPT-IDX
006466         END-IF
006467         WRITE FZB-CKPT-RECORD
006468     END-IF.
006470     CLOSE FZBCKPT-FILE.
006471     IF FZB-PARTITIONED
006472         CLOSE FZBHSTP-FILE
006473         PERFORM 7800-WRITE-PARTITION-SUMMARY THRU 7800-EXIT
006474     ELSE
006475         CLOSE FZBHIST-FILE
006476         IF FZB-JRNL-IN-USE
006477             CLOSE FZBJRNL-FILE
006478         END-IF
006479     END-IF.
006480     IF FZB-INPUT-MODE AND NOT FZB-PARTITIONED
006481         PERFORM 7900-WRITE-SUPPLIER-STATS THRU 7900-EXIT
006482     END-IF.
006490
006500     PERFORM 9000-WRITE-SUMMARY THRU 9000-EXIT.
006510     PERFORM 8760-LOG-NORMAL-END THRU 8760-EXIT.
006640*                          TABLE FROM FZBCTL, IF SUPPLIED.  *
006650*----------------------------------------------------------*
006660 1000-READ-CONTROL-CARD.
006661     PERFORM 1050-READ-PARTITION-CARD THRU 1050-EXIT.
006670     OPEN INPUT FZBCTL-FILE.
006680     IF FZB-CTL-FILE-STATUS IS EQUAL TO "00"
006690         PERFORM 1100-READ-CTL-RECORD THRU 1100-EXIT
006770 1000-EXIT.
006780     EXIT.
006790
026170*----------------------------------------------------------*
026180* 1050-READ-PARTITION-CARD - WHEN THE STEP IS ONE PARTITION  *
026190*                            OF A SPLIT RUN, THE FZBNCDK     *
026200*                            CARD (SEE FZBNCDR) NAMES WHICH  *
026210*                            ONE. NO FZBNCDK DD, OR AN EMPTY *
026220*                            ONE, IS AN ORDINARY WHOLE RUN   *
026230*                            AND ANY TYPE "3" CARDS ON       *
026240*                            FZBCTL ARE IGNORED.             *
026250*----------------------------------------------------------*
026260 1050-READ-PARTITION-CARD.
026270     OPEN INPUT FZBNCDK-FILE.
026280     IF FZB-NCDK-FILE-STATUS IS NOT EQUAL TO "00"
026290         GO TO 1050-EXIT
026300     END-IF.
026310     READ FZBNCDK-FILE
026320         AT END
026330             CLOSE FZBNCDK-FILE
026340             GO TO 1050-EXIT
026350     END-READ.
026360     IF FZB-PNUM-PART-X IS NOT NUMERIC
026370             OR FZB-PNUM-PART-9 IS EQUAL TO 0
026380         DISPLAY "FIZZBUZZ - ABEND - FZBNCDK CARD HOLDS NO "
026390             "VALID PARTITION NUMBER: " FZB-PNUM-PART-X
026400         MOVE "ABND" TO FZB-LOG-EVENT-WK
026410         MOVE 0112 TO FZB-LOG-REASON-WK
026420         MOVE "INVALID FZBNCDK PARTITION CARD"
026430             TO FZB-LOG-TEXT-WK
026440         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
026450         MOVE 8 TO RETURN-CODE
026460         STOP RUN
026470     END-IF.
026480     MOVE FZB-PNUM-PART-9 TO FZB-PART-NO.
026490     MOVE "Y" TO FZB-PART-SW.
026500     CLOSE FZBNCDK-FILE.
026510 1050-EXIT.
026520     EXIT.
026530
006800 1100-READ-CTL-RECORD.
006810     READ FZBCTL-FILE
006820         AT END
007190                         TO FZB-RULE-DIVISOR(FZB-RULE-COUNT)
007200                     MOVE FZB-CTL-LABEL
007210                         TO FZB-RULE-LABEL(FZB-RULE-COUNT)
007211                 WHEN FZB-CTL-IS-PARTITION
007212                     IF FZB-PARTITIONED
007213                             AND FZB-CTL-PART-NO IS EQUAL TO
007214                             FZB-PART-NO
007215                         MOVE FZB-CTL-PART-FROM TO FZB-PART-FROM
007216                         MOVE FZB-CTL-PART-TO TO FZB-PART-TO
007217                         MOVE "Y" TO FZB-PART-CARD-SW
007218                     END-IF
007220                 WHEN OTHER
007230                     CONTINUE
007240             END-EVALUATE
010270 1560-EXIT.
010280     EXIT.
010290
026540*----------------------------------------------------------*
026550* 1600-SET-PARTITION-RANGE - FIX THE SLICE THIS STEP         *
026560*                            CLASSIFIES. AN ORDINARY RUN     *
026570*                            TAKES THE WHOLE GENERATED       *
026580*                            RANGE. A PARTITION STEP TAKES   *
026590*                            THE FROM/TO OF ITS OWN TYPE     *
026600*                            "3" FZBCTL CARD - IDX VALUES IN *
026610*                            GENERATED MODE, FZBIN RECORD    *
026620*                            POSITIONS IN INPUT MODE. A      *
026630*                            PARTITION WITH NO MATCHING      *
026640*                            CARD, OR A SLICE THAT RUNS      *
026650*                            BACKWARD OR PAST THE UPPER      *
026660*                            BOUND, ABENDS BEFORE ANY OUTPUT *
026665*                            IS TOUCHED.                     *
026670*----------------------------------------------------------*
026680 1600-SET-PARTITION-RANGE.
026690     IF NOT FZB-PARTITIONED
026700         MOVE 1 TO FZB-PART-FROM
026710         MOVE FZB-UPPER-BOUND TO FZB-PART-TO
026720         GO TO 1600-EXIT
026730     END-IF.
026740     IF NOT FZB-PART-CARD-FOUND
026750             OR FZB-PART-FROM IS EQUAL TO 0
026760             OR FZB-PART-FROM IS GREATER THAN FZB-PART-TO
026770             OR (FZB-GENERATED-MODE
026780             AND FZB-PART-TO IS GREATER THAN FZB-UPPER-BOUND)
026790         DISPLAY "FIZZBUZZ - ABEND - NO USABLE TYPE ""3"" FZBCTL "
026800             "CARD FOR PARTITION " FZB-PART-NO
026810         MOVE "ABND" TO FZB-LOG-EVENT-WK
026820         MOVE 0112 TO FZB-LOG-REASON-WK
026830         MOVE "PARTITION CARD MISSING OR UNMATCHED"
026840             TO FZB-LOG-TEXT-WK
026850         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
026860         MOVE 8 TO RETURN-CODE
026870         STOP RUN
026880     END-IF.
026890     DISPLAY "FIZZBUZZ - RUNNING PARTITION " FZB-PART-NO
026900         " FROM " FZB-PART-FROM " TO " FZB-PART-TO.
026910 1600-EXIT.
026920     EXIT.
026930
034150*----------------------------------------------------------*
034160* 1900-CHECK-QUIESCED-RUN - BEFORE ANYTHING IS OPENED, SEE  *
034170*                           WHETHER THE LAST FZBCKPT RECORD *
034180*                           WAS WRITTEN BY A RUN QUIESCED   *
034190*                           ON AN OPERATOR STOP REQUEST     *
034200*                           ("Q") OR BY AN UNFINISHED       *
034210*                           RESUME OF ONE ("R"). IF SO THIS *
034220*                           RUN IS A PLANNED RESUME, AND ON *
034230*                           A LATER DAY THE CHECKPOINT'S    *
034240*                           DATE IS TAKEN AS THE RUN DATE,  *
034250*                           SO THE RULES, HISTORY KEYS AND  *
034260*                           LOG STAY ON THE DAY BEING       *
034265*                           FINISHED.                       *
034270*----------------------------------------------------------*
034280 1900-CHECK-QUIESCED-RUN.
034290     MOVE FZB-RUN-DATE TO FZB-START-DATE.
034300     DIVIDE FZB-RUN-TIME BY 10000 GIVING FZB-START-HHMM.
034310     OPEN INPUT FZBCKPT-FILE.
034320     IF FZB-CKPT-FILE-STATUS IS NOT EQUAL TO "00"
034330         GO TO 1900-EXIT
034340     END-IF.
034350     PERFORM 2100-READ-CKPT-RECORD THRU 2100-EXIT
034360         UNTIL FZB-CKPT-EOF.
034370     CLOSE FZBCKPT-FILE.
034380     MOVE "N" TO FZB-CKPT-EOF-SW.
034390     IF FZB-LAST-CKPT-STATUS IS EQUAL TO "Q" OR "R"
034400         MOVE "Y" TO FZB-RESUME-SW
034410         MOVE FZB-LAST-CKPT-DATE TO FZB-RUN-DATE
034420     END-IF.
034430 1900-EXIT.
034440     EXIT.
034450
034460*----------------------------------------------------------*
034470* 1950-OPEN-STOP-REQUEST - SEE WHETHER OPERATIONS HAVE AN   *
034480*                          FZBOCDK STOP-REQUEST CARD (SEE   *
034490*                          FZBOCDR) FOR THIS STEP. NO DD    *
034500*                          MEANS NO CHECKING. ON A PLANNED  *
034510*                          RESUME A REQUEST ALREADY DUE AT  *
034520*                          THE RESUME POINT IS THE ONE THAT *
034530*                          QUIESCED THE RUN, SO THAT CARD   *
034540*                          IS SET ASIDE AND ONLY A CHANGED  *
034550*                          CARD COUNTS AS A NEW REQUEST.    *
034560*----------------------------------------------------------*
034570 1950-OPEN-STOP-REQUEST.
034580     OPEN INPUT FZBOCDK-FILE.
034590     IF FZB-OCDK-FILE-STATUS IS NOT EQUAL TO "00"
034600         GO TO 1950-EXIT
034610     END-IF.
034620     MOVE "Y" TO FZB-STOP-SW.
034630     CLOSE FZBOCDK-FILE.
034640     PERFORM 3150-READ-STOP-REQUEST THRU 3150-EXIT.
034650     IF NOT FZB-PLANNED-RESUME OR FZB-STOP-REQ-NONE
034660         GO TO 1950-EXIT
034670     END-IF.
034680     IF FZB-INPUT-MODE
034690         MOVE FZB-LAST-CKPT-READ TO FZB-STOP-POS-WK
034700     ELSE
034710         MOVE FZB-LAST-CKPT-IDX TO FZB-STOP-POS-WK
034720     END-IF.
034730     PERFORM 3250-TEST-STOP-DUE THRU 3250-EXIT.
034740     IF FZB-STOP-DUE
034750         MOVE FZB-STOP-LAST-CARD TO FZB-STOP-RESUME-CARD
034760         MOVE SPACE TO FZB-STOP-REQ
034770     END-IF.
034780 1950-EXIT.
034790     EXIT.
034800
010300*----------------------------------------------------------*
010310* 2000-CHECK-RESTART - LOOK FOR A CHECKPOINT LEFT BY A      *
010320*                      PRIOR RUN AND, IF ONE IS FOUND AND   *
010450*                      RUN IS TREATED AS COMPLETE RATHER THAN  *
010460*                      INCREMENTED, SO THE IDX COMPUTE BELOW   *
010470*                      NEVER OVERFLOWS THE PIC 9(07) FIELD.    *
010472*                      A RUN QUIESCED ON A STOP REQUEST     *
010474*                      RESUMES THE SAME WAY, LOGGED AS A    *
010476*                      PLANNED RESUME (RSUM) - SEE 1900.    *
010480*----------------------------------------------------------*
010490 2000-CHECK-RESTART.
010500     OPEN INPUT FZBCKPT-FILE.
010610                 MOVE 1 TO IDX
010620             ELSE
010630                 IF FZB-LAST-CKPT-IDX IS GREATER THAN OR
010640                         EQUAL TO FZB-PART-TO
010650                     COMPUTE IDX = FZB-PART-TO + 1
010660                 ELSE
010670                     COMPUTE IDX = FZB-LAST-CKPT-IDX + 1
010680                 END-IF
010690             END-IF
010700             MOVE "Y" TO FZB-RESTART-SW
010705             IF FZB-PLANNED-RESUME
010707                 MOVE "RSUM" TO FZB-LOG-EVENT-WK
010709             ELSE
010710                 MOVE "RSTR" TO FZB-LOG-EVENT-WK
010712             END-IF
010720             STRING "RESUMED AFTER IDX " DELIMITED BY SIZE
010730                 FZB-LAST-CKPT-IDX DELIMITED BY SIZE
010740                 " READ " DELIMITED BY SIZE
010770             PERFORM 8800-WRITE-LOG THRU 8800-EXIT
010780             OPEN EXTEND FZBCKPT-FILE
010790         ELSE
010800             MOVE FZB-PART-FROM TO IDX
010810             MOVE 0 TO FZB-CNT-PLAIN
010820             MOVE 0 TO FZB-CNT-FIZZ
010830             MOVE 0 TO FZB-CNT-BUZZ
010910             OPEN OUTPUT FZBCKPT-FILE
010920         END-IF
010930     ELSE
010940         MOVE FZB-PART-FROM TO IDX
010950         OPEN OUTPUT FZBCKPT-FILE
010960     END-IF.
010970 2000-EXIT.
011030         NOT AT END
011040             MOVE FZB-CKPT-RUN-DATE TO FZB-LAST-CKPT-DATE
011050             MOVE FZB-CKPT-IDX TO FZB-LAST-CKPT-IDX
011055             MOVE FZB-CKPT-STATUS TO FZB-LAST-CKPT-STATUS
011060             MOVE FZB-CKPT-CNT-PLAIN TO FZB-CNT-PLAIN
011070             MOVE FZB-CKPT-CNT-FIZZ TO FZB-CNT-FIZZ
011080             MOVE FZB-CKPT-CNT-BUZZ TO FZB-CNT-BUZZ
011280*                          STEP RUNS; IF IT IS NOT AVAILABLE *
011290*                          THE RUN ABENDS RATHER THAN        *
011300*                          SILENTLY SKIPPING HISTORY.        *
011301*                          A PARTITION STEP NEVER OPENS THE  *
011302*                          CLUSTER - PARALLEL STEPS CANNOT   *
011303*                          SHARE IT FOR UPDATE - SO ITS      *
011304*                          HISTORY GOES TO THE SEQUENTIAL    *
011305*                          FZBHSTP PARTIAL FOR FZBMERGE TO   *
011306*                          LOAD (SEE 2600 AND 7550). ONCE    *
011307*                          THE CLUSTER IS OPEN THE OPTIONAL  *
011308*                          FZBJRNL JOURNAL IS OPENED BEHIND  *
011309*                          IT (SEE 2250).                    *
011310*----------------------------------------------------------*
011320 2200-OPEN-HISTORY-FILE.
011321     IF FZB-PARTITIONED
011322         GO TO 2200-EXIT
011323     END-IF.
011330     OPEN I-O FZBHIST-FILE.
011340     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
011350         DISPLAY "FIZZBUZZ - ABEND - FZBHIST VSAM KSDS NOT "
011440         MOVE 8 TO RETURN-CODE
011450         STOP RUN
011460     END-IF.
011465     PERFORM 2250-OPEN-HISTORY-JOURNAL THRU 2250-EXIT.
011470 2200-EXIT.
011480     EXIT.
011490
036780*----------------------------------------------------------*
036790* 2250-OPEN-HISTORY-JOURNAL - OPEN THE OPTIONAL FZBJRNL     *
036800*                             FORWARD-RECOVERY JOURNAL      *
036810*                             (SEE FZBJRNR) FOR EXTEND AND  *
036820*                             TAKE THE STAMP EVERY RECORD   *
036830*                             THIS RUN JOURNALS WILL        *
036840*                             CARRY. FZBHRCV REPLAYS THE    *
036850*                             JOURNAL OVER A RESTORED       *
036860*                             FZBBKUP BACKUP. NO FZBJRNL    *
036870*                             DD MEANS NO JOURNAL IS KEPT,  *
036880*                             WHICH LEAVES THIS RUN'S       *
036890*                             HISTORY UNRECOVERABLE UNTIL   *
036900*                             THE NEXT BACKUP.              *
036910*----------------------------------------------------------*
036920 2250-OPEN-HISTORY-JOURNAL.
036930     OPEN EXTEND FZBJRNL-FILE.
036940     IF FZB-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
036950         DISPLAY "FIZZBUZZ - FZBJRNL HISTORY JOURNAL NOT "
036960             "AVAILABLE (FILE STATUS " FZB-JRNL-FILE-STATUS
036970             ") - NO JOURNAL KEPT THIS RUN"
036980         GO TO 2250-EXIT
036990     END-IF.
037000     MOVE "Y" TO FZB-JRNL-SW.
037010     ACCEPT FZB-JRNL-STAMP-DATE FROM DATE YYYYMMDD.
037020     ACCEPT FZB-JRNL-STAMP-TIME FROM TIME.
037030 2250-EXIT.
037040     EXIT.
037050
011500*----------------------------------------------------------*
011510* 2300-REBUILD-CATEGORY-TOTALS - ON A GENERATED-MODE        *
011520*                                RESTART, RE-TALLY THE      *
011730*                                THE SKIPPED FEED RECORDS   *
011740*                                IN 5280-RECLASSIFY-        *
011750*                                SKIPPED.                   *
011751*                                A PARTITION STEP RE-       *
011752*                                TALLIES FROM ITS OWN       *
011753*                                FZBHSTP PARTIAL (2360).    *
011760*----------------------------------------------------------*
011770 2300-REBUILD-CATEGORY-TOTALS.
011771     IF FZB-PARTITIONED
011772         PERFORM 2360-REBUILD-FROM-PARTIAL THRU 2360-EXIT
011773         GO TO 2300-EXIT
011774     END-IF.
011780     MOVE "N" TO FZB-REBUILD-DONE-SW.
011790     MOVE FZB-RUN-DATE TO FZB-HIST-RUN-DATE.
011800     MOVE 0 TO FZB-HIST-IDX.
012070 2350-EXIT.
012080     EXIT.
012090
026940*----------------------------------------------------------*
026950* 2360-REBUILD-FROM-PARTIAL - ON A GENERATED-MODE RESTART OF *
026960*                             A PARTITION STEP, RE-TALLY THE *
026970*                             CATEGORY COUNTS FROM ITS       *
026980*                             FZBHSTP PARTIAL THE SAME WAY   *
026990*                             2350 DOES FROM THE CLUSTER. A  *
027000*                             RECORD WRITTEN JUST BEFORE AN  *
027010*                             EARLIER ABEND IS ON THE        *
027020*                             PARTIAL TWICE (THE RESUMED RUN *
027030*                             WROTE IT AGAIN), SO AN IDX NOT *
027040*                             ABOVE THE LAST ONE TALLIED IS  *
027045*                             SKIPPED.                       *
027050*----------------------------------------------------------*
027060 2360-REBUILD-FROM-PARTIAL.
027070     MOVE 0 TO FZB-HSTP-LAST-IDX.
027080     MOVE "N" TO FZB-HSTP-EOF-SW.
027090     OPEN INPUT FZBHSTP-FILE.
027100     IF FZB-HSTP-FILE-STATUS IS NOT EQUAL TO "00"
027110         PERFORM 2650-PARTIAL-NOT-AVAILABLE THRU 2650-EXIT
027120     END-IF.
027130     PERFORM 2370-REBUILD-ONE-PARTIAL THRU 2370-EXIT
027140         UNTIL FZB-HSTP-EOF.
027150     CLOSE FZBHSTP-FILE.
027160 2360-EXIT.
027170     EXIT.
027180
027190 2370-REBUILD-ONE-PARTIAL.
027200     READ FZBHSTP-FILE INTO FZB-HSTP-IMAGE
027210         AT END
027220             MOVE "Y" TO FZB-HSTP-EOF-SW
027230             GO TO 2370-EXIT
027240     END-READ.
027250     IF FZB-HSTP-RUN-DATE IS NOT EQUAL TO FZB-RUN-DATE
027260             OR FZB-HSTP-IDX IS GREATER THAN FZB-LAST-CKPT-IDX
027270             OR FZB-HSTP-IDX IS NOT GREATER THAN FZB-HSTP-LAST-IDX
027280         GO TO 2370-EXIT
027290     END-IF.
027300     MOVE FZB-HSTP-IDX TO FZB-HSTP-LAST-IDX.
027310     IF FZB-HSTP-CLASS-KIND IS NOT EQUAL TO "P"
027320         MOVE FZB-HSTP-CLASS-TEXT TO FZB-CLASS-TEXT
027330         PERFORM 7100-TALLY-CATEGORY THRU 7100-EXIT
027340     END-IF.
027350 2370-EXIT.
027360     EXIT.
027370
012100*----------------------------------------------------------*
012110* 2400-RESCAN-EXTRACT - ON A RESTART, RE-READ THE EXTRACT   *
012120*                       ALREADY ON FZBXTR AND REBUILD THE   *
013440 2560-EXIT.
013450     EXIT.
013460
027380*----------------------------------------------------------*
027390* 2600-OPEN-PARTIAL-HISTORY - OPEN THE PARTITION STEP'S      *
027400*                             FZBHSTP PARTIAL HISTORY - FOR  *
027410*                             EXTEND ON A RESTART, FRESH     *
027420*                             OTHERWISE. HISTORY MUST NOT BE *
027430*                             SKIPPED, SO AN UNAVAILABLE     *
027440*                             PARTIAL ABENDS THE STEP.       *
027450*----------------------------------------------------------*
027460 2600-OPEN-PARTIAL-HISTORY.
027470     IF FZB-RESTART-RUN
027480         OPEN EXTEND FZBHSTP-FILE
027490     ELSE
027500         OPEN OUTPUT FZBHSTP-FILE
027510     END-IF.
027520     IF FZB-HSTP-FILE-STATUS IS NOT EQUAL TO "00" AND "05"
027530         PERFORM 2650-PARTIAL-NOT-AVAILABLE THRU 2650-EXIT
027540     END-IF.
027550 2600-EXIT.
027560     EXIT.
027570
027580 2650-PARTIAL-NOT-AVAILABLE.
027590     DISPLAY "FIZZBUZZ - ABEND - FZBHSTP PARTIAL HISTORY NOT "
027600         "AVAILABLE (FILE STATUS " FZB-HSTP-FILE-STATUS
027610         ") FOR PARTITION " FZB-PART-NO.
027620     MOVE "ABND" TO FZB-LOG-EVENT-WK.
027630     MOVE 0113 TO FZB-LOG-REASON-WK.
027640     MOVE "FZBHSTP PARTIAL HISTORY NOT AVAILABLE"
027650         TO FZB-LOG-TEXT-WK.
027660     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
027670     MOVE 8 TO RETURN-CODE.
027680     STOP RUN.
027690 2650-EXIT.
027700     EXIT.
027710
013470*----------------------------------------------------------*
013480* 3000-CHECKPOINT - RECORD THE LAST COMPLETED IDX AND THE   *
013490*                   RUNNING CONTROL TOTALS. WRITTEN EVERY   *
013500*                   RECORD SO A RESTART NEVER REPLAYS AN    *
013510*                   IDX THAT FZBOUT/FZBXTR ALREADY HOLD.    *
013511*                   WHEN OPERATIONS SUPPLY A STOP-REQUEST   *
013512*                   CARD IT IS TESTED HERE (SEE 3100). A    *
013513*                   PLANNED RESUME STAMPS ITS CHECKPOINTS   *
013514*                   "R" (SEE FZBCKPR), SO IF IT ABENDS THE  *
013515*                   NEXT SUBMISSION RESTARTS IT ON THE SAME *
013516*                   BUSINESS DATE, AND ONE THAT ENDS        *
013517*                   NORMALLY CLOSES THE TRAIL WITH A BLANK- *
013518*                   STATUS CHECKPOINT (SEE BEGIN).          *
013520*----------------------------------------------------------*
013530 3000-CHECKPOINT.
013531     PERFORM 3050-BUILD-CKPT-RECORD THRU 3050-EXIT.
013532     WRITE FZB-CKPT-RECORD.
013533     IF FZB-STOP-IN-USE
013534         PERFORM 3100-CHECK-STOP-REQUEST THRU 3100-EXIT
013535     END-IF.
013536 3000-EXIT.
013537     EXIT.
013538
013539 3050-BUILD-CKPT-RECORD.
013540     MOVE FZB-RUN-DATE TO FZB-CKPT-RUN-DATE
013550     MOVE IDX TO FZB-CKPT-IDX
013560     MOVE FZB-CNT-PLAIN TO FZB-CKPT-CNT-PLAIN
013620     MOVE FZB-CNT-REJECT TO FZB-CKPT-CNT-REJECT
013630     MOVE FZB-CNT-SUPPRESS TO FZB-CKPT-CNT-SUPPRESS
013640     MOVE FZB-CNT-OVERRIDE TO FZB-CKPT-CNT-OVERRIDE
013641     IF FZB-PLANNED-RESUME
013642         MOVE "R" TO FZB-CKPT-STATUS
013643     ELSE
013644         MOVE SPACE TO FZB-CKPT-STATUS
013645     END-IF.
013660 3050-EXIT.
013670     EXIT.
013680
034810*----------------------------------------------------------*
034820* 3100-CHECK-STOP-REQUEST - RE-READ THE STOP-REQUEST CARD   *
034830*                           EVERY FZB-CKPT-INTERVAL         *
034840*                           CHECKPOINTS (EVERY ONE WHEN THE *
034850*                           INTERVAL IS ZERO) AND TEST THE  *
034860*                           REQUEST HELD FROM IT AT EVERY   *
034870*                           CHECKPOINT, SO A STOP AT A      *
034880*                           NAMED IDX TAKES EFFECT ON THAT  *
034890*                           IDX. A DUE REQUEST QUIESCES THE *
034891*                           RUN HERE.                       *
034900*----------------------------------------------------------*
034910 3100-CHECK-STOP-REQUEST.
034920     ADD 1 TO FZB-STOP-CHECK-CNT.
034930     IF FZB-STOP-CHECK-CNT IS NOT LESS THAN FZB-CKPT-INTERVAL
034940         MOVE 0 TO FZB-STOP-CHECK-CNT
034950         PERFORM 3150-READ-STOP-REQUEST THRU 3150-EXIT
034960     END-IF.
034970     IF FZB-STOP-REQ-NONE
034980         GO TO 3100-EXIT
034990     END-IF.
035000     IF FZB-INPUT-MODE
035010         MOVE FZB-CNT-READ TO FZB-STOP-POS-WK
035020     ELSE
035030         MOVE IDX TO FZB-STOP-POS-WK
035040     END-IF.
035050     PERFORM 3250-TEST-STOP-DUE THRU 3250-EXIT.
035060     IF FZB-STOP-DUE
035070         PERFORM 3500-QUIESCE-RUN THRU 3500-EXIT
035080     END-IF.
035090 3100-EXIT.
035100     EXIT.
035110
035120*----------------------------------------------------------*
035130* 3150-READ-STOP-REQUEST - READ THE CARD AND HOLD THE       *
035140*                          REQUEST IT MAKES. A CARD FOR     *
035150*                          ANOTHER RUN DATE OR ANOTHER      *
035160*                          PARTITION, A BAD STOP IDX OR     *
035170*                          TIME, OR AN UNKNOWN ACTION IS NO *
035180*                          REQUEST, SO BLANKING THE CARD    *
035190*                          WITHDRAWS ONE. A CARD THAT       *
035200*                          CANNOT BE OPENED FOR THE MOMENT  *
035210*                          (OPERATIONS REPUNCHING IT)       *
035211*                          LEAVES THE HELD REQUEST AS IT    *
035212*                          WAS.                             *
035220*----------------------------------------------------------*
035230 3150-READ-STOP-REQUEST.
035240     OPEN INPUT FZBOCDK-FILE.
035250     IF FZB-OCDK-FILE-STATUS IS NOT EQUAL TO "00"
035260         GO TO 3150-EXIT
035270     END-IF.
035280     READ FZBOCDK-FILE
035290         AT END
035300             MOVE SPACES TO FZB-STOP-RECORD
035310     END-READ.
035320     MOVE FZB-STOP-RECORD TO FZB-STOP-LAST-CARD.
035330     MOVE SPACE TO FZB-STOP-REQ.
035340     IF FZB-STOP-RECORD IS NOT EQUAL TO FZB-STOP-RESUME-CARD
035350         PERFORM 3160-EDIT-STOP-REQUEST THRU 3160-EXIT
035360     END-IF.
035370     CLOSE FZBOCDK-FILE.
035380 3150-EXIT.
035390     EXIT.
035400
035410 3160-EDIT-STOP-REQUEST.
035420     IF FZB-STOP-RUN-DATE-X IS NOT NUMERIC
035430             OR FZB-STOP-RUN-DATE-9 IS NOT EQUAL TO FZB-RUN-DATE
035440         GO TO 3160-EXIT
035450     END-IF.
035460     IF FZB-STOP-PART-X IS NOT EQUAL TO SPACES
035470         IF NOT FZB-PARTITIONED
035480                 OR FZB-STOP-PART-X IS NOT NUMERIC
035490                 OR FZB-STOP-PART-9 IS NOT EQUAL TO FZB-PART-NO
035500             GO TO 3160-EXIT
035510         END-IF
035520     END-IF.
035530     IF FZB-STOP-IS-AT-IDX
035540         IF FZB-STOP-IDX-X IS NOT NUMERIC
035550             GO TO 3160-EXIT
035560         END-IF
035570         MOVE FZB-STOP-IDX-9 TO FZB-STOP-IDX-WK
035580     END-IF.
035590     IF FZB-STOP-IS-AT-TIME
035600         IF FZB-STOP-TIME-X IS NOT NUMERIC
035610                 OR FZB-STOP-TIME-9 IS GREATER THAN 2359
035620             GO TO 3160-EXIT
035630         END-IF
035640         MOVE FZB-STOP-TIME-9 TO FZB-STOP-HHMM-WK
035650     END-IF.
035660     IF FZB-STOP-IS-NOW OR FZB-STOP-IS-AT-IDX
035670             OR FZB-STOP-IS-AT-TIME
035680         MOVE FZB-STOP-ACTION TO FZB-STOP-REQ
035690         MOVE FZB-STOP-USER-ID TO FZB-STOP-USER-WK
035700     END-IF.
035710 3160-EXIT.
035720     EXIT.
035730
035740*----------------------------------------------------------*
035750* 3200-CHECK-STOP-TIME - A STOP TIME EARLIER THAN THE TIME  *
035760*                        THE RUN STARTED IS AFTER MIDNIGHT, *
035770*                        SO IT IS DUE ONLY ONCE THE DATE    *
035780*                        HAS CHANGED. ANY OTHER STOP TIME   *
035790*                        IS DUE WHEN THE CLOCK REACHES IT   *
035800*                        OR THE RUN HAS GONE PAST MIDNIGHT. *
035810*----------------------------------------------------------*
035820 3200-CHECK-STOP-TIME.
035830     ACCEPT FZB-WALL-DATE FROM DATE YYYYMMDD.
035840     ACCEPT FZB-WALL-TIME FROM TIME.
035850     IF FZB-STOP-HHMM-WK IS LESS THAN FZB-START-HHMM
035860         IF FZB-WALL-DATE IS NOT EQUAL TO FZB-START-DATE
035870                 AND FZB-WALL-HHMM IS NOT LESS THAN
035880                     FZB-STOP-HHMM-WK
035890             MOVE "Y" TO FZB-STOP-DUE-SW
035900         END-IF
035910     ELSE
035920         IF FZB-WALL-DATE IS NOT EQUAL TO FZB-START-DATE
035930                 OR FZB-WALL-HHMM IS NOT LESS THAN
035940                     FZB-STOP-HHMM-WK
035950             MOVE "Y" TO FZB-STOP-DUE-SW
035960         END-IF
035970     END-IF.
035980 3200-EXIT.
035990     EXIT.
036000
036010*----------------------------------------------------------*
036020* 3250-TEST-STOP-DUE - IS THE HELD REQUEST DUE AT THE       *
036030*                      POSITION IN FZB-STOP-POS-WK - THE    *
036040*                      IDX IN GENERATED MODE, THE FZBIN     *
036050*                      RECORDS READ IN INPUT MODE.          *
036060*----------------------------------------------------------*
036070 3250-TEST-STOP-DUE.
036080     MOVE "N" TO FZB-STOP-DUE-SW.
036090     IF FZB-STOP-REQ-NOW
036100         MOVE "Y" TO FZB-STOP-DUE-SW
036110     END-IF.
036120     IF FZB-STOP-REQ-AT-IDX
036130             AND FZB-STOP-POS-WK IS NOT LESS THAN FZB-STOP-IDX-WK
036140         MOVE "Y" TO FZB-STOP-DUE-SW
036150     END-IF.
036160     IF FZB-STOP-REQ-AT-TIME
036170         PERFORM 3200-CHECK-STOP-TIME THRU 3200-EXIT
036180     END-IF.
036190 3250-EXIT.
036200     EXIT.
036210
036220*----------------------------------------------------------*
036230* 3500-QUIESCE-RUN - STOP CLEANLY AT THE CHECKPOINT JUST    *
036240*                    WRITTEN. FLUSH THE DISPLAY BUFFER,     *
036250*                    WRITE A FINAL "Q" CHECKPOINT (SEE      *
036260*                    FZBCKPR) AND CLOSE EVERY OUTPUT AS IT  *
036270*                    STANDS - NO FZBXTR OR SUBSCRIBER       *
036280*                    TRAILER, NO FZBPSUM SUMMARY AND NO     *
036290*                    FZBSTAT POSTING, SINCE THE RUN IS NOT  *
036300*                    FINISHED. THE PARTIAL FZBRPT IS MARKED *
036310*                    QUIESCED AND A QSCE EVENT IS LOGGED    *
036320*                    INSTEAD OF NEND. RC=12 HOLDS THE STEPS *
036330*                    THAT NEED A COMPLETE DAY, AND THE NEXT *
036340*                    SUBMISSION RESUMES FROM THIS           *
036341*                    CHECKPOINT AS A PLANNED RESUME (SEE    *
036342*                    1900 AND 2000).                        *
036350*----------------------------------------------------------*
036360 3500-QUIESCE-RUN.
036370     MOVE "Y" TO FZB-QUIESCE-SW.
036380     PERFORM 7750-FLUSH-DISPLAY-BUFFER THRU 7750-EXIT.
036390     PERFORM 3050-BUILD-CKPT-RECORD THRU 3050-EXIT.
036400     MOVE "Q" TO FZB-CKPT-STATUS.
036410     WRITE FZB-CKPT-RECORD.
036420     CLOSE FZBOUT-FILE.
036430     CLOSE FZBXTR-FILE.
036440     PERFORM 7660-CLOSE-SUBSCRIBER-FILES THRU 7660-EXIT.
036450     CLOSE FZBCKPT-FILE.
036460     IF FZB-PARTITIONED
036470         CLOSE FZBHSTP-FILE
036480     ELSE
036490         CLOSE FZBHIST-FILE
036492         IF FZB-JRNL-IN-USE
036494             CLOSE FZBJRNL-FILE
036496         END-IF
036500     END-IF.
036510     IF FZB-INPUT-MODE
036520         CLOSE FZBIN-FILE
036530         CLOSE FZBREJ-FILE
036540         IF FZB-BREG-IN-USE
036550             CLOSE FZBBREG-FILE
036560         END-IF
036570     END-IF.
036580     PERFORM 9000-WRITE-SUMMARY THRU 9000-EXIT.
036590     DISPLAY "FIZZBUZZ - QUIESCED ON STOP REQUEST BY "
036600         FZB-STOP-USER-WK " AFTER IDX " IDX " READ "
036610         FZB-CNT-READ " - RESUBMIT TO RESUME".
036620     MOVE "QSCE" TO FZB-LOG-EVENT-WK.
036630     MOVE IDX TO FZB-LAST-CKPT-IDX.
036640     STRING "AT IDX " DELIMITED BY SIZE
036650         FZB-LAST-CKPT-IDX DELIMITED BY SIZE
036660         " READ " DELIMITED BY SIZE
036670         FZB-CNT-READ DELIMITED BY SIZE
036680         " BY " DELIMITED BY SIZE
036690         FZB-STOP-USER-WK DELIMITED BY SPACE
036700         INTO FZB-LOG-TEXT-WK.
036710     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
036720     CLOSE FZBLOG-FILE.
036730     MOVE 12 TO RETURN-CODE.
036740     STOP RUN.
036750 3500-EXIT.
036760     EXIT.
036770
013690*----------------------------------------------------------*
013700* 4000-CLASSIFY - BUILD THE CLASSIFICATION TEXT FOR THE     *
013710*                 CURRENT IDX BY TESTING IT AGAINST EVERY   *
015330*                         TALLIED FROM FZBHIST BECAUSE      *
015340*                         DUPLICATE FEED NUMBERS SHARE ONE  *
015350*                         REWRITTEN HISTORY ROW.            *
015351*                         THE OPTIONAL FZBBREG BATCH        *
015352*                         REGISTRY IS OPENED HERE (5020).   *
015360*----------------------------------------------------------*
015370 5000-OPEN-INPUT-FILES.
015380     OPEN INPUT FZBIN-FILE.
015540     ELSE
015550         OPEN OUTPUT FZBREJ-FILE
015560     END-IF.
015561     PERFORM 5020-OPEN-BATCH-REGISTRY THRU 5020-EXIT.
015570 5000-EXIT.
015580     EXIT.
015590
029130*----------------------------------------------------------*
029140* 5020-OPEN-BATCH-REGISTRY - OPEN THE OPTIONAL FZBBREG      *
029150*                            SUPPLIER BATCH REGISTRY (SEE   *
029160*                            FZBBRGR). A WHOLE RUN OPENS IT *
029170*                            FOR UPDATE AND REGISTERS EACH  *
029180*                            BATCH IT ACCEPTS; A PARTITION  *
029190*                            STEP ONLY READS IT, SINCE THE  *
029200*                            PARALLEL COPIES CANNOT SHARE   *
029210*                            KSDS UPDATE - FZBMERGE         *
029220*                            REGISTERS THE PARTITIONS'      *
029230*                            BATCHES FROM FZBPSUM. NO       *
029240*                            FZBBREG DD MEANS NO DUPLICATE  *
029250*                            CHECK.                         *
029260*----------------------------------------------------------*
029270 5020-OPEN-BATCH-REGISTRY.
029280     IF FZB-PARTITIONED
029290         OPEN INPUT FZBBREG-FILE
029300     ELSE
029310         OPEN I-O FZBBREG-FILE
029320     END-IF.
029330     IF FZB-BREG-FILE-STATUS IS NOT EQUAL TO "00"
029340         DISPLAY "FIZZBUZZ - FZBBREG BATCH REGISTRY NOT "
029350             "AVAILABLE (FILE STATUS " FZB-BREG-FILE-STATUS
029360             ") - NO DUPLICATE BATCH CHECK THIS RUN"
029370         GO TO 5020-EXIT
029380     END-IF.
029390     MOVE "Y" TO FZB-BREG-SW.
029400 5020-EXIT.
029410     EXIT.
029420
027720*----------------------------------------------------------*
027730* 5060-CHECK-PARTITION-OWNER - DECIDE WHETHER THE FZBIN      *
027740*                              RECORD JUST READ BELONGS TO   *
027750*                              THIS PARTITION. EVERY         *
027760*                              PARTITION READS THE FEED FROM *
027770*                              THE TOP, COUNTING RECORD      *
027780*                              POSITIONS. AN "H" HEADER IS   *
027790*                              OWNED WHEN ITS POSITION FALLS *
027800*                              IN THE SLICE, AND ITS DETAILS *
027810*                              AND "T" TRAILER GO WITH IT    *
027820*                              WHEREVER THEY FALL, SO NO     *
027830*                              BATCH IS EVER SPLIT. A BARE   *
027840*                              DETAIL GOES BY ITS OWN        *
027850*                              POSITION. ONCE PAST THE SLICE *
027860*                              WITH NOTHING OF OURS OPEN THE *
027870*                              READ STOPS - A BATCH OF OURS  *
027880*                              STILL OPEN THERE LOST ITS     *
027890*                              TRAILER AND 5600 REJECTS IT.  *
027900*----------------------------------------------------------*
027910 5060-CHECK-PARTITION-OWNER.
027920     ADD 1 TO FZB-IN-REC-POS.
027930     MOVE "N" TO FZB-IN-OWNED-SW.
027940     EVALUATE TRUE
027950         WHEN FZB-IN-IS-HEADER
027960             MOVE "Y" TO FZB-FEED-BATCH-SW
027970             MOVE "N" TO FZB-FEED-OWNER-SW
027980             IF FZB-IN-REC-POS IS NOT LESS THAN FZB-PART-FROM
027990                     AND FZB-IN-REC-POS IS NOT GREATER THAN
028000                     FZB-PART-TO
028010                 MOVE "Y" TO FZB-FEED-OWNER-SW
028020             END-IF
028030             MOVE FZB-FEED-OWNER-SW TO FZB-IN-OWNED-SW
028040         WHEN FZB-FEED-BATCH-OPEN
028050             MOVE FZB-FEED-OWNER-SW TO FZB-IN-OWNED-SW
028060             IF FZB-IN-IS-TRAILER
028070                 MOVE "N" TO FZB-FEED-BATCH-SW
028080             END-IF
028090         WHEN OTHER
028100             IF FZB-IN-REC-POS IS NOT LESS THAN FZB-PART-FROM
028110                     AND FZB-IN-REC-POS IS NOT GREATER THAN
028120                     FZB-PART-TO
028130                 MOVE "Y" TO FZB-IN-OWNED-SW
028140             END-IF
028150     END-EVALUATE.
028160     IF NOT FZB-IN-OWNED
028170             AND FZB-IN-REC-POS IS GREATER THAN FZB-PART-TO
028180         MOVE "Y" TO FZB-IN-EOF-SW
028190     END-IF.
028200 5060-EXIT.
028210     EXIT.
028220
015600*----------------------------------------------------------*
015610* 5100-READ-INPUT-RECORD - READ AND SORT ONE FZBIN RECORD   *
015620*                          BY ITS TYPE BYTE. AN "H" HEADER  *
015700*                          AND REJECTED UNDER REQUIRED      *
015710*                          MODE, SO SUPPLIERS CAN CUT OVER  *
015720*                          ONE FEED AT A TIME.              *
015721*                          A PARTITION STEP FIRST DROPS ANY *
015722*                          RECORD ANOTHER PARTITION OWNS    *
015723*                          (SEE 5060).                      *
015730*----------------------------------------------------------*
015740 5100-READ-INPUT-RECORD.
015750     READ FZBIN-FILE
015770             MOVE "Y" TO FZB-IN-EOF-SW
015780             GO TO 5100-EXIT
015790     END-READ.
015791     IF FZB-PARTITIONED
015792         PERFORM 5060-CHECK-PARTITION-OWNER THRU 5060-EXIT
015793         IF NOT FZB-IN-OWNED
015794             GO TO 5100-EXIT
015795         END-IF
015796     END-IF.
015800     EVALUATE TRUE
015810         WHEN FZB-IN-IS-HEADER
015820             PERFORM 5400-OPEN-BATCH THRU 5400-EXIT
015880             ELSE
015890                 MOVE FZB-IN-NUMBER-X TO FZB-EDIT-NUMBER-X
015900                 MOVE FZB-IN-RECYCLE-X TO FZB-EDIT-RECYCLE-X
015901                 MOVE FZB-IN-ORIGIN TO FZB-EDIT-ORIGIN
015902                 ADD 1 TO FZB-LOOSE-CNT-READ
015910                 IF FZB-BATCH-REQUIRED
015920                     PERFORM 5250-REJECT-LOOSE-DETAIL
015930                         THRU 5250-EXIT
016580 5250-REJECT-LOOSE-DETAIL.
016590     IF FZB-SKIP-REMAINING IS GREATER THAN 0
016600         SUBTRACT 1 FROM FZB-SKIP-REMAINING
016601         MOVE "06" TO FZB-REJECT-CODE
016602         PERFORM 5310-TALLY-REJECT-REASON THRU 5310-EXIT
016610         GO TO 5250-EXIT
016620     END-IF.
016630     ADD 1 TO FZB-CNT-READ.
016860         IF FZB-IN-BATCH
016870             ADD 1 TO FZB-BATCH-CNT-REJ
016880         END-IF
016881         PERFORM 5290-RECOUNT-SKIPPED-REJECT THRU 5290-EXIT
016890         GO TO 5280-EXIT
016900     END-IF.
016910     MOVE FZB-EDIT-NUMBER-9 TO IDX.
016990 5280-EXIT.
017000     EXIT.
017010
031500*----------------------------------------------------------*
031510* 5290-RECOUNT-SKIPPED-REJECT - A DETAIL THE CHECKPOINT     *
031520*                               SAYS WAS ALREADY REJECTED   *
031530*                               BY THE EDITS IS RE-EDITED   *
031540*                               ONLY FAR ENOUGH TO RECOVER  *
031550*                               ITS REASON CODE, SO THE     *
031560*                               REJECT TALLIES BY REASON    *
031570*                               COME OUT THE SAME ON A      *
031580*                               RESTART AS ON A CLEAN RUN.  *
031590*----------------------------------------------------------*
031600 5290-RECOUNT-SKIPPED-REJECT.
031610     EVALUATE TRUE
031620         WHEN FZB-EDIT-NUMBER-X IS NOT NUMERIC
031630             MOVE "01" TO FZB-REJECT-CODE
031640         WHEN FZB-EDIT-NUMBER-9 IS GREATER THAN
031650                 FZB-IDX-MAX-CAPACITY
031660             MOVE "02" TO FZB-REJECT-CODE
031670         WHEN OTHER
031680             MOVE "03" TO FZB-REJECT-CODE
031690     END-EVALUATE.
031700     PERFORM 5310-TALLY-REJECT-REASON THRU 5310-EXIT.
031710 5290-EXIT.
031720     EXIT.
031730
017020*----------------------------------------------------------*
017030* 5300-REJECT-INPUT - WRITE THE OFFENDING FZBIN NUMBER TO   *
017040*                     THE FZBREJ REJECT FILE WITH THE       *
017210     ELSE
017220         MOVE 0 TO FZB-REJ-RECYCLE
017230     END-IF.
017231     PERFORM 5310-TALLY-REJECT-REASON THRU 5310-EXIT.
017232     PERFORM 5320-SET-REJECT-ORIGIN THRU 5320-EXIT.
017240     WRITE FZB-REJ-RECORD.
017250     PERFORM 3000-CHECKPOINT THRU 3000-EXIT.
017260 5300-EXIT.
017270     EXIT.
017280
031740*----------------------------------------------------------*
031750* 5310-TALLY-REJECT-REASON - COUNT ONE REJECT AGAINST ITS   *
031760*                            REASON CODE (01-07) FOR THE    *
031770*                            SUPPLIER STATISTICS - IN THE   *
031780*                            OPEN BATCH'S TABLE WHEN IT     *
031790*                            CAME FROM A BATCH, IN THE      *
031800*                            NO-BATCH TABLE OTHERWISE.      *
031810*----------------------------------------------------------*
031820 5310-TALLY-REJECT-REASON.
031830     IF FZB-REJECT-CODE IS NOT NUMERIC
031840         GO TO 5310-EXIT
031850     END-IF.
031860     MOVE FZB-REJECT-CODE TO FZB-RSN-SUB.
031870     IF FZB-RSN-SUB IS LESS THAN 1
031880             OR FZB-RSN-SUB IS GREATER THAN 7
031890         GO TO 5310-EXIT
031900     END-IF.
031910     IF FZB-IN-BATCH
031920         ADD 1 TO FZB-BATCH-RSN-CNT(FZB-RSN-SUB)
031930     ELSE
031940         ADD 1 TO FZB-LOOSE-RSN-CNT(FZB-RSN-SUB)
031950     END-IF.
031960 5310-EXIT.
031970     EXIT.
031980
031990*----------------------------------------------------------*
032000* 5320-SET-REJECT-ORIGIN - STAMP THE REJECT WITH THE KEY OF *
032010*                          THE FZBSTAT RECORD ITS BATCH     *
032020*                          WILL BE COUNTED ON (SEE          *
032030*                          FZBSTSR), SO FZBRFIX CAN POST    *
032040*                          ITS RECYCLE COUNTS BACK TO THE   *
032050*                          SUPPLIER. A DETAIL FZBRFIX       *
032060*                          RESUBMITTED ALREADY CARRIES THE  *
032070*                          ORIGIN OF THE FIRST REJECT AND   *
032080*                          KEEPS IT.                        *
032090*----------------------------------------------------------*
032100 5320-SET-REJECT-ORIGIN.
032110     IF FZB-EDIT-ORIGIN IS NOT EQUAL TO SPACES
032120         MOVE FZB-EDIT-ORIGIN TO FZB-REJ-ORIGIN
032130         GO TO 5320-EXIT
032140     END-IF.
032150     MOVE FZB-RUN-DATE TO FZB-CURR-RUN-DATE.
032160     MOVE FZB-PART-NO TO FZB-CURR-PART-NO.
032170     IF FZB-IN-BATCH
032180         MOVE FZB-BATCH-SOURCE-WK TO FZB-CURR-SOURCE
032190         MOVE FZB-BATCH-ID-WK TO FZB-CURR-BATCH-ID
032200         MOVE FZB-BATCH-OCCUR TO FZB-CURR-OCCUR
032210     ELSE
032220         MOVE SPACES TO FZB-CURR-SOURCE
032230         MOVE SPACES TO FZB-CURR-BATCH-ID
032240         MOVE 1 TO FZB-CURR-OCCUR
032250     END-IF.
032260     MOVE FZB-CURR-ORIGIN TO FZB-REJ-ORIGIN.
032270 5320-EXIT.
032280     EXIT.
032290
017290*----------------------------------------------------------*
017300* 5400-OPEN-BATCH - START HOLDING A NEW SUPPLIER BATCH. A   *
017310*                   HEADER ARRIVING WHILE A BATCH IS STILL  *
017410         MOVE "05" TO FZB-REJECT-CODE
017420         MOVE "BATCH TRAILER MISSING" TO FZB-REJECT-TEXT
017430         PERFORM 5580-REJECT-HELD-BATCH THRU 5580-EXIT
017431         MOVE "T" TO FZB-BATCH-BAL-SW
017440         PERFORM 5700-TALLY-BATCH-SUMMARY THRU 5700-EXIT
017450     END-IF.
017460     MOVE "Y" TO FZB-BATCH-OPEN-SW.
017510     MOVE 0 TO FZB-BATCH-CNT-READ.
017520     MOVE 0 TO FZB-BATCH-CNT-ACC.
017530     MOVE 0 TO FZB-BATCH-CNT-REJ.
017531     MOVE 0 TO FZB-BATCH-REG-DATE.
017532     MOVE 0 TO FZB-BATCH-REG-COUNT.
017533     MOVE ZEROS TO FZB-BATCH-RSN-TABLE.
017534     MOVE 1 TO FZB-BATCH-OCCUR.
017535     PERFORM 5410-COUNT-PRIOR-OCCUR THRU 5410-EXIT
017536         VARYING FZB-BSUM-NDX FROM 1 BY 1
017537         UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT.
017540 5400-EXIT.
017550     EXIT.
017560
032300*----------------------------------------------------------*
032310* 5410-COUNT-PRIOR-OCCUR - A SUPPLIER WHO SENDS THE SAME    *
032320*                          SOURCE AND BATCH ID TWICE IN ONE *
032330*                          FEED GETS A SEPARATE FZBSTAT     *
032340*                          RECORD FOR EACH, NUMBERED BY     *
032350*                          OCCURRENCE.                      *
032360*----------------------------------------------------------*
032370 5410-COUNT-PRIOR-OCCUR.
032380     IF FZB-BSUM-SOURCE(FZB-BSUM-NDX) IS EQUAL TO
032390             FZB-BATCH-SOURCE-WK
032400             AND FZB-BSUM-ID(FZB-BSUM-NDX) IS EQUAL TO
032410             FZB-BATCH-ID-WK
032420         ADD 1 TO FZB-BATCH-OCCUR
032430     END-IF.
032440 5410-EXIT.
032450     EXIT.
032460
017570*----------------------------------------------------------*
017580* 5450-HOLD-DETAIL - HOLD ONE DETAIL OF THE OPEN BATCH AND  *
017590*                    ROLL ITS NUMBER INTO THE RUNNING HASH. *
017790     ADD 1 TO FZB-BHOLD-COUNT.
017800     MOVE FZB-IN-NUMBER-X TO FZB-EDIT-NUMBER-X.
017810     MOVE FZB-IN-RECYCLE-X TO FZB-EDIT-RECYCLE-X.
017811     MOVE FZB-IN-ORIGIN TO FZB-EDIT-ORIGIN.
017820     MOVE FZB-EDIT-NUMBER TO FZB-BHOLD-ENTRY(FZB-BHOLD-COUNT).
017830     ADD 1 TO FZB-BATCH-CNT-READ.
017840     IF FZB-IN-NUMBER-X IS NUMERIC
017960*                    REJECTS THE ENTIRE HELD BATCH WITH     *
017970*                    REASON 04 RATHER THAN CLASSIFYING      *
017980*                    HALF OF IT.                            *
017981*                    A BALANCED BATCH ALREADY ON THE        *
017982*                    FZBBREG REGISTRY IS REJECTED WHOLE     *
017983*                    WITH REASON 07 INSTEAD (5520, 5530);   *
017984*                    ONE THAT PASSES IS REGISTERED ONCE     *
017985*                    IT HAS BEEN CLASSIFIED (5540).         *
017990*----------------------------------------------------------*
018000 5500-CLOSE-BATCH.
018010     IF NOT FZB-BATCH-IS-OPEN
018150         END-IF
018160     END-IF.
018170     IF FZB-BATCH-BALANCED
018175             AND FZB-BREG-IN-USE
018180             AND FZB-BATCH-SOURCE-WK IS NOT EQUAL TO "FZBRFIX"
018185         PERFORM 5520-CHECK-BATCH-REGISTRY THRU 5520-EXIT
018190     END-IF.
018195     EVALUATE TRUE
018200         WHEN FZB-BATCH-BALANCED
018205             PERFORM 5550-PROCESS-HELD-BATCH THRU 5550-EXIT
018210             PERFORM 5540-REGISTER-BATCH THRU 5540-EXIT
018215         WHEN FZB-BATCH-REGISTERED
018220             PERFORM 5530-REJECT-REGISTERED-BATCH THRU 5530-EXIT
018225         WHEN OTHER
018230             DISPLAY "FIZZBUZZ - FZBIN BATCH " FZB-BATCH-ID-WK
018235                 " FROM " FZB-BATCH-SOURCE-WK
018240                 " OUT OF BALANCE - WHOLE BATCH REJECTED"
018245             MOVE "04" TO FZB-REJECT-CODE
018250             MOVE "BATCH OUT OF BALANCE" TO FZB-REJECT-TEXT
018255             PERFORM 5580-REJECT-HELD-BATCH THRU 5580-EXIT
018260     END-EVALUATE.
018270     PERFORM 5700-TALLY-BATCH-SUMMARY THRU 5700-EXIT.
018280     MOVE "N" TO FZB-BATCH-OPEN-SW.
018290 5500-EXIT.
018300     EXIT.
018310
029430*----------------------------------------------------------*
029440* 5520-CHECK-BATCH-REGISTRY - LOOK THE BALANCED BATCH UP ON *
029450*                             FZBBREG BY SOURCE AND BATCH   *
029460*                             ID. NOT FOUND, OR RELEASED BY *
029470*                             FZBBREL, IS A NEW BATCH. A    *
029480*                             REGISTRATION MADE BY THIS     *
029490*                             SAME RUN FOR THIS SAME BATCH  *
029500*                             (SAME DATE, PART AND ORDINAL) *
029510*                             IS A RESTART REPLAYING THE    *
029520*                             FEED AND IS ALSO TAKEN AS     *
029530*                             NEW. ANY OTHER HIT IS A       *
029540*                             DUPLICATE WHEN THE COUNT AND  *
029550*                             HASH MATCH, OR A REUSED BATCH *
029560*                             ID - A SUSPECTED SUPPLIER     *
029570*                             NUMBERING ERROR - WHEN THEY   *
029580*                             DO NOT.                       *
029590*----------------------------------------------------------*
029600 5520-CHECK-BATCH-REGISTRY.
029610     MOVE FZB-BATCH-SOURCE-WK TO FZB-BREG-SOURCE.
029620     MOVE FZB-BATCH-ID-WK TO FZB-BREG-BATCH-ID.
029630     READ FZBBREG-FILE
029640         INVALID KEY
029650             GO TO 5520-EXIT
029660     END-READ.
029670     IF FZB-BREG-FILE-STATUS IS NOT EQUAL TO "00"
029680         PERFORM 5545-REGISTRY-IO-ERROR THRU 5545-EXIT
029690     END-IF.
029700     IF FZB-BREG-RELEASED
029710         GO TO 5520-EXIT
029720     END-IF.
029730     IF FZB-BREG-RUN-DATE IS EQUAL TO FZB-RUN-DATE
029740             AND FZB-BREG-PART-NO IS EQUAL TO FZB-PART-NO
029750             AND FZB-BREG-ORDINAL IS EQUAL TO FZB-BSUM-COUNT + 1
029760         GO TO 5520-EXIT
029770     END-IF.
029780     MOVE FZB-BREG-RUN-DATE TO FZB-BATCH-REG-DATE.
029790     MOVE FZB-BREG-COUNT TO FZB-BATCH-REG-COUNT.
029800     IF FZB-BREG-COUNT IS EQUAL TO FZB-BHOLD-COUNT
029810             AND FZB-BREG-HASH IS EQUAL TO FZB-BATCH-HASH-WK
029820         MOVE "D" TO FZB-BATCH-BAL-SW
029830     ELSE
029840         MOVE "R" TO FZB-BATCH-BAL-SW
029850     END-IF.
029860 5520-EXIT.
029870     EXIT.
029880
029890*----------------------------------------------------------*
029900* 5530-REJECT-REGISTERED-BATCH - REJECT THE WHOLE HELD      *
029910*                                BATCH WITH REASON 07 AND   *
029920*                                LOG IT - BDUP FOR A        *
029930*                                DUPLICATE, BNUM FOR A      *
029940*                                REUSED BATCH ID. A RESTART *
029950*                                REPLAYING A BATCH IT       *
029960*                                ALREADY REJECTED DOES NOT  *
029970*                                LOG IT A SECOND TIME.      *
029980*----------------------------------------------------------*
029990 5530-REJECT-REGISTERED-BATCH.
030000     MOVE "07" TO FZB-REJECT-CODE.
030010     IF FZB-BATCH-DUPLICATE
030020         DISPLAY "FIZZBUZZ - FZBIN BATCH " FZB-BATCH-ID-WK
030030             " FROM " FZB-BATCH-SOURCE-WK " ALREADY RUN "
030040             FZB-BATCH-REG-DATE " - WHOLE BATCH REJECTED"
030050         MOVE "DUPLICATE BATCH - ALREADY RUN" TO FZB-REJECT-TEXT
030060         MOVE "BDUP" TO FZB-LOG-EVENT-WK
030070     ELSE
030080         DISPLAY "FIZZBUZZ - FZBIN BATCH " FZB-BATCH-ID-WK
030090             " FROM " FZB-BATCH-SOURCE-WK " REUSES THE ID OF THE "
030100             FZB-BATCH-REG-DATE " BATCH WITH DIFFERENT TOTALS - "
030110             "SUSPECTED NUMBERING ERROR - WHOLE BATCH REJECTED"
030120         MOVE "BATCH ID REUSED - NEW TOTALS" TO FZB-REJECT-TEXT
030130         MOVE "BNUM" TO FZB-LOG-EVENT-WK
030140     END-IF.
030150     IF FZB-SKIP-REMAINING IS LESS THAN FZB-BHOLD-COUNT
030160             OR FZB-BHOLD-COUNT IS EQUAL TO 0
030170         STRING FZB-BATCH-SOURCE-WK DELIMITED BY SIZE
030180             "/" DELIMITED BY SIZE
030190             FZB-BATCH-ID-WK DELIMITED BY SIZE
030200             " FIRST RUN " DELIMITED BY SIZE
030210             FZB-BATCH-REG-DATE DELIMITED BY SIZE
030220             INTO FZB-LOG-TEXT-WK
030230         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
030240     END-IF.
030250     PERFORM 5580-REJECT-HELD-BATCH THRU 5580-EXIT.
030260 5530-EXIT.
030270     EXIT.
030280
030290*----------------------------------------------------------*
030300* 5540-REGISTER-BATCH - RECORD THE BATCH JUST CLASSIFIED ON *
030310*                       FZBBREG. A KEY ALREADY PRESENT HERE *
030320*                       IS A RELEASED REGISTRATION OR THIS  *
030330*                       RUN'S OWN (A RESTART), AND IS       *
030340*                       REPLACED. FZBRFIX RESUBMISSIONS ALL *
030350*                       SHARE ONE BATCH ID AND ARE NEVER    *
030360*                       REGISTERED.                         *
030370*----------------------------------------------------------*
030380 5540-REGISTER-BATCH.
030390     IF NOT FZB-BREG-IN-USE
030400             OR FZB-PARTITIONED
030410             OR FZB-BATCH-SOURCE-WK IS EQUAL TO "FZBRFIX"
030420         GO TO 5540-EXIT
030430     END-IF.
030440     MOVE SPACES TO FZB-BREG-RECORD.
030450     MOVE FZB-BATCH-SOURCE-WK TO FZB-BREG-SOURCE.
030460     MOVE FZB-BATCH-ID-WK TO FZB-BREG-BATCH-ID.
030470     MOVE FZB-RUN-DATE TO FZB-BREG-RUN-DATE.
030480     MOVE FZB-BHOLD-COUNT TO FZB-BREG-COUNT.
030490     MOVE FZB-BATCH-HASH-WK TO FZB-BREG-HASH.
030500     MOVE "A" TO FZB-BREG-STATUS.
030510     MOVE FZB-PART-NO TO FZB-BREG-PART-NO.
030520     COMPUTE FZB-BREG-ORDINAL = FZB-BSUM-COUNT + 1.
030530     MOVE 0 TO FZB-BREG-REL-DATE.
030540     WRITE FZB-BREG-RECORD
030550         INVALID KEY
030560             REWRITE FZB-BREG-RECORD
030570     END-WRITE.
030580     IF FZB-BREG-FILE-STATUS IS NOT EQUAL TO "00"
030590         PERFORM 5545-REGISTRY-IO-ERROR THRU 5545-EXIT
030600     END-IF.
030610 5540-EXIT.
030620     EXIT.
030630
030640 5545-REGISTRY-IO-ERROR.
030650     PERFORM 7750-FLUSH-DISPLAY-BUFFER THRU 7750-EXIT.
030660     DISPLAY "FIZZBUZZ - ABEND - FZBBREG BATCH REGISTRY I/O "
030670         "ERROR (FILE STATUS " FZB-BREG-FILE-STATUS
030680         ") ON BATCH " FZB-BATCH-ID-WK.
030690     MOVE "ABND" TO FZB-LOG-EVENT-WK.
030700     MOVE 0114 TO FZB-LOG-REASON-WK.
030710     MOVE "FZBBREG BATCH REGISTRY I/O ERROR" TO FZB-LOG-TEXT-WK.
030720     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
030730     MOVE 8 TO RETURN-CODE.
030740     STOP RUN.
030750 5545-EXIT.
030760     EXIT.
030770
018320 5550-PROCESS-HELD-BATCH.
018330     MOVE "Y" TO FZB-IN-BATCH-SW.
018340     PERFORM 5560-PROCESS-ONE-HELD THRU 5560-EXIT
018580     IF FZB-SKIP-REMAINING IS GREATER THAN 0
018590         SUBTRACT 1 FROM FZB-SKIP-REMAINING
018600         ADD 1 TO FZB-BATCH-CNT-REJ
018601         PERFORM 5310-TALLY-REJECT-REASON THRU 5310-EXIT
018610         GO TO 5590-EXIT
018620     END-IF.
018630     ADD 1 TO FZB-CNT-READ.
018810     MOVE "05" TO FZB-REJECT-CODE.
018820     MOVE "BATCH TRAILER MISSING" TO FZB-REJECT-TEXT.
018830     PERFORM 5580-REJECT-HELD-BATCH THRU 5580-EXIT.
018831     MOVE "T" TO FZB-BATCH-BAL-SW.
018840     PERFORM 5700-TALLY-BATCH-SUMMARY THRU 5700-EXIT.
018850     MOVE "N" TO FZB-BATCH-OPEN-SW.
018860 5600-EXIT.
019110     MOVE FZB-BATCH-CNT-READ TO FZB-BSUM-READ(FZB-BSUM-COUNT).
019120     MOVE FZB-BATCH-CNT-ACC TO FZB-BSUM-ACC(FZB-BSUM-COUNT).
019130     MOVE FZB-BATCH-CNT-REJ TO FZB-BSUM-REJ(FZB-BSUM-COUNT).
019131     MOVE FZB-BATCH-SOURCE-WK TO FZB-BSUM-SOURCE(FZB-BSUM-COUNT).
019132     MOVE FZB-BATCH-BAL-SW TO FZB-BSUM-DISP(FZB-BSUM-COUNT).
019133     MOVE FZB-BATCH-HASH-WK TO FZB-BSUM-HASH(FZB-BSUM-COUNT).
019134     MOVE FZB-BATCH-REG-DATE TO FZB-BSUM-REG-DATE(FZB-BSUM-COUNT).
019135     MOVE FZB-BATCH-REG-COUNT
019136         TO FZB-BSUM-REG-COUNT(FZB-BSUM-COUNT).
019137     MOVE FZB-BATCH-OCCUR TO FZB-BSUM-OCCUR(FZB-BSUM-COUNT).
019138     MOVE FZB-BATCH-RSN-TABLE
019139         TO FZB-BSUM-RSN-TABLE(FZB-BSUM-COUNT).
019140 5700-EXIT.
019150     EXIT.
019160
020200*                      RECORD FOR THIS IDX SO FZBCMPR CAN     *
020210*                      RECONCILE THIS RUN AGAINST THE PRIOR   *
020220*                      ONE.                                   *
020221*                      A PARTITION STEP WRITES THE RECORD TO  *
020222*                      ITS FZBHSTP PARTIAL INSTEAD. EVERY     *
020223*                      RECORD ADDED OR REWRITTEN IS ALSO      *
020224*                      JOURNALED TO FZBJRNL (SEE 7570).       *
020230*----------------------------------------------------------*
020240 7500-WRITE-HISTORY.
020241     IF FZB-PARTITIONED
020242         PERFORM 7550-WRITE-PARTIAL-HISTORY THRU 7550-EXIT
020243         GO TO 7500-EXIT
020244     END-IF.
020250     MOVE FZB-RUN-DATE TO FZB-HIST-RUN-DATE.
020260     MOVE IDX TO FZB-HIST-IDX.
020270     MOVE FZB-CLASS-KIND TO FZB-HIST-CLASS-KIND.
020280     MOVE FZB-CLASS-TEXT TO FZB-HIST-CLASS-TEXT.
020290     MOVE FZB-MATCH-PATTERN TO FZB-HIST-MATCH-PATTERN.
020295     MOVE "A" TO FZB-JRNL-ACTION-WK.
020300     WRITE FZB-HIST-RECORD
020310         INVALID KEY
020315             MOVE "R" TO FZB-JRNL-ACTION-WK
020320             REWRITE FZB-HIST-RECORD
020330     END-WRITE.
020332     IF FZB-JRNL-IN-USE
020334         PERFORM 7570-WRITE-JOURNAL THRU 7570-EXIT
020336     END-IF.
020340 7500-EXIT.
020350     EXIT.
020360
028230*----------------------------------------------------------*
028240* 7550-WRITE-PARTIAL-HISTORY - WRITE THIS IDX'S HISTORY     *
028250*                              RECORD, IN THE FZBHSTR       *
028260*                              LAYOUT, TO THE PARTITION     *
028270*                              STEP'S SEQUENTIAL FZBHSTP.   *
028280*----------------------------------------------------------*
028290 7550-WRITE-PARTIAL-HISTORY.
028300     MOVE SPACES TO FZB-HSTP-IMAGE.
028310     MOVE FZB-RUN-DATE TO FZB-HSTP-RUN-DATE.
028320     MOVE IDX TO FZB-HSTP-IDX.
028330     MOVE FZB-CLASS-KIND TO FZB-HSTP-CLASS-KIND.
028340     MOVE FZB-CLASS-TEXT TO FZB-HSTP-CLASS-TEXT.
028350     MOVE FZB-MATCH-PATTERN TO FZB-HSTP-MATCH-PATT.
028360     WRITE FZB-HSTP-RECORD FROM FZB-HSTP-IMAGE.
028370 7550-EXIT.
028380     EXIT.
028390
037060*----------------------------------------------------------*
037070* 7570-WRITE-JOURNAL - JOURNAL THE FZBHIST RECORD 7500 HAS  *
037080*                      JUST ADDED (A) OR REWRITTEN (R). A   *
037090*                      JOURNAL THAT CANNOT BE WRITTEN IS    *
037100*                      CLOSED AND THE REST OF THE RUN GOES  *
037110*                      UNJOURNALED, SO THE NEXT BACKUP MUST *
037120*                      BE TAKEN BEFORE THE JOURNAL IS       *
037130*                      RELIED ON AGAIN.                     *
037140*----------------------------------------------------------*
037150 7570-WRITE-JOURNAL.
037160     MOVE SPACES TO FZB-JRN-RECORD.
037170     MOVE FZB-JRNL-STAMP-DATE TO FZB-JRN-STAMP-DATE.
037180     MOVE FZB-JRNL-STAMP-TIME TO FZB-JRN-STAMP-TIME.
037190     MOVE "FIZZBUZZ" TO FZB-JRN-PROGRAM.
037200     MOVE FZB-RUN-DATE TO FZB-JRN-RUN-DATE.
037210     MOVE FZB-JRNL-ACTION-WK TO FZB-JRN-ACTION.
037220     MOVE FZB-HIST-RECORD TO FZB-JRN-HIST-IMAGE.
037230     WRITE FZB-JRN-RECORD.
037240     IF FZB-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
037250         DISPLAY "FIZZBUZZ - FZBJRNL WRITE ERROR (FILE STATUS "
037260             FZB-JRNL-FILE-STATUS ") AT IDX " IDX
037270             " - JOURNAL CLOSED, TAKE A NEW FZBBKUP BACKUP"
037280         CLOSE FZBJRNL-FILE
037290         MOVE "N" TO FZB-JRNL-SW
037300     END-IF.
037310 7570-EXIT.
037320     EXIT.
037321
020370*----------------------------------------------------------*
020380* 7600-WRITE-EXTRACT - WRITE THIS IDX'S CLASSIFICATION TO    *
020390*                      THE FZBXTR DOWNSTREAM INTERFACE       *
024040 7760-EXIT.
024050     EXIT.
024060
028400*----------------------------------------------------------*
028410* 7800-WRITE-PARTITION-SUMMARY - AT NORMAL END OF A         *
028420*                                PARTITION STEP, WRITE ITS  *
028430*                                CATEGORY AND BATCH TABLES  *
028440*                                AND FINAL CONTROL TOTALS   *
028450*                                TO FZBPSUM (SEE FZBPSMR)   *
028460*                                FOR FZBMERGE. THE "T"      *
028470*                                RECORD GOES LAST - IT IS   *
028480*                                THE MARK THAT THE          *
028490*                                PARTITION FINISHED.        *
028500*----------------------------------------------------------*
028510 7800-WRITE-PARTITION-SUMMARY.
028520     OPEN OUTPUT FZBPSUM-FILE.
028530     IF FZB-PSUM-FILE-STATUS IS NOT EQUAL TO "00"
028540         DISPLAY "FIZZBUZZ - ABEND - FZBPSUM PARTITION SUMMARY "
028550             "NOT AVAILABLE (FILE STATUS " FZB-PSUM-FILE-STATUS
028560             ") FOR PARTITION " FZB-PART-NO
028570         MOVE "ABND" TO FZB-LOG-EVENT-WK
028580         MOVE 0113 TO FZB-LOG-REASON-WK
028590         MOVE "FZBPSUM PARTITION SUMMARY NOT AVAILABLE"
028600             TO FZB-LOG-TEXT-WK
028610         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
028620         MOVE 8 TO RETURN-CODE
028630         STOP RUN
028640     END-IF.
028650     PERFORM 7810-WRITE-PSUM-CATEGORY THRU 7810-EXIT
028660         VARYING FZB-CAT-NDX FROM 1 BY 1
028670         UNTIL FZB-CAT-NDX IS GREATER THAN FZB-CAT-COUNT.
028680     PERFORM 7820-WRITE-PSUM-BATCH THRU 7820-EXIT
028690         VARYING FZB-BSUM-NDX FROM 1 BY 1
028700         UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT.
028701     IF FZB-LOOSE-CNT-READ IS GREATER THAN 0
028702         PERFORM 7840-WRITE-PSUM-LOOSE-STATS THRU 7840-EXIT
028703     END-IF.
028710     MOVE SPACES TO FZB-PSM-RECORD.
028720     MOVE FZB-RUN-DATE TO FZB-PSM-RUN-DATE.
028730     MOVE FZB-PART-NO TO FZB-PSM-PART-NO.
028740     MOVE "T" TO FZB-PSM-REC-TYPE.
028750     MOVE FZB-CNT-PLAIN TO FZB-PSM-CNT-PLAIN.
028760     MOVE FZB-CNT-FIZZ TO FZB-PSM-CNT-FIZZ.
028770     MOVE FZB-CNT-BUZZ TO FZB-PSM-CNT-BUZZ.
028780     MOVE FZB-CNT-FIZZBUZZ TO FZB-PSM-CNT-FIZZBUZZ.
028790     MOVE FZB-CNT-OTHER TO FZB-PSM-CNT-OTHER.
028800     MOVE FZB-CNT-READ TO FZB-PSM-CNT-READ.
028810     MOVE FZB-CNT-REJECT TO FZB-PSM-CNT-REJECT.
028820     MOVE FZB-CNT-SUPPRESS TO FZB-PSM-CNT-SUPPRESS.
028830     MOVE FZB-CNT-OVERRIDE TO FZB-PSM-CNT-OVERRIDE.
028840     WRITE FZB-PSM-RECORD.
028850     CLOSE FZBPSUM-FILE.
028860 7800-EXIT.
028870     EXIT.
028880
028890 7810-WRITE-PSUM-CATEGORY.
028900     MOVE SPACES TO FZB-PSM-RECORD.
028910     MOVE FZB-RUN-DATE TO FZB-PSM-RUN-DATE.
028920     MOVE FZB-PART-NO TO FZB-PSM-PART-NO.
028930     MOVE "C" TO FZB-PSM-REC-TYPE.
028940     MOVE FZB-CAT-TEXT(FZB-CAT-NDX) TO FZB-PSM-CAT-TEXT.
028950     MOVE FZB-CAT-CNT(FZB-CAT-NDX) TO FZB-PSM-CAT-CNT.
028960     WRITE FZB-PSM-RECORD.
028970 7810-EXIT.
028980     EXIT.
028990
029000 7820-WRITE-PSUM-BATCH.
029010     MOVE SPACES TO FZB-PSM-RECORD.
029020     MOVE FZB-RUN-DATE TO FZB-PSM-RUN-DATE.
029030     MOVE FZB-PART-NO TO FZB-PSM-PART-NO.
029040     MOVE "B" TO FZB-PSM-REC-TYPE.
029050     MOVE FZB-BSUM-ID(FZB-BSUM-NDX) TO FZB-PSM-BAT-ID.
029060     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-PSM-BAT-READ.
029070     MOVE FZB-BSUM-ACC(FZB-BSUM-NDX) TO FZB-PSM-BAT-ACC.
029080     MOVE FZB-BSUM-REJ(FZB-BSUM-NDX) TO FZB-PSM-BAT-REJ.
029081     MOVE FZB-BSUM-SOURCE(FZB-BSUM-NDX) TO FZB-PSM-BAT-SOURCE.
029082     MOVE FZB-BSUM-DISP(FZB-BSUM-NDX) TO FZB-PSM-BAT-DISP.
029083     MOVE FZB-BSUM-HASH(FZB-BSUM-NDX) TO FZB-PSM-BAT-HASH.
029084     MOVE FZB-BSUM-REG-DATE(FZB-BSUM-NDX) TO FZB-PSM-BAT-REG-DATE.
029085     MOVE FZB-BSUM-REG-COUNT(FZB-BSUM-NDX)
029086         TO FZB-PSM-BAT-REG-COUNT.
029090     WRITE FZB-PSM-RECORD.
029091     PERFORM 7830-WRITE-PSUM-STATS THRU 7830-EXIT.
029100 7820-EXIT.
029110     EXIT.
029120
032470*----------------------------------------------------------*
032480* 7830-WRITE-PSUM-STATS - FOLLOW EACH "B" FZBPSUM RECORD    *
032490*                         WITH AN "S" RECORD CARRYING THE   *
032500*                         SAME BATCH'S OCCURRENCE AND       *
032510*                         REJECTS BY REASON FOR FZBMERGE TO *
032520*                         POST TO FZBSTAT.                  *
032530*----------------------------------------------------------*
032540 7830-WRITE-PSUM-STATS.
032550     MOVE SPACES TO FZB-PSM-RECORD.
032560     MOVE FZB-RUN-DATE TO FZB-PSM-RUN-DATE.
032570     MOVE FZB-PART-NO TO FZB-PSM-PART-NO.
032580     MOVE "S" TO FZB-PSM-REC-TYPE.
032590     MOVE FZB-BSUM-ID(FZB-BSUM-NDX) TO FZB-PSM-STS-ID.
032600     MOVE FZB-BSUM-SOURCE(FZB-BSUM-NDX) TO FZB-PSM-STS-SOURCE.
032610     MOVE FZB-BSUM-OCCUR(FZB-BSUM-NDX) TO FZB-PSM-STS-OCCUR.
032620     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-PSM-STS-READ.
032630     MOVE FZB-BSUM-RSN-TABLE(FZB-BSUM-NDX)
032640         TO FZB-PSM-STS-RSN-TABLE.
032650     WRITE FZB-PSM-RECORD.
032660 7830-EXIT.
032670     EXIT.
032680
032690*----------------------------------------------------------*
032700* 7840-WRITE-PSUM-LOOSE-STATS - THE PARTITION'S DETAILS     *
032710*                               READ OUTSIDE ANY BATCH GO   *
032720*                               ON ONE "S" RECORD WITH A    *
032730*                               BLANK SOURCE AND BATCH ID.  *
032740*----------------------------------------------------------*
032750 7840-WRITE-PSUM-LOOSE-STATS.
032760     MOVE SPACES TO FZB-PSM-RECORD.
032770     MOVE FZB-RUN-DATE TO FZB-PSM-RUN-DATE.
032780     MOVE FZB-PART-NO TO FZB-PSM-PART-NO.
032790     MOVE "S" TO FZB-PSM-REC-TYPE.
032800     MOVE 1 TO FZB-PSM-STS-OCCUR.
032810     MOVE FZB-LOOSE-CNT-READ TO FZB-PSM-STS-READ.
032820     MOVE FZB-LOOSE-RSN-TABLE TO FZB-PSM-STS-RSN-TABLE.
032830     WRITE FZB-PSM-RECORD.
032840 7840-EXIT.
032850     EXIT.
032860
032870*----------------------------------------------------------*
032880* 7900-WRITE-SUPPLIER-STATS - AT NORMAL END OF A WHOLE      *
032890*                             INPUT RUN, POST ONE FZBSTAT   *
032900*                             RECORD PER SUPPLIER BATCH AND *
032910*                             ONE FOR THE DETAILS READ      *
032920*                             OUTSIDE ANY BATCH (SEE        *
032930*                             FZBSTSR). FZBRFIX             *
032940*                             RESUBMISSIONS ARE NOT A       *
032950*                             SUPPLIER'S FEED AND ARE LEFT  *
032960*                             OFF. A RERUN OF THE SAME DAY  *
032970*                             REPLACES ITS OWN RECORDS AND  *
032980*                             KEEPS THE RECYCLE COUNTS      *
032990*                             FZBRFIX HAS POSTED TO THEM.   *
033000*                             NO FZBSTAT DD MEANS NO        *
033010*                             STATISTICS ARE KEPT.          *
033020*----------------------------------------------------------*
033030 7900-WRITE-SUPPLIER-STATS.
033040     OPEN I-O FZBSTAT-FILE.
033050     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
033060         DISPLAY "FIZZBUZZ - FZBSTAT SUPPLIER STATISTICS NOT "
033070             "AVAILABLE (FILE STATUS " FZB-STAT-FILE-STATUS
033080             ") - NO STATISTICS KEPT THIS RUN"
033090         GO TO 7900-EXIT
033100     END-IF.
033110     MOVE "Y" TO FZB-STAT-SW.
033120     PERFORM 7910-POST-BATCH-STATS THRU 7910-EXIT
033130         VARYING FZB-BSUM-NDX FROM 1 BY 1
033140         UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT.
033150     IF FZB-LOOSE-CNT-READ IS GREATER THAN 0
033160         PERFORM 7920-POST-LOOSE-STATS THRU 7920-EXIT
033170     END-IF.
033180     CLOSE FZBSTAT-FILE.
033190 7900-EXIT.
033200     EXIT.
033210
033220 7910-POST-BATCH-STATS.
033230     IF FZB-BSUM-SOURCE(FZB-BSUM-NDX) IS EQUAL TO "FZBRFIX"
033240         GO TO 7910-EXIT
033250     END-IF.
033260     MOVE FZB-RUN-DATE TO FZB-CURR-RUN-DATE.
033270     MOVE FZB-BSUM-SOURCE(FZB-BSUM-NDX) TO FZB-CURR-SOURCE.
033280     MOVE FZB-BSUM-ID(FZB-BSUM-NDX) TO FZB-CURR-BATCH-ID.
033290     MOVE FZB-PART-NO TO FZB-CURR-PART-NO.
033300     MOVE FZB-BSUM-OCCUR(FZB-BSUM-NDX) TO FZB-CURR-OCCUR.
033310     PERFORM 7950-READ-STATS-RECORD THRU 7950-EXIT.
033320     MOVE FZB-BSUM-DISP(FZB-BSUM-NDX) TO FZB-STS-DISP.
033330     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-STS-READ.
033340     MOVE FZB-BSUM-ACC(FZB-BSUM-NDX) TO FZB-STS-ACC.
033350     MOVE FZB-BSUM-REJ(FZB-BSUM-NDX) TO FZB-STS-REJ.
033360     MOVE FZB-BSUM-RSN-TABLE(FZB-BSUM-NDX) TO FZB-STS-RSN-TABLE.
033370     PERFORM 7960-PUT-STATS-RECORD THRU 7960-EXIT.
033380 7910-EXIT.
033390     EXIT.
033400
033410 7920-POST-LOOSE-STATS.
033420     MOVE FZB-RUN-DATE TO FZB-CURR-RUN-DATE.
033430     MOVE SPACES TO FZB-CURR-SOURCE.
033440     MOVE SPACES TO FZB-CURR-BATCH-ID.
033450     MOVE FZB-PART-NO TO FZB-CURR-PART-NO.
033460     MOVE 1 TO FZB-CURR-OCCUR.
033470     PERFORM 7950-READ-STATS-RECORD THRU 7950-EXIT.
033480     COMPUTE FZB-STAT-REJ-WK = FZB-LOOSE-RSN-CNT(1)
033490         + FZB-LOOSE-RSN-CNT(2) + FZB-LOOSE-RSN-CNT(3)
033500         + FZB-LOOSE-RSN-CNT(4) + FZB-LOOSE-RSN-CNT(5)
033510         + FZB-LOOSE-RSN-CNT(6) + FZB-LOOSE-RSN-CNT(7).
033520     MOVE SPACE TO FZB-STS-DISP.
033530     MOVE FZB-LOOSE-CNT-READ TO FZB-STS-READ.
033540     COMPUTE FZB-STS-ACC = FZB-LOOSE-CNT-READ - FZB-STAT-REJ-WK.
033550     MOVE FZB-STAT-REJ-WK TO FZB-STS-REJ.
033560     MOVE FZB-LOOSE-RSN-TABLE TO FZB-STS-RSN-TABLE.
033570     PERFORM 7960-PUT-STATS-RECORD THRU 7960-EXIT.
033580 7920-EXIT.
033590     EXIT.
033600
033610*----------------------------------------------------------*
033620* 7950-READ-STATS-RECORD - FETCH THE FZBSTAT RECORD FOR THE *
033630*                          KEY BUILT IN FZB-CURR-ORIGIN SO  *
033640*                          A REWRITE KEEPS ITS RECYCLE      *
033650*                          COUNTS, OR START A NEW ONE WITH  *
033660*                          THEM ZERO.                       *
033670*----------------------------------------------------------*
033680 7950-READ-STATS-RECORD.
033690     MOVE FZB-CURR-ORIGIN TO FZB-STS-KEY.
033700     READ FZBSTAT-FILE
033710         INVALID KEY
033720             MOVE SPACES TO FZB-STS-RECORD
033730             MOVE FZB-CURR-ORIGIN TO FZB-STS-KEY
033740             MOVE 0 TO FZB-STS-RFIX-RESUB
033750             MOVE 0 TO FZB-STS-RFIX-FORCED
033760             MOVE 0 TO FZB-STS-RFIX-PASS
033770             MOVE 0 TO FZB-STS-RFIX-PASS-RESUB
033780             MOVE 0 TO FZB-STS-RFIX-PASS-FORCED
033790             MOVE 0 TO FZB-STS-RFIX-DATE
033800             GO TO 7950-EXIT
033810     END-READ.
033820     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
033830         PERFORM 7990-STATS-IO-ERROR THRU 7990-EXIT
033840     END-IF.
033850 7950-EXIT.
033860     EXIT.
033870
033880 7960-PUT-STATS-RECORD.
033890     WRITE FZB-STS-RECORD
033900         INVALID KEY
033910             REWRITE FZB-STS-RECORD
033920     END-WRITE.
033930     IF FZB-STAT-FILE-STATUS IS NOT EQUAL TO "00"
033940         PERFORM 7990-STATS-IO-ERROR THRU 7990-EXIT
033950     END-IF.
033960     ADD 1 TO FZB-STAT-CNT-WRITTEN.
033970 7960-EXIT.
033980     EXIT.
033990
034000 7990-STATS-IO-ERROR.
034010     PERFORM 7750-FLUSH-DISPLAY-BUFFER THRU 7750-EXIT.
034020     DISPLAY "FIZZBUZZ - ABEND - FZBSTAT SUPPLIER STATISTICS I/O "
034030         "ERROR (FILE STATUS " FZB-STAT-FILE-STATUS
034040         ") ON BATCH " FZB-CURR-BATCH-ID.
034050     MOVE "ABND" TO FZB-LOG-EVENT-WK.
034060     MOVE 0115 TO FZB-LOG-REASON-WK.
034070     MOVE "FZBSTAT SUPPLIER STATISTICS I/O ERROR"
034080         TO FZB-LOG-TEXT-WK.
034090     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
034100     MOVE 8 TO RETURN-CODE.
034110     STOP RUN.
034120 7990-EXIT.
034130     EXIT.
034140
024070*----------------------------------------------------------*
024080* 8700-OPEN-RUN-LOG - OPEN THE SHARED FZBLOG RUN-EVENT LOG  *
024090*                     FOR EXTEND. EVERY SIGNIFICANT EVENT   *
024310         " RULES " DELIMITED BY SIZE
024320         FZB-RULE-COUNT DELIMITED BY SIZE
024330         INTO FZB-LOG-TEXT-WK.
024331     IF FZB-PARTITIONED
024332         MOVE " PART " TO FZB-LOG-TEXT-WK(30:6)
024333         MOVE FZB-PART-NO TO FZB-LOG-TEXT-WK(36:2)
024334     END-IF.
024340     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
024350 8750-EXIT.
024360     EXIT.
024730* 9000-WRITE-SUMMARY - WRITE THE END-OF-RUN CONTROL TOTALS  *
024740*                      REPORT TO FZBRPT AND TO SYSOUT SO    *
024750*                      OPERATIONS CAN BALANCE THE RUN.      *
024753*                      A QUIESCED RUN'S PARTIAL REPORT IS   *
024756*                      MARKED AS SUCH.                      *
024760*----------------------------------------------------------*
024770 9000-WRITE-SUMMARY.
024780     COMPUTE FZB-CNT-TOTAL = FZB-CNT-PLAIN + FZB-CNT-FIZZ
024820
024830     MOVE "FIZZBUZZ CONTROL TOTALS REPORT" TO FZB-RPT-TEXT.
024840     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
024841     IF FZB-PARTITIONED
024842         MOVE FZB-PART-NO TO FZB-RPT-NUMBER-ED
024843         STRING "PARTITION . . . . . . . . . " DELIMITED BY SIZE
024844             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
024845             INTO FZB-RPT-TEXT
024846         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
024847     END-IF.
024850
024851     IF FZB-QUIESCING
024852         MOVE "QUIESCED - PARTIAL TOTALS, RUN TO BE RESUMED"
024853             TO FZB-RPT-TEXT
024854         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
024855     END-IF.
024860     MOVE FZB-CNT-PLAIN TO FZB-RPT-NUMBER-ED.
024870     STRING "PLAIN NUMBER LINES . . . . " DELIMITED BY SIZE
024880         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
025530             INTO FZB-RPT-TEXT
025540         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
025550     END-IF.
025551     IF FZB-STAT-IN-USE
025552         MOVE FZB-STAT-CNT-WRITTEN TO FZB-RPT-NUMBER-ED
025553         STRING "SUPPLIER STATISTICS POSTED. " DELIMITED BY SIZE
025554             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
025555             INTO FZB-RPT-TEXT
025556         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
025557     END-IF.
025560
025570     IF FZB-INPUT-MODE
025580             AND FZB-BSUM-COUNT IS GREATER THAN 0
025630         PERFORM 9300-EMIT-BATCH-LINE THRU 9300-EXIT
025640             VARYING FZB-BSUM-NDX FROM 1 BY 1
025650             UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT
025651     END-IF.
025652     IF FZB-INPUT-MODE
025653         PERFORM 9320-EMIT-REGISTRY-SECTIONS THRU 9320-EXIT
025660     END-IF.
025670
025680     IF FZB-CAT-COUNT IS GREATER THAN 0
026130     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
026140 9300-EXIT.
026150     EXIT.
026160
030780*----------------------------------------------------------*
030790* 9320-EMIT-REGISTRY-SECTIONS - LIST THE BATCHES REJECTED   *
030800*                               WITH REASON 07, DUPLICATES  *
030810*                               AND SUSPECTED NUMBERING     *
030820*                               ERRORS IN SEPARATE          *
030830*                               SECTIONS, EACH AGAINST THE  *
030840*                               RUN DATE AND COUNT IT WAS   *
030850*                               FIRST REGISTERED WITH.      *
030860*----------------------------------------------------------*
030870 9320-EMIT-REGISTRY-SECTIONS.
030880     MOVE 0 TO FZB-BREG-DUP-CNT.
030890     MOVE 0 TO FZB-BREG-NUM-CNT.
030900     PERFORM 9330-COUNT-REGISTERED THRU 9330-EXIT
030910         VARYING FZB-BSUM-NDX FROM 1 BY 1
030920         UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT.
030930     IF FZB-BREG-DUP-CNT IS GREATER THAN 0
030940         MOVE SPACES TO FZB-RPT-TEXT
030950         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
030960         MOVE "DUPLICATE BATCHES REJECTED (REASON 07)"
030970             TO FZB-RPT-TEXT
030980         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
030990         MOVE "D" TO FZB-BREG-LIST-DISP
031000         PERFORM 9340-EMIT-REGISTERED-LINE THRU 9340-EXIT
031010             VARYING FZB-BSUM-NDX FROM 1 BY 1
031020             UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT
031030     END-IF.
031040     IF FZB-BREG-NUM-CNT IS GREATER THAN 0
031050         MOVE SPACES TO FZB-RPT-TEXT
031060         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
031070         MOVE "SUSPECTED BATCH NUMBERING ERRORS (REASON 07)"
031080             TO FZB-RPT-TEXT
031090         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
031100         MOVE "R" TO FZB-BREG-LIST-DISP
031110         PERFORM 9340-EMIT-REGISTERED-LINE THRU 9340-EXIT
031120             VARYING FZB-BSUM-NDX FROM 1 BY 1
031130             UNTIL FZB-BSUM-NDX IS GREATER THAN FZB-BSUM-COUNT
031140     END-IF.
031150 9320-EXIT.
031160     EXIT.
031170
031180 9330-COUNT-REGISTERED.
031190     EVALUATE FZB-BSUM-DISP(FZB-BSUM-NDX)
031200         WHEN "D"
031210             ADD 1 TO FZB-BREG-DUP-CNT
031220         WHEN "R"
031230             ADD 1 TO FZB-BREG-NUM-CNT
031240     END-EVALUATE.
031250 9330-EXIT.
031260     EXIT.
031270
031280 9340-EMIT-REGISTERED-LINE.
031290     IF FZB-BSUM-DISP(FZB-BSUM-NDX) IS NOT EQUAL TO
031300             FZB-BREG-LIST-DISP
031310         GO TO 9340-EXIT
031320     END-IF.
031330     MOVE FZB-BSUM-REG-COUNT(FZB-BSUM-NDX) TO FZB-RPT-READ-ED.
031340     MOVE FZB-BSUM-READ(FZB-BSUM-NDX) TO FZB-RPT-NUMBER-ED.
031350     STRING "  BATCH " DELIMITED BY SIZE
031360         FZB-BSUM-ID(FZB-BSUM-NDX) DELIMITED BY SIZE
031370         " FROM " DELIMITED BY SIZE
031380         FZB-BSUM-SOURCE(FZB-BSUM-NDX) DELIMITED BY SIZE
031390         " FIRST RUN " DELIMITED BY SIZE
031400         FZB-BSUM-REG-DATE(FZB-BSUM-NDX) DELIMITED BY SIZE
031410         " COUNT " DELIMITED BY SIZE
031420         FZB-RPT-READ-ED DELIMITED BY SIZE
031430         " NOW " DELIMITED BY SIZE
031440         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
031450         INTO FZB-RPT-TEXT.
031460     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
031470 9340-EXIT.
031480     EXIT.
