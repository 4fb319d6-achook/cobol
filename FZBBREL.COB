000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBBREL.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. RELEASES SUPPLIER    *
000120*                    BATCHES HELD ON THE FZBBREG REGISTRY   *
000130*                    (SEE FZBBRGR) SO A GENUINE RESEND IS   *
000140*                    ACCEPTED BY THE NEXT FIZZBUZZ RUN      *
000150*                    INSTEAD OF BEING REJECTED AS A         *
000160*                    DUPLICATE (REASON 07). ONE FZBLCDK     *
000170*                    CARD (SEE FZBLCDR) NAMES EACH SOURCE   *
000180*                    AND BATCH ID, WITH THE USER ID OF THE  *
000190*                    OPERATOR RELEASING IT AND A NOTE. EACH *
000200*                    RELEASE IS LOGGED TO FZBLOG AS A BREL  *
000210*                    EVENT AND EVERY CARD IS LISTED ON      *
000220*                    FZBLRPT. RC=0 ALL RELEASED, RC=4 A     *
000230*                    BATCH NOT REGISTERED OR ALREADY        *
000240*                    RELEASED, RC=8 AN INVALID CARD OR NO   *
000250*                    CARDS OR NO REGISTRY.                  *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FZBLCDK-FILE ASSIGN TO FZBLCDK
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS FZB-LCDK-FILE-STATUS.
000350     SELECT FZBBREG-FILE ASSIGN TO FZBBREG
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS FZB-BREG-KEY
000390         FILE STATUS IS FZB-BREG-FILE-STATUS.
000400     SELECT FZBLRPT-FILE ASSIGN TO FZBLRPT
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT FZBLOG-FILE ASSIGN TO FZBLOG
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS FZB-LOG-FILE-STATUS.
000450
000460 DATA DIVISION.
000470
000480 FILE SECTION.
000490 FD  FZBLCDK-FILE
000500     RECORDING MODE IS F
000510     BLOCK CONTAINS 0 RECORDS
000520     LABEL RECORDS ARE STANDARD.
000530     COPY FZBLCDR.
000540
000550 FD  FZBBREG-FILE
000560     LABEL RECORDS ARE STANDARD.
000570     COPY FZBBRGR.
000580
000590 FD  FZBLRPT-FILE
000600     RECORDING MODE IS F
000610     BLOCK CONTAINS 0 RECORDS
000620     LABEL RECORDS ARE STANDARD.
000630     COPY FZBRPTR.
000640
000650 FD  FZBLOG-FILE
000660     RECORDING MODE IS F
000670     BLOCK CONTAINS 0 RECORDS
000680     LABEL RECORDS ARE STANDARD.
000690     COPY FZBLOGR.
000700
000710 WORKING-STORAGE SECTION.
000720 77 FZB-LCDK-FILE-STATUS PIC X(02) VALUE "00".
000730 77 FZB-LCDK-EOF-SW      PIC X(01) VALUE "N".
000740     88 FZB-LCDK-EOF               VALUE "Y".
000750 77 FZB-BREG-FILE-STATUS PIC X(02) VALUE "00".
000760 77 FZB-LOG-FILE-STATUS  PIC X(02) VALUE "00".
000770 77 FZB-RUN-DATE         PIC 9(08) VALUE 0.
000780 77 FZB-MAX-RC           PIC 9(02) VALUE 0.
000790 77 FZB-CNT-CARDS        PIC 9(05) VALUE 0.
000800 77 FZB-CNT-RELEASED     PIC 9(05) VALUE 0.
000810 77 FZB-CNT-REFUSED      PIC 9(05) VALUE 0.
000820 77 FZB-CARD-RESULT      PIC X(40) VALUE SPACES.
000830 77 FZB-RPT-NUMBER-ED    PIC ZZZZ9.
000840 77 FZB-LOG-EVENT-WK     PIC X(04) VALUE SPACES.
000850 77 FZB-LOG-REASON-WK    PIC 9(04) VALUE 0.
000860 77 FZB-LOG-TEXT-WK      PIC X(40) VALUE SPACES.
000870 77 FZB-LOG-DATE-NOW     PIC 9(08) VALUE 0.
000880 77 FZB-LOG-TIME-NOW     PIC 9(08) VALUE 0.
000890
000900 PROCEDURE DIVISION.
000910 BEGIN.
000920     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
000930     PERFORM 8700-OPEN-RUN-LOG THRU 8700-EXIT.
000940     MOVE "STRT" TO FZB-LOG-EVENT-WK.
000950     MOVE "BATCH REGISTRY RELEASE" TO FZB-LOG-TEXT-WK.
000960     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
000970     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000980
000990     PERFORM 2000-READ-RELEASE-CARD THRU 2000-EXIT
001000         UNTIL FZB-LCDK-EOF.
001010     IF FZB-CNT-CARDS IS EQUAL TO 0
001020         DISPLAY "FZBBREL - ABEND - FZBLCDK HOLDS NO RELEASE "
001030             "CARDS"
001040         MOVE "ABND" TO FZB-LOG-EVENT-WK
001050         MOVE 0501 TO FZB-LOG-REASON-WK
001060         MOVE "NO FZBLCDK RELEASE CARDS" TO FZB-LOG-TEXT-WK
001070         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
001080         MOVE 8 TO RETURN-CODE
001090         STOP RUN
001100     END-IF.
001110     PERFORM 9000-WRITE-TOTALS THRU 9000-EXIT.
001120     CLOSE FZBLCDK-FILE.
001130     CLOSE FZBBREG-FILE.
001140     CLOSE FZBLRPT-FILE.
001150
001160     MOVE "NEND" TO FZB-LOG-EVENT-WK.
001170     STRING "CARDS " DELIMITED BY SIZE
001180         FZB-CNT-CARDS DELIMITED BY SIZE
001190         " RELEASED " DELIMITED BY SIZE
001200         FZB-CNT-RELEASED DELIMITED BY SIZE
001210         " REFUSED " DELIMITED BY SIZE
001220         FZB-CNT-REFUSED DELIMITED BY SIZE
001230         INTO FZB-LOG-TEXT-WK.
001240     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
001250     CLOSE FZBLOG-FILE.
001260     MOVE FZB-MAX-RC TO RETURN-CODE.
001270
001280     STOP RUN.
001290
001300*----------------------------------------------------------*
001310* 1000-OPEN-FILES - OPEN THE RELEASE CARDS AND THE FZBBREG  *
001320*                   REGISTRY FOR UPDATE, AND START THE      *
001330*                   FZBLRPT LISTING. WITHOUT EITHER INPUT   *
001340*                   THERE IS NOTHING TO RELEASE - THE STEP  *
001350*                   ABENDS RC=8.                            *
001360*----------------------------------------------------------*
001370 1000-OPEN-FILES.
001380     OPEN INPUT FZBLCDK-FILE.
001390     IF FZB-LCDK-FILE-STATUS IS NOT EQUAL TO "00"
001400         DISPLAY "FZBBREL - ABEND - FZBLCDK RELEASE CARDS NOT "
001410             "SUPPLIED (FILE STATUS " FZB-LCDK-FILE-STATUS ")"
001420         MOVE "ABND" TO FZB-LOG-EVENT-WK
001430         MOVE 0501 TO FZB-LOG-REASON-WK
001440         MOVE "NO FZBLCDK RELEASE CARDS" TO FZB-LOG-TEXT-WK
001450         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
001460         MOVE 8 TO RETURN-CODE
001470         STOP RUN
001480     END-IF.
001490     OPEN I-O FZBBREG-FILE.
001500     IF FZB-BREG-FILE-STATUS IS NOT EQUAL TO "00"
001510         DISPLAY "FZBBREL - ABEND - FZBBREG BATCH REGISTRY NOT "
001520             "AVAILABLE (FILE STATUS " FZB-BREG-FILE-STATUS ")"
001530         MOVE "ABND" TO FZB-LOG-EVENT-WK
001540         MOVE 0502 TO FZB-LOG-REASON-WK
001550         MOVE "FZBBREG BATCH REGISTRY NOT AVAILABLE"
001560             TO FZB-LOG-TEXT-WK
001570         PERFORM 8800-WRITE-LOG THRU 8800-EXIT
001580         MOVE 8 TO RETURN-CODE
001590         STOP RUN
001600     END-IF.
001610     OPEN OUTPUT FZBLRPT-FILE.
001620     STRING "FZBBREL - SUPPLIER BATCH REGISTRY RELEASES - "
001630         DELIMITED BY SIZE
001640         FZB-RUN-DATE DELIMITED BY SIZE
001650         INTO FZB-RPT-TEXT.
001660     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
001670     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
001680     MOVE "  SOURCE   BATCH ID USER ID  RESULT" TO FZB-RPT-TEXT.
001690     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------*
001740* 2000-READ-RELEASE-CARD - READ ONE FZBLCDK CARD AND ACT ON *
001750*                          IT. A BLANK CARD IS SKIPPED. A   *
001760*                          CARD WITHOUT A SOURCE, BATCH ID  *
001770*                          AND USER ID IS INVALID (RC=8). A *
001780*                          BATCH NOT ON THE REGISTRY, OR    *
001790*                          ALREADY RELEASED, IS REFUSED     *
001800*                          (RC=4). OTHERWISE THE            *
001810*                          REGISTRATION IS MARKED RELEASED  *
001820*                          WITH TODAY'S DATE AND THE USER   *
001830*                          ID, AND A BREL EVENT IS LOGGED.  *
001840*----------------------------------------------------------*
001850 2000-READ-RELEASE-CARD.
001860     READ FZBLCDK-FILE
001870         AT END
001880             MOVE "Y" TO FZB-LCDK-EOF-SW
001890             GO TO 2000-EXIT
001900     END-READ.
001910     IF FZB-LCD-RECORD IS EQUAL TO SPACES
001920         GO TO 2000-EXIT
001930     END-IF.
001940     ADD 1 TO FZB-CNT-CARDS.
001950     IF FZB-LCD-SOURCE IS EQUAL TO SPACES
001960             OR FZB-LCD-BATCH-ID IS EQUAL TO SPACES
001970             OR FZB-LCD-USER-ID IS EQUAL TO SPACES
001980         MOVE "INVALID CARD - SOURCE, BATCH, USER NEEDED"
001990             TO FZB-CARD-RESULT
002000         MOVE 8 TO FZB-MAX-RC
002010         GO TO 2000-REFUSED
002020     END-IF.
002030     MOVE FZB-LCD-SOURCE TO FZB-BREG-SOURCE.
002040     MOVE FZB-LCD-BATCH-ID TO FZB-BREG-BATCH-ID.
002050     READ FZBBREG-FILE
002060         INVALID KEY
002070             MOVE "NOT REGISTERED - NOTHING TO RELEASE"
002080                 TO FZB-CARD-RESULT
002090             GO TO 2000-NOT-RELEASED
002100     END-READ.
002110     IF FZB-BREG-RELEASED
002120         STRING "ALREADY RELEASED " DELIMITED BY SIZE
002130             FZB-BREG-REL-DATE DELIMITED BY SIZE
002140             " BY " DELIMITED BY SIZE
002150             FZB-BREG-REL-USER DELIMITED BY SIZE
002160             INTO FZB-CARD-RESULT
002170         GO TO 2000-NOT-RELEASED
002180     END-IF.
002190     MOVE "R" TO FZB-BREG-STATUS.
002200     MOVE FZB-RUN-DATE TO FZB-BREG-REL-DATE.
002210     MOVE FZB-LCD-USER-ID TO FZB-BREG-REL-USER.
002220     REWRITE FZB-BREG-RECORD
002230         INVALID KEY
002240             MOVE "REGISTRY UPDATE FAILED" TO FZB-CARD-RESULT
002250             MOVE 8 TO FZB-MAX-RC
002260             GO TO 2000-REFUSED
002270     END-REWRITE.
002280     ADD 1 TO FZB-CNT-RELEASED.
002290     STRING "RELEASED - FIRST RUN " DELIMITED BY SIZE
002300         FZB-BREG-RUN-DATE DELIMITED BY SIZE
002310         INTO FZB-CARD-RESULT.
002320     PERFORM 2100-LIST-CARD THRU 2100-EXIT.
002330     MOVE "BREL" TO FZB-LOG-EVENT-WK.
002340     STRING FZB-LCD-SOURCE DELIMITED BY SIZE
002350         "/" DELIMITED BY SIZE
002360         FZB-LCD-BATCH-ID DELIMITED BY SIZE
002370         " BY " DELIMITED BY SIZE
002380         FZB-LCD-USER-ID DELIMITED BY SIZE
002390         " " DELIMITED BY SIZE
002400         FZB-LCD-NOTE DELIMITED BY SIZE
002410         INTO FZB-LOG-TEXT-WK.
002420     PERFORM 8800-WRITE-LOG THRU 8800-EXIT.
002430     GO TO 2000-EXIT.
002440 2000-NOT-RELEASED.
002450     IF FZB-MAX-RC IS LESS THAN 4
002460         MOVE 4 TO FZB-MAX-RC
002470     END-IF.
002480 2000-REFUSED.
002490     ADD 1 TO FZB-CNT-REFUSED.
002500     PERFORM 2100-LIST-CARD THRU 2100-EXIT.
002510 2000-EXIT.
002520     EXIT.
002530
002540 2100-LIST-CARD.
002550     STRING "  " DELIMITED BY SIZE
002560         FZB-LCD-SOURCE DELIMITED BY SIZE
002570         " " DELIMITED BY SIZE
002580         FZB-LCD-BATCH-ID DELIMITED BY SIZE
002590         " " DELIMITED BY SIZE
002600         FZB-LCD-USER-ID DELIMITED BY SIZE
002610         " " DELIMITED BY SIZE
002620         FZB-CARD-RESULT DELIMITED BY SIZE
002630         INTO FZB-RPT-TEXT.
002640     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
002650     IF FZB-LCD-NOTE IS NOT EQUAL TO SPACES
002660         STRING "           NOTE: " DELIMITED BY SIZE
002670             FZB-LCD-NOTE DELIMITED BY SIZE
002680             INTO FZB-RPT-TEXT
002690         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
002700     END-IF.
002710     MOVE SPACES TO FZB-CARD-RESULT.
002720 2100-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760* 8700-OPEN-RUN-LOG - OPEN THE SHARED FZBLOG RUN-EVENT LOG  *
002770*                     FOR EXTEND (SEE FZBLOGR).             *
002780*----------------------------------------------------------*
002790 8700-OPEN-RUN-LOG.
002800     OPEN EXTEND FZBLOG-FILE.
002810     IF FZB-LOG-FILE-STATUS IS NOT EQUAL TO "00" AND "05"
002820         DISPLAY "FZBBREL - ABEND - FZBLOG RUN LOG NOT "
002830             "AVAILABLE (FILE STATUS " FZB-LOG-FILE-STATUS ")"
002840         MOVE 8 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870 8700-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------*
002910* 8800-WRITE-LOG - WRITE ONE TIMESTAMPED FZBLOG RECORD FROM *
002920*                  THE EVENT CODE, REASON AND TEXT STAGED   *
002930*                  BY THE CALLER, THEN CLEAR THE STAGING    *
002940*                  FIELDS FOR THE NEXT EVENT.               *
002950*----------------------------------------------------------*
002960 8800-WRITE-LOG.
002970     ACCEPT FZB-LOG-DATE-NOW FROM DATE YYYYMMDD.
002980     ACCEPT FZB-LOG-TIME-NOW FROM TIME.
002990     MOVE SPACES TO FZB-LOG-RECORD.
003000     MOVE FZB-LOG-DATE-NOW TO FZB-LOG-DATE.
003010     MOVE FZB-LOG-TIME-NOW TO FZB-LOG-TIME.
003020     MOVE "FZBBREL" TO FZB-LOG-PROGRAM.
003030     MOVE FZB-LOG-EVENT-WK TO FZB-LOG-EVENT-CODE.
003040     MOVE FZB-LOG-REASON-WK TO FZB-LOG-REASON.
003050     MOVE FZB-LOG-TEXT-WK TO FZB-LOG-TEXT.
003060     WRITE FZB-LOG-RECORD.
003070     MOVE 0 TO FZB-LOG-REASON-WK.
003080     MOVE SPACES TO FZB-LOG-TEXT-WK.
003090 8800-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------*
003130* 9000-WRITE-TOTALS - CLOSE THE LISTING WITH THE CARD,      *
003140*                     RELEASED AND REFUSED COUNTS.          *
003150*----------------------------------------------------------*
003160 9000-WRITE-TOTALS.
003170     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
003180     MOVE FZB-CNT-CARDS TO FZB-RPT-NUMBER-ED.
003190     STRING "RELEASE CARDS READ. . . . . " DELIMITED BY SIZE
003200         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003210         INTO FZB-RPT-TEXT.
003220     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
003230     MOVE FZB-CNT-RELEASED TO FZB-RPT-NUMBER-ED.
003240     STRING "BATCHES RELEASED. . . . . . " DELIMITED BY SIZE
003250         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003260         INTO FZB-RPT-TEXT.
003270     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
003280     MOVE FZB-CNT-REFUSED TO FZB-RPT-NUMBER-ED.
003290     STRING "CARDS REFUSED . . . . . . . " DELIMITED BY SIZE
003300         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003310         INTO FZB-RPT-TEXT.
003320     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
003330 9000-EXIT.
003340     EXIT.
003350
003360 9100-EMIT-RPT-LINE.
003370     DISPLAY FZB-RPT-TEXT.
003380     WRITE FZB-RPT-LINE.
003390     MOVE SPACES TO FZB-RPT-TEXT.
003400 9100-EXIT.
003410     EXIT.
