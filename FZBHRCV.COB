000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBHRCV.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. FORWARD RECOVERY OF  *
000120*                    THE FZBHIST VSAM KSDS. PROVES THE      *
000130*                    FZBHBKP BACKUP GENERATION COMPLETE (H  *
000140*                    HEADER FIRST, T TRAILER LAST, DETAIL   *
000150*                    COUNT AGREEING - SEE FZBBKPR), LOADS   *
000160*                    IT INTO THE FRESHLY DEFINED CLUSTER,   *
000170*                    THEN REPLAYS THE FZBJRNL JOURNAL (SEE  *
000180*                    FZBJRNR) IN THE ORDER IT WAS WRITTEN,  *
000190*                    PASSING OVER RECORDS STAMPED BEFORE    *
000200*                    THE BACKUP WAS TAKEN. THE RECOVERY     *
000210*                    REPORT ON FZBJRPT LISTS THE JOURNALED  *
000220*                    RUNS REPLAYED AND, PER RUN DATE, THE   *
000230*                    RECORDS RESTORED, REPLAYED AND NOW ON  *
000240*                    THE CLUSTER, TO BE CHECKED AGAINST     *
000250*                    EACH DAY'S FZBRPT TOTALS. AN           *
000260*                    INCOMPLETE BACKUP, A CLUSTER THAT IS   *
000270*                    NOT EMPTY OR A JOURNAL OUT OF STAMP    *
000280*                    ORDER ABENDS THE STEP (RC=8); NO       *
000290*                    JOURNAL ENDS RC=4 WITH THE BACKUP      *
000300*                    ALONE RESTORED.                        *
000310*----------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT FZBHBKP-FILE ASSIGN TO FZBHBKP
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS FZB-HBKP-FILE-STATUS.
000400     SELECT FZBJRNL-FILE ASSIGN TO FZBJRNL
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS FZB-JRNL-FILE-STATUS.
000430     SELECT FZBHIST-FILE ASSIGN TO FZBHIST
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS FZB-HIST-KEY
000470         FILE STATUS IS FZB-HIST-FILE-STATUS.
000480     SELECT FZBJRPT-FILE ASSIGN TO FZBJRPT
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510 DATA DIVISION.
000520
000530 FILE SECTION.
000540 FD  FZBHBKP-FILE
000550     RECORDING MODE IS F
000560     BLOCK CONTAINS 0 RECORDS
000570     LABEL RECORDS ARE STANDARD.
000580     COPY FZBBKPR.
000590
000600 FD  FZBJRNL-FILE
000610     RECORDING MODE IS F
000620     BLOCK CONTAINS 0 RECORDS
000630     LABEL RECORDS ARE STANDARD.
000640     COPY FZBJRNR.
000650
000660 FD  FZBHIST-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY FZBHSTR.
000690
000700 FD  FZBJRPT-FILE
000710     RECORDING MODE IS F
000720     BLOCK CONTAINS 0 RECORDS
000730     LABEL RECORDS ARE STANDARD.
000740     COPY FZBRPTR.
000750
000760 WORKING-STORAGE SECTION.
000770 77 FZB-HBKP-FILE-STATUS  PIC X(02) VALUE "00".
000780 77 FZB-JRNL-FILE-STATUS  PIC X(02) VALUE "00".
000790 77 FZB-HIST-FILE-STATUS  PIC X(02) VALUE "00".
000800 77 FZB-HBKP-EOF-SW       PIC X(01) VALUE "N".
000810     88 FZB-HBKP-EOF               VALUE "Y".
000820 77 FZB-TRAILER-SW        PIC X(01) VALUE "N".
000830     88 FZB-TRAILER-SEEN           VALUE "Y".
000840 77 FZB-JRNL-SW           PIC X(01) VALUE "N".
000850     88 FZB-JRNL-IN-USE            VALUE "Y".
000860 77 FZB-JRNL-EOF-SW       PIC X(01) VALUE "N".
000870     88 FZB-JRNL-EOF               VALUE "Y".
000880 77 FZB-NEW-KEY-SW        PIC X(01) VALUE "N".
000890     88 FZB-NEW-KEY                VALUE "Y".
000900 77 FZB-BKUP-REASON-WK    PIC X(40) VALUE SPACES.
000910 77 FZB-BKUP-DETAILS      PIC 9(09) VALUE 0.
000920 77 FZB-TOTAL-RESTORED    PIC 9(09) VALUE 0.
000930 77 FZB-TOTAL-JRN-READ    PIC 9(09) VALUE 0.
000940 77 FZB-TOTAL-SKIPPED     PIC 9(09) VALUE 0.
000950 77 FZB-TOTAL-REPLAYED    PIC 9(09) VALUE 0.
000960 77 FZB-TOTAL-NEW-KEYS    PIC 9(09) VALUE 0.
000970 77 FZB-TOTAL-ON-FILE     PIC 9(09) VALUE 0.
000980 77 FZB-RUN-COUNT         PIC 9(05) VALUE 0.
000990 77 FZB-RUN-RECORDS       PIC 9(09) VALUE 0.
001000 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZZZ9.
001010 77 FZB-RDT-TABLE-MAX     PIC 9(04) VALUE 3000.
001020 77 FZB-RDT-SUB           PIC 9(04) COMP-3 VALUE 0.
001030 77 FZB-RDT-HIT-SUB       PIC 9(04) COMP-3 VALUE 0.
001040 77 FZB-RDT-MOVE-SUB      PIC 9(04) COMP-3 VALUE 0.
001050 01  FZB-BKUP-STAMP.
001060     05  FZB-BKUP-DATE          PIC 9(08) VALUE 0.
001070     05  FZB-BKUP-TIME          PIC 9(08) VALUE 0.
001080 01  FZB-LAST-STAMP             PIC X(16) VALUE LOW-VALUES.
001090 01  FZB-CURR-RUN.
001100     05  FZB-CURR-RUN-STAMP.
001110         10  FZB-CURR-RUN-STAMP-DATE
001120                                PIC 9(08) VALUE 0.
001130         10  FZB-CURR-RUN-STAMP-TIME
001140                                PIC 9(08) VALUE 0.
001150     05  FZB-CURR-RUN-PROGRAM   PIC X(08) VALUE SPACES.
001160     05  FZB-CURR-RUN-DATE      PIC 9(08) VALUE 0.
001170*----------------------------------------------------------*
001180* RUN DATE TABLE - ONE ENTRY PER RUN DATE RESTORED OR       *
001190* REPLAYED, KEPT IN RUN DATE ORDER, WITH THE COUNTS THE     *
001200* REPORT SHOWS FOR IT.                                      *
001210*----------------------------------------------------------*
001220 01  FZB-RDT-TABLE.
001230     05  FZB-RDT-COUNT          PIC 9(04) VALUE 0.
001240     05  FZB-RDT-ENTRY OCCURS 3000 TIMES.
001250         10  FZB-RDT-DATE       PIC 9(08).
001260         10  FZB-RDT-COUNTS.
001270             15  FZB-RDT-RESTORED
001280                                PIC 9(09).
001290             15  FZB-RDT-REPLAYED
001300                                PIC 9(09).
001310             15  FZB-RDT-NEW-KEYS
001320                                PIC 9(09).
001330 01  FZB-HRCV-RUN-LINE.
001340     05  FILLER                 PIC X(02) VALUE SPACES.
001350     05  FZB-RUN-PROGRAM        PIC X(08).
001360     05  FILLER                 PIC X(02) VALUE SPACES.
001370     05  FZB-RUN-RUN-DATE       PIC 9(08).
001380     05  FILLER                 PIC X(02) VALUE SPACES.
001390     05  FZB-RUN-STAMP-DATE     PIC 9(08).
001400     05  FILLER                 PIC X(01) VALUE SPACES.
001410     05  FZB-RUN-STAMP-TIME     PIC 9(08).
001420     05  FILLER                 PIC X(02) VALUE SPACES.
001430     05  FZB-RUN-RECORDS-ED     PIC ZZZZZZZZ9.
001440     05  FILLER                 PIC X(30) VALUE SPACES.
001450 01  FZB-HRCV-RUN-HDG-LINE.
001460     05  FILLER                 PIC X(02) VALUE SPACES.
001470     05  FILLER                 PIC X(07) VALUE "PROGRAM".
001480     05  FILLER                 PIC X(03) VALUE SPACES.
001490     05  FILLER                 PIC X(08) VALUE "RUN DATE".
001500     05  FILLER                 PIC X(02) VALUE SPACES.
001510     05  FILLER                 PIC X(12) VALUE "JOURNALED AT".
001520     05  FILLER                 PIC X(09) VALUE SPACES.
001530     05  FILLER                 PIC X(07) VALUE "RECORDS".
001540     05  FILLER                 PIC X(30) VALUE SPACES.
001550 01  FZB-HRCV-DETAIL-LINE.
001560     05  FILLER                 PIC X(02) VALUE SPACES.
001570     05  FZB-DTL-DATE           PIC 9(08).
001580     05  FILLER                 PIC X(03) VALUE SPACES.
001590     05  FZB-DTL-RESTORED       PIC ZZZZZZZZ9.
001600     05  FILLER                 PIC X(02) VALUE SPACES.
001610     05  FZB-DTL-REPLAYED       PIC ZZZZZZZZ9.
001620     05  FILLER                 PIC X(02) VALUE SPACES.
001630     05  FZB-DTL-NEW-KEYS       PIC ZZZZZZZZ9.
001640     05  FILLER                 PIC X(02) VALUE SPACES.
001650     05  FZB-DTL-ON-FILE        PIC ZZZZZZZZ9.
001660     05  FILLER                 PIC X(25) VALUE SPACES.
001670 01  FZB-HRCV-HDG2-LINE.
001680     05  FILLER                 PIC X(02) VALUE SPACES.
001690     05  FILLER                 PIC X(08) VALUE "RUN DATE".
001700     05  FILLER                 PIC X(04) VALUE SPACES.
001710     05  FILLER                 PIC X(08) VALUE "RESTORED".
001720     05  FILLER                 PIC X(03) VALUE SPACES.
001730     05  FILLER                 PIC X(08) VALUE "REPLAYED".
001740     05  FILLER                 PIC X(03) VALUE SPACES.
001750     05  FILLER                 PIC X(08) VALUE "NEW KEYS".
001760     05  FILLER                 PIC X(01) VALUE SPACES.
001770     05  FILLER                 PIC X(10) VALUE "ON FZBHIST".
001780     05  FILLER                 PIC X(25) VALUE SPACES.
001790
001800 PROCEDURE DIVISION.
001810 BEGIN.
001820     PERFORM 1000-VALIDATE-BACKUP THRU 1000-EXIT.
001830     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001840     PERFORM 3000-RESTORE-BACKUP THRU 3000-EXIT.
001850     PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT.
001860     PERFORM 6000-WRITE-DATE-LINES THRU 6000-EXIT.
001870     PERFORM 6500-WRITE-TOTALS THRU 6500-EXIT.
001880
001890     CLOSE FZBHIST-FILE.
001900     IF FZB-JRNL-IN-USE
001910         CLOSE FZBJRNL-FILE
001920     END-IF.
001930     CLOSE FZBJRPT-FILE.
001940
001950     IF FZB-JRNL-IN-USE
001960         MOVE 0 TO RETURN-CODE
001970     ELSE
001980         MOVE 4 TO RETURN-CODE
001990     END-IF.
002000     STOP RUN.
002010
002020*----------------------------------------------------------*
002030* 1000-VALIDATE-BACKUP - READ THE WHOLE FZBHBKP GENERATION  *
002040*                        ONCE BEFORE ANYTHING IS RESTORED.  *
002050*                        IT MUST START WITH THE H HEADER,   *
002060*                        END WITH A T TRAILER CARRYING THE  *
002070*                        SAME STAMP AND THE NUMBER OF D     *
002080*                        RECORDS BETWEEN THEM, AND HOLD     *
002090*                        NOTHING ELSE. A GENERATION THAT    *
002100*                        FAILS IS NOT RESTORED (SEE 1900).  *
002110*----------------------------------------------------------*
002120 1000-VALIDATE-BACKUP.
002130     OPEN INPUT FZBHBKP-FILE.
002140     IF FZB-HBKP-FILE-STATUS IS NOT EQUAL TO "00"
002150         DISPLAY "FZBHRCV - ABEND - FZBHBKP BACKUP DATASET NOT "
002160             "AVAILABLE (FILE STATUS " FZB-HBKP-FILE-STATUS ")"
002170         MOVE 8 TO RETURN-CODE
002180         STOP RUN
002190     END-IF.
002200     READ FZBHBKP-FILE
002210         AT END
002220             MOVE "GENERATION IS EMPTY" TO FZB-BKUP-REASON-WK
002230             PERFORM 1900-BACKUP-REJECTED THRU 1900-EXIT
002240     END-READ.
002250     IF NOT FZB-BKP-IS-HEADER
002260         MOVE "FIRST RECORD IS NOT THE H HEADER"
002270             TO FZB-BKUP-REASON-WK
002280         PERFORM 1900-BACKUP-REJECTED THRU 1900-EXIT
002290     END-IF.
002300     MOVE FZB-BKP-STAMP TO FZB-BKUP-STAMP.
002310     PERFORM 1100-CHECK-ONE-RECORD THRU 1100-EXIT
002320         UNTIL FZB-HBKP-EOF.
002330     IF NOT FZB-TRAILER-SEEN
002340         MOVE "NO T TRAILER - BACKUP DID NOT FINISH"
002350             TO FZB-BKUP-REASON-WK
002360         PERFORM 1900-BACKUP-REJECTED THRU 1900-EXIT
002370     END-IF.
002380     CLOSE FZBHBKP-FILE.
002390     MOVE "N" TO FZB-HBKP-EOF-SW.
002400 1000-EXIT.
002410     EXIT.
002420
002430 1100-CHECK-ONE-RECORD.
002440     READ FZBHBKP-FILE
002450         AT END
002460             MOVE "Y" TO FZB-HBKP-EOF-SW
002470             GO TO 1100-EXIT
002480     END-READ.
002490     IF FZB-TRAILER-SEEN
002500         MOVE "RECORDS FOLLOW THE T TRAILER" TO FZB-BKUP-REASON-WK
002510         PERFORM 1900-BACKUP-REJECTED THRU 1900-EXIT
002520     END-IF.
002530     IF FZB-BKP-IS-DETAIL
002540         ADD 1 TO FZB-BKUP-DETAILS
002550         GO TO 1100-EXIT
002560     END-IF.
002570     IF NOT FZB-BKP-IS-TRAILER
002580         MOVE "UNEXPECTED RECORD TYPE" TO FZB-BKUP-REASON-WK
002590         PERFORM 1900-BACKUP-REJECTED THRU 1900-EXIT
002600     END-IF.
002610     MOVE "Y" TO FZB-TRAILER-SW.
002620     IF FZB-BKP-STAMP IS NOT EQUAL TO FZB-BKUP-STAMP
002630         MOVE "TRAILER STAMP DOES NOT MATCH THE HEADER"
002640             TO FZB-BKUP-REASON-WK
002650         PERFORM 1900-BACKUP-REJECTED THRU 1900-EXIT
002660     END-IF.
002670     IF FZB-BKP-REC-COUNT IS NOT EQUAL TO FZB-BKUP-DETAILS
002680         MOVE "TRAILER COUNT DOES NOT MATCH THE RECORDS"
002690             TO FZB-BKUP-REASON-WK
002700         PERFORM 1900-BACKUP-REJECTED THRU 1900-EXIT
002710     END-IF.
002720 1100-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760* 1900-BACKUP-REJECTED - THE GENERATION CANNOT BE TRUSTED.  *
002770*                        NOTHING HAS BEEN RESTORED; RERUN   *
002780*                        AGAINST THE GENERATION BEFORE IT.  *
002790*----------------------------------------------------------*
002800 1900-BACKUP-REJECTED.
002810     DISPLAY "FZBHRCV - ABEND - FZBHBKP BACKUP GENERATION "
002820         "REJECTED - " FZB-BKUP-REASON-WK.
002830     DISPLAY "FZBHRCV - NOTHING RESTORED - RERUN FROM THE PRIOR "
002840         "HISTBKUP GENERATION".
002850     CLOSE FZBHBKP-FILE.
002860     MOVE 8 TO RETURN-CODE.
002870     STOP RUN.
002880 1900-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------*
002920* 2000-OPEN-FILES - OPEN THE REPORT, THE CLUSTER FOR        *
002930*                   LOADING AND THE JOURNAL. THE CLUSTER    *
002940*                   MUST BE EMPTY - DELETED AND DEFINED     *
002950*                   AGAIN BY IDCAMS IN THE STEP BEFORE - OR *
002960*                   THE STEP ABENDS. NO JOURNAL RESTORES    *
002970*                   THE BACKUP ALONE AND ENDS RC=4.         *
002980*----------------------------------------------------------*
002990 2000-OPEN-FILES.
003000     OPEN OUTPUT FZBJRPT-FILE.
003010     MOVE "FZBHRCV - FZBHIST FORWARD RECOVERY REPORT"
003020         TO FZB-RPT-TEXT.
003030     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
003040     MOVE FZB-BKUP-DETAILS TO FZB-RPT-NUMBER-ED.
003050     STRING "BACKUP TAKEN " DELIMITED BY SIZE
003060         FZB-BKUP-DATE DELIMITED BY SIZE
003070         " AT " DELIMITED BY SIZE
003080         FZB-BKUP-TIME DELIMITED BY SIZE
003090         " - RECORDS" DELIMITED BY SIZE
003100         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003110         INTO FZB-RPT-TEXT.
003120     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
003130     OPEN OUTPUT FZBHIST-FILE.
003140     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
003150         DISPLAY "FZBHRCV - ABEND - FZBHIST CLUSTER CANNOT BE "
003160             "LOADED (FILE STATUS " FZB-HIST-FILE-STATUS
003170             ") - DELETE AND DEFINE IT BEFORE THIS STEP"
003180         MOVE "FZBHIST CLUSTER NOT EMPTY - NOTHING RESTORED"
003190             TO FZB-RPT-TEXT
003200         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
003210         CLOSE FZBJRPT-FILE
003220         MOVE 8 TO RETURN-CODE
003230         STOP RUN
003240     END-IF.
003250     OPEN INPUT FZBJRNL-FILE.
003260     IF FZB-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
003270         DISPLAY "FZBHRCV - FZBJRNL HISTORY JOURNAL NOT "
003280             "AVAILABLE (FILE STATUS " FZB-JRNL-FILE-STATUS
003290             ") - BACKUP RESTORED WITHOUT FORWARD RECOVERY"
003300         MOVE "NO FZBJRNL JOURNAL - BACKUP RESTORED ALONE"
003310             TO FZB-RPT-TEXT
003320         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
003330     ELSE
003340         MOVE "Y" TO FZB-JRNL-SW
003350     END-IF.
003360 2000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
003400* 3000-RESTORE-BACKUP - LOAD EVERY D RECORD OF THE          *
003410*                       GENERATION INTO THE EMPTY CLUSTER.  *
003420*                       FZBBKUP WROTE THEM IN KEY ORDER, SO *
003430*                       A KEY THAT WILL NOT LOAD MEANS THE  *
003440*                       GENERATION IS DAMAGED. THE CLUSTER  *
003450*                       IS THEN REOPENED FOR UPDATE FOR THE *
003460*                       JOURNAL REPLAY.                     *
003470*----------------------------------------------------------*
003480 3000-RESTORE-BACKUP.
003490     OPEN INPUT FZBHBKP-FILE.
003500     PERFORM 3100-RESTORE-ONE-RECORD THRU 3100-EXIT
003510         UNTIL FZB-HBKP-EOF.
003520     CLOSE FZBHBKP-FILE.
003530     CLOSE FZBHIST-FILE.
003540     OPEN I-O FZBHIST-FILE.
003550     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
003560         DISPLAY "FZBHRCV - ABEND - FZBHIST CLUSTER CANNOT BE "
003570             "REOPENED FOR UPDATE (FILE STATUS "
003580             FZB-HIST-FILE-STATUS ") AFTER THE RESTORE"
003590         MOVE 8 TO RETURN-CODE
003600         STOP RUN
003610     END-IF.
003620 3000-EXIT.
003630     EXIT.
003640
003650 3100-RESTORE-ONE-RECORD.
003660     READ FZBHBKP-FILE
003670         AT END
003680             MOVE "Y" TO FZB-HBKP-EOF-SW
003690             GO TO 3100-EXIT
003700     END-READ.
003710     IF NOT FZB-BKP-IS-DETAIL
003720         GO TO 3100-EXIT
003730     END-IF.
003740     MOVE FZB-BKP-HIST-IMAGE TO FZB-HIST-RECORD.
003750     WRITE FZB-HIST-RECORD
003760         INVALID KEY
003770             DISPLAY "FZBHRCV - ABEND - BACKUP RECORD OUT OF KEY "
003780                 "SEQUENCE AT FZBHIST KEY " FZB-HIST-KEY
003790                 " (FILE STATUS " FZB-HIST-FILE-STATUS ")"
003800             MOVE 8 TO RETURN-CODE
003810             STOP RUN
003820     END-WRITE.
003830     PERFORM 4500-FIND-RUN-DATE THRU 4500-EXIT.
003840     ADD 1 TO FZB-RDT-RESTORED(FZB-RDT-HIT-SUB).
003850     ADD 1 TO FZB-TOTAL-RESTORED.
003860 3100-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900* 4000-REPLAY-JOURNAL - READ THE JOURNAL IN THE ORDER IT    *
003910*                       WAS WRITTEN AND PUT EVERY RECORD    *
003920*                       STAMPED AT OR AFTER THE BACKUP BACK *
003930*                       ON THE CLUSTER, ADDING THE KEY OR   *
003940*                       REWRITING IT AS THE ORIGINAL RUN    *
003950*                       DID. RECORDS STAMPED BEFORE THE     *
003960*                       BACKUP ARE ALREADY IN IT AND ARE    *
003970*                       PASSED OVER. A STAMP EARLIER THAN   *
003980*                       THE ONE BEFORE IT MEANS THE         *
003990*                       JOURNALS ARE CONCATENATED OUT OF    *
004000*                       ORDER AND ABENDS THE STEP.          *
004010*----------------------------------------------------------*
004020 4000-REPLAY-JOURNAL.
004030     IF NOT FZB-JRNL-IN-USE
004040         GO TO 4000-EXIT
004050     END-IF.
004060     MOVE SPACES TO FZB-RPT-TEXT.
004070     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004080     MOVE "JOURNALED RUNS REPLAYED" TO FZB-RPT-TEXT.
004090     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004100     MOVE FZB-HRCV-RUN-HDG-LINE TO FZB-RPT-TEXT.
004110     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004120     PERFORM 4100-REPLAY-ONE-RECORD THRU 4100-EXIT
004130         UNTIL FZB-JRNL-EOF.
004140     IF FZB-RUN-RECORDS IS GREATER THAN 0
004150         PERFORM 4200-EMIT-RUN-LINE THRU 4200-EXIT
004160     END-IF.
004170     IF FZB-RUN-COUNT IS EQUAL TO 0
004180         MOVE "  NO JOURNAL RECORDS AFTER THE BACKUP"
004190             TO FZB-RPT-TEXT
004200         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004210     END-IF.
004220 4000-EXIT.
004230     EXIT.
004240
004250 4100-REPLAY-ONE-RECORD.
004260     READ FZBJRNL-FILE
004270         AT END
004280             MOVE "Y" TO FZB-JRNL-EOF-SW
004290             GO TO 4100-EXIT
004300     END-READ.
004310     ADD 1 TO FZB-TOTAL-JRN-READ.
004320     IF FZB-JRN-STAMP IS NOT NUMERIC
004330             OR (NOT FZB-JRN-ADDED AND NOT FZB-JRN-REWRITTEN)
004340         DISPLAY "FZBHRCV - ABEND - FZBJRNL RECORD "
004350             FZB-TOTAL-JRN-READ " IS NOT A JOURNAL RECORD"
004360         MOVE 8 TO RETURN-CODE
004370         STOP RUN
004380     END-IF.
004390     IF FZB-JRN-STAMP IS LESS THAN FZB-LAST-STAMP
004400         DISPLAY "FZBHRCV - ABEND - FZBJRNL RECORD "
004410             FZB-TOTAL-JRN-READ " STAMPED " FZB-JRN-STAMP
004420             " IS EARLIER THAN " FZB-LAST-STAMP
004430             " - JOURNALS CONCATENATED OUT OF ORDER"
004440         MOVE 8 TO RETURN-CODE
004450         STOP RUN
004460     END-IF.
004470     MOVE FZB-JRN-STAMP TO FZB-LAST-STAMP.
004480     IF FZB-JRN-STAMP IS LESS THAN FZB-BKUP-STAMP
004490         ADD 1 TO FZB-TOTAL-SKIPPED
004500         GO TO 4100-EXIT
004510     END-IF.
004520     IF FZB-JRN-STAMP IS NOT EQUAL TO FZB-CURR-RUN-STAMP
004530             OR FZB-JRN-PROGRAM IS NOT EQUAL TO
004540                 FZB-CURR-RUN-PROGRAM
004550         IF FZB-RUN-RECORDS IS GREATER THAN 0
004560             PERFORM 4200-EMIT-RUN-LINE THRU 4200-EXIT
004570         END-IF
004580         MOVE FZB-JRN-STAMP TO FZB-CURR-RUN-STAMP
004590         MOVE FZB-JRN-PROGRAM TO FZB-CURR-RUN-PROGRAM
004600         MOVE FZB-JRN-RUN-DATE TO FZB-CURR-RUN-DATE
004610         MOVE 0 TO FZB-RUN-RECORDS
004620     END-IF.
004630     MOVE FZB-JRN-HIST-IMAGE TO FZB-HIST-RECORD.
004640     MOVE "Y" TO FZB-NEW-KEY-SW.
004650     WRITE FZB-HIST-RECORD
004660         INVALID KEY
004670             MOVE "N" TO FZB-NEW-KEY-SW
004680             REWRITE FZB-HIST-RECORD
004690     END-WRITE.
004700     PERFORM 4500-FIND-RUN-DATE THRU 4500-EXIT.
004710     ADD 1 TO FZB-RDT-REPLAYED(FZB-RDT-HIT-SUB).
004720     ADD 1 TO FZB-TOTAL-REPLAYED.
004730     ADD 1 TO FZB-RUN-RECORDS.
004740     IF FZB-NEW-KEY
004750         ADD 1 TO FZB-RDT-NEW-KEYS(FZB-RDT-HIT-SUB)
004760         ADD 1 TO FZB-TOTAL-NEW-KEYS
004770     END-IF.
004780 4100-EXIT.
004790     EXIT.
004800
004810*----------------------------------------------------------*
004820* 4200-EMIT-RUN-LINE - LIST THE JOURNALED RUN JUST REPLAYED *
004830*                      WITH THE RECORDS IT CONTRIBUTED.     *
004840*----------------------------------------------------------*
004850 4200-EMIT-RUN-LINE.
004860     ADD 1 TO FZB-RUN-COUNT.
004870     MOVE FZB-CURR-RUN-PROGRAM TO FZB-RUN-PROGRAM.
004880     MOVE FZB-CURR-RUN-DATE TO FZB-RUN-RUN-DATE.
004890     MOVE FZB-CURR-RUN-STAMP-DATE TO FZB-RUN-STAMP-DATE.
004900     MOVE FZB-CURR-RUN-STAMP-TIME TO FZB-RUN-STAMP-TIME.
004910     MOVE FZB-RUN-RECORDS TO FZB-RUN-RECORDS-ED.
004920     MOVE FZB-HRCV-RUN-LINE TO FZB-RPT-TEXT.
004930     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004940 4200-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------*
004980* 4500-FIND-RUN-DATE - FIND THE HISTORY RECORD'S RUN DATE   *
004990*                      IN THE RUN DATE TABLE, OR INSERT IT  *
005000*                      IN DATE ORDER WITH ZERO COUNTS.      *
005010*                      FZB-RDT-HIT-SUB IS LEFT ON THE       *
005020*                      ENTRY. RECORDS ARRIVE GROUPED BY     *
005030*                      DATE, SO THE LAST ENTRY FOUND IS     *
005040*                      TRIED FIRST.                         *
005050*----------------------------------------------------------*
005060 4500-FIND-RUN-DATE.
005070     IF FZB-RDT-HIT-SUB IS GREATER THAN 0
005080         IF FZB-RDT-DATE(FZB-RDT-HIT-SUB) IS EQUAL TO
005090                 FZB-HIST-RUN-DATE
005100             GO TO 4500-EXIT
005110         END-IF
005120     END-IF.
005130     MOVE 0 TO FZB-RDT-HIT-SUB.
005140     PERFORM 4510-CHECK-ONE-DATE THRU 4510-EXIT
005150         VARYING FZB-RDT-SUB FROM 1 BY 1
005160         UNTIL FZB-RDT-SUB IS GREATER THAN FZB-RDT-COUNT
005170             OR FZB-RDT-HIT-SUB IS GREATER THAN 0.
005180     IF FZB-RDT-HIT-SUB IS GREATER THAN 0
005190         IF FZB-RDT-DATE(FZB-RDT-HIT-SUB) IS EQUAL TO
005200                 FZB-HIST-RUN-DATE
005210             GO TO 4500-EXIT
005220         END-IF
005230     ELSE
005240         COMPUTE FZB-RDT-HIT-SUB = FZB-RDT-COUNT + 1
005250     END-IF.
005260     IF FZB-RDT-COUNT IS GREATER THAN OR EQUAL TO
005270             FZB-RDT-TABLE-MAX
005280         DISPLAY "FZBHRCV - ABEND - MORE THAN " FZB-RDT-TABLE-MAX
005290             " RUN DATES - RUN DATE TABLE FULL"
005300         MOVE 8 TO RETURN-CODE
005310         STOP RUN
005320     END-IF.
005330     PERFORM 4520-SHIFT-ONE-DATE THRU 4520-EXIT
005340         VARYING FZB-RDT-MOVE-SUB FROM FZB-RDT-COUNT BY -1
005350         UNTIL FZB-RDT-MOVE-SUB IS LESS THAN FZB-RDT-HIT-SUB.
005360     ADD 1 TO FZB-RDT-COUNT.
005370     MOVE FZB-HIST-RUN-DATE TO FZB-RDT-DATE(FZB-RDT-HIT-SUB).
005380     MOVE ZEROS TO FZB-RDT-COUNTS(FZB-RDT-HIT-SUB).
005390 4500-EXIT.
005400     EXIT.
005410
005420 4510-CHECK-ONE-DATE.
005430     IF FZB-RDT-DATE(FZB-RDT-SUB) IS NOT LESS THAN
005440             FZB-HIST-RUN-DATE
005450         MOVE FZB-RDT-SUB TO FZB-RDT-HIT-SUB
005460     END-IF.
005470 4510-EXIT.
005480     EXIT.
005490
005500 4520-SHIFT-ONE-DATE.
005510     MOVE FZB-RDT-ENTRY(FZB-RDT-MOVE-SUB)
005520         TO FZB-RDT-ENTRY(FZB-RDT-MOVE-SUB + 1).
005530 4520-EXIT.
005540     EXIT.
005550
005560*----------------------------------------------------------*
005570* 6000-WRITE-DATE-LINES - ONE REPORT LINE PER RUN DATE: THE *
005580*                         RECORDS RESTORED FROM THE BACKUP, *
005590*                         THE JOURNAL RECORDS REPLAYED, HOW *
005600*                         MANY OF THOSE WERE KEYS THE       *
005610*                         BACKUP DID NOT HOLD, AND THE      *
005620*                         RECORDS NOW ON THE CLUSTER        *
005630*                         (RESTORED PLUS NEW KEYS) - THE    *
005640*                         FIGURE TO CHECK AGAINST THAT      *
005650*                         DAY'S FZBRPT TOTALS.              *
005660*----------------------------------------------------------*
005670 6000-WRITE-DATE-LINES.
005680     MOVE SPACES TO FZB-RPT-TEXT.
005690     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005700     MOVE FZB-HRCV-HDG2-LINE TO FZB-RPT-TEXT.
005710     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005720     PERFORM 6100-EMIT-DATE-LINE THRU 6100-EXIT
005730         VARYING FZB-RDT-SUB FROM 1 BY 1
005740         UNTIL FZB-RDT-SUB IS GREATER THAN FZB-RDT-COUNT.
005750 6000-EXIT.
005760     EXIT.
005770
005780 6100-EMIT-DATE-LINE.
005790     MOVE FZB-RDT-DATE(FZB-RDT-SUB) TO FZB-DTL-DATE.
005800     MOVE FZB-RDT-RESTORED(FZB-RDT-SUB) TO FZB-DTL-RESTORED.
005810     MOVE FZB-RDT-REPLAYED(FZB-RDT-SUB) TO FZB-DTL-REPLAYED.
005820     MOVE FZB-RDT-NEW-KEYS(FZB-RDT-SUB) TO FZB-DTL-NEW-KEYS.
005830     COMPUTE FZB-TOTAL-ON-FILE = FZB-RDT-RESTORED(FZB-RDT-SUB)
005840         + FZB-RDT-NEW-KEYS(FZB-RDT-SUB).
005850     MOVE FZB-TOTAL-ON-FILE TO FZB-DTL-ON-FILE.
005860     MOVE FZB-HRCV-DETAIL-LINE TO FZB-RPT-TEXT.
005870     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005880 6100-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920* 6500-WRITE-TOTALS - CLOSE THE REPORT WITH THE RESTORE AND *
005930*                     REPLAY TOTALS.                        *
005940*----------------------------------------------------------*
005950 6500-WRITE-TOTALS.
005960     MOVE SPACES TO FZB-RPT-TEXT.
005970     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005980     MOVE FZB-TOTAL-RESTORED TO FZB-RPT-NUMBER-ED.
005990     STRING "RECORDS RESTORED FROM BACKUP" DELIMITED BY SIZE
006000         " . . . " DELIMITED BY SIZE
006010         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006020         INTO FZB-RPT-TEXT.
006030     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006040     MOVE FZB-TOTAL-JRN-READ TO FZB-RPT-NUMBER-ED.
006050     STRING "JOURNAL RECORDS READ. . . . " DELIMITED BY SIZE
006060         ". . . ." DELIMITED BY SIZE
006070         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006080         INTO FZB-RPT-TEXT.
006090     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006100     MOVE FZB-TOTAL-SKIPPED TO FZB-RPT-NUMBER-ED.
006110     STRING "  STAMPED BEFORE THE BACKUP " DELIMITED BY SIZE
006120         ". . . ." DELIMITED BY SIZE
006130         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006140         INTO FZB-RPT-TEXT.
006150     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006160     MOVE FZB-TOTAL-REPLAYED TO FZB-RPT-NUMBER-ED.
006170     STRING "  REPLAYED ONTO FZBHIST . . " DELIMITED BY SIZE
006180         ". . . ." DELIMITED BY SIZE
006190         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006200         INTO FZB-RPT-TEXT.
006210     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006220     MOVE FZB-TOTAL-NEW-KEYS TO FZB-RPT-NUMBER-ED.
006230     STRING "  OF WHICH NEW KEYS . . . . " DELIMITED BY SIZE
006240         ". . . ." DELIMITED BY SIZE
006250         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006260         INTO FZB-RPT-TEXT.
006270     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006280     COMPUTE FZB-TOTAL-ON-FILE = FZB-TOTAL-RESTORED
006290         + FZB-TOTAL-NEW-KEYS.
006300     MOVE FZB-TOTAL-ON-FILE TO FZB-RPT-NUMBER-ED.
006310     STRING "RECORDS NOW ON FZBHIST. . . " DELIMITED BY SIZE
006320         ". . . ." DELIMITED BY SIZE
006330         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006340         INTO FZB-RPT-TEXT.
006350     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006360 6500-EXIT.
006370     EXIT.
006380
006390 8000-EMIT-RPT-LINE.
006400     DISPLAY FZB-RPT-TEXT.
006410     WRITE FZB-RPT-LINE.
006420     MOVE SPACES TO FZB-RPT-TEXT.
006430 8000-EXIT.
006440     EXIT.
