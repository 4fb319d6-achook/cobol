000250*                    CALLED OUT ON THE REPORT AND SETS      *
000260*                    RC=4 SO AUDIT IS TOLD CLEARLY INSTEAD  *
000270*                    OF HANDED AN EMPTY DATASET.            *
000271*   10/15/2026 JHK   JOURNAL EVERY RECORD A RELOAD ADDS OR  *
000272*                    REWRITES TO THE FZBJRNL FORWARD-       *
000273*                    RECOVERY JOURNAL (SEE FZBJRNR),        *
000274*                    STAMPED WITH PROGRAM, RUN DATE AND     *
000275*                    TIME, SO FZBHRCV CAN ROLL A RESTORED   *
000276*                    FZBBKUP BACKUP FORWARD OVER IT. NO     *
000277*                    FZBJRNL DD MEANS NO JOURNAL IS KEPT.   *
000280*----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000440         FILE STATUS IS FZB-HIST-FILE-STATUS.
000450     SELECT FZBVRPT-FILE ASSIGN TO FZBVRPT
000460         ORGANIZATION IS SEQUENTIAL.
000462     SELECT FZBJRNL-FILE ASSIGN TO FZBJRNL
000464         ORGANIZATION IS SEQUENTIAL
000466         FILE STATUS IS FZB-JRNL-FILE-STATUS.
000470
000480 DATA DIVISION.
000490
000700     LABEL RECORDS ARE STANDARD.
000710     COPY FZBRPTR.
000720
000721 FD  FZBJRNL-FILE
000722     RECORDING MODE IS F
000723     BLOCK CONTAINS 0 RECORDS
000724     LABEL RECORDS ARE STANDARD.
000725     COPY FZBJRNR.
000726
000730 WORKING-STORAGE SECTION.
000740 77 FZB-ACDK-FILE-STATUS  PIC X(02) VALUE "00".
000750 77 FZB-ARCH-FILE-STATUS  PIC X(02) VALUE "00".
000860 77 FZB-TOTAL-RELOADED    PIC 9(09) VALUE 0.
000870 77 FZB-DATE-COUNT        PIC 9(05) VALUE 0.
000880 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZZZ9.
000881 77 FZB-JRNL-FILE-STATUS  PIC X(02) VALUE "00".
000882 77 FZB-JRNL-SW           PIC X(01) VALUE "N".
000883     88 FZB-JRNL-IN-USE           VALUE "Y".
000884 77 FZB-JRNL-STAMP-DATE   PIC 9(08) VALUE 0.
000885 77 FZB-JRNL-STAMP-TIME   PIC 9(08) VALUE 0.
000886 77 FZB-JRNL-ACTION-WK    PIC X(01) VALUE SPACE.
000887 77 FZB-TOTAL-JOURNALED   PIC 9(09) VALUE 0.
000890 01  FZB-ARCH-HIST-WK.
000900     05  FZB-AWK-KEY.
000910         10  FZB-AWK-RUN-DATE   PIC 9(08).
001260     CLOSE FZBARCH-FILE.
001270     IF FZB-ACTION-RELOAD
001280         CLOSE FZBHIST-FILE
001285         IF FZB-JRNL-IN-USE
001287             CLOSE FZBJRNL-FILE
001288         END-IF
001290     END-IF.
001300     CLOSE FZBVRPT-FILE.
001310
002070*                   REPORT, AND - ON A RELOAD REQUEST ONLY  *
002080*                   - THE FZBHIST CLUSTER FOR UPDATE. AN    *
002090*                   UNAVAILABLE ARCHIVE OR CLUSTER ABENDS   *
002100*                   THE STEP. A RELOAD ALSO OPENS THE       *
002102*                   OPTIONAL FZBJRNL JOURNAL (SEE 2100).    *
002110*----------------------------------------------------------*
002120 2000-OPEN-FILES.
002130     OPEN INPUT FZBARCH-FILE.
002270             MOVE 8 TO RETURN-CODE
002280             STOP RUN
002290         END-IF
002295         PERFORM 2100-OPEN-HISTORY-JOURNAL THRU 2100-EXIT
002300     END-IF.
002310     OPEN OUTPUT FZBVRPT-FILE.
002320
002560 2000-EXIT.
002570     EXIT.
002580
004010*----------------------------------------------------------*
004020* 2100-OPEN-HISTORY-JOURNAL - OPEN THE OPTIONAL FZBJRNL     *
004030*                             FORWARD-RECOVERY JOURNAL      *
004040*                             (SEE FZBJRNR) FOR EXTEND AND  *
004050*                             TAKE THE STAMP THIS RELOAD'S  *
004060*                             RECORDS WILL CARRY. A RELOAD  *
004070*                             HAS NO BUSINESS RUN DATE OF   *
004080*                             ITS OWN, SO THE SYSTEM DATE   *
004090*                             STANDS IN FOR IT. NO FZBJRNL  *
004100*                             DD MEANS NO JOURNAL IS KEPT.  *
004110*----------------------------------------------------------*
004120 2100-OPEN-HISTORY-JOURNAL.
004130     OPEN EXTEND FZBJRNL-FILE.
004140     IF FZB-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
004150         DISPLAY "FZBARCV - FZBJRNL HISTORY JOURNAL NOT "
004160             "AVAILABLE (FILE STATUS " FZB-JRNL-FILE-STATUS
004170             ") - NO JOURNAL KEPT THIS RUN"
004180         GO TO 2100-EXIT
004190     END-IF.
004200     MOVE "Y" TO FZB-JRNL-SW.
004210     ACCEPT FZB-JRNL-STAMP-DATE FROM DATE YYYYMMDD.
004220     ACCEPT FZB-JRNL-STAMP-TIME FROM TIME.
004230 2100-EXIT.
004240     EXIT.
004250
002590*----------------------------------------------------------*
002600* 3000-SWEEP-ARCHIVE - READ EVERY RECORD OF THE FZBARCH     *
002610*                      CONCATENATION. THE GENERATIONS ARE   *
003130*                          RELOAD) IS REWRITTEN RATHER THAN *
003140*                          FAILED, THE SAME WAY FIZZBUZZ    *
003150*                          RERUNS REWRITE TODAY'S HISTORY.  *
003152*                          EITHER WAY THE RECORD IS         *
003154*                          JOURNALED TO FZBJRNL (SEE 3250). *
003160*----------------------------------------------------------*
003170 3200-RELOAD-ONE-RECORD.
003180     MOVE FZB-ARCH-HIST-WK TO FZB-HIST-RECORD.
003185     MOVE "A" TO FZB-JRNL-ACTION-WK.
003190     WRITE FZB-HIST-RECORD
003200         INVALID KEY
003205             MOVE "R" TO FZB-JRNL-ACTION-WK
003210             REWRITE FZB-HIST-RECORD
003220     END-WRITE.
003230     ADD 1 TO FZB-TOTAL-RELOADED.
003232     IF FZB-JRNL-IN-USE
003234         PERFORM 3250-WRITE-JOURNAL THRU 3250-EXIT
003236     END-IF.
003240 3200-EXIT.
003250     EXIT.
003260
004260*----------------------------------------------------------*
004270* 3250-WRITE-JOURNAL - JOURNAL THE FZBHIST RECORD 3200 HAS  *
004280*                      JUST ADDED (A) OR REWRITTEN (R). A   *
004290*                      JOURNAL THAT CANNOT BE WRITTEN IS    *
004300*                      CLOSED AND THE REST OF THE RELOAD    *
004310*                      GOES UNJOURNALED.                    *
004320*----------------------------------------------------------*
004330 3250-WRITE-JOURNAL.
004340     MOVE SPACES TO FZB-JRN-RECORD.
004350     MOVE FZB-JRNL-STAMP-DATE TO FZB-JRN-STAMP-DATE.
004360     MOVE FZB-JRNL-STAMP-TIME TO FZB-JRN-STAMP-TIME.
004370     MOVE "FZBARCV" TO FZB-JRN-PROGRAM.
004380     MOVE FZB-JRNL-STAMP-DATE TO FZB-JRN-RUN-DATE.
004390     MOVE FZB-JRNL-ACTION-WK TO FZB-JRN-ACTION.
004400     MOVE FZB-HIST-RECORD TO FZB-JRN-HIST-IMAGE.
004410     WRITE FZB-JRN-RECORD.
004420     IF FZB-JRNL-FILE-STATUS IS NOT EQUAL TO "00"
004430         DISPLAY "FZBARCV - FZBJRNL WRITE ERROR (FILE STATUS "
004440             FZB-JRNL-FILE-STATUS ") - JOURNAL CLOSED, TAKE A "
004450             "NEW FZBBKUP BACKUP"
004460         CLOSE FZBJRNL-FILE
004470         MOVE "N" TO FZB-JRNL-SW
004480         GO TO 3250-EXIT
004490     END-IF.
004500     ADD 1 TO FZB-TOTAL-JOURNALED.
004510 3250-EXIT.
004520     EXIT.
004521
003270 3300-PRINT-ONE-RECORD.
003280     MOVE FZB-AWK-RUN-DATE TO FZB-DTL-DATE.
003290     MOVE FZB-AWK-IDX TO FZB-DTL-IDX.
003870             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003880             INTO FZB-RPT-TEXT
003890         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
003892         MOVE FZB-TOTAL-JOURNALED TO FZB-RPT-NUMBER-ED
003894         STRING "RECORDS JOURNALED TO FZBJRNL" DELIMITED BY SIZE
003896             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003898             INTO FZB-RPT-TEXT
003899         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
003900     END-IF.
003910 6000-EXIT.
003920     EXIT.
