000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBBKUP.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. FULL BACKUP OF THE   *
000120*                    FZBHIST VSAM KSDS. UNLOADS EVERY       *
000130*                    RECORD IN KEY ORDER TO A NEW           *
000140*                    PROD.FZB.HISTBKUP GENERATION (FZBHBKP, *
000150*                    SEE FZBBKPR) BETWEEN AN H HEADER AND A *
000160*                    T TRAILER THAT CARRY THE DATE AND TIME *
000170*                    THE BACKUP WAS TAKEN AND THE RECORD    *
000180*                    COUNT, SO FZBHRCV CAN PROVE A          *
000190*                    GENERATION COMPLETE BEFORE RESTORING   *
000200*                    IT AND KNOWS WHICH FZBJRNL JOURNAL     *
000210*                    RECORDS CAME AFTER IT. A BACKUP REPORT *
000220*                    ON FZBGRPT SHOWS THE RECORDS TAKEN PER *
000230*                    RUN DATE. RUNS IN FZBWKLY AFTER THE    *
000240*                    PURGE, WITH THE CLUSTER HELD DISP=OLD  *
000250*                    SO NO WRITER CAN RUN ALONGSIDE IT.     *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT FZBHIST-FILE ASSIGN TO FZBHIST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS FZB-HIST-KEY
000360         FILE STATUS IS FZB-HIST-FILE-STATUS.
000370     SELECT FZBHBKP-FILE ASSIGN TO FZBHBKP
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS FZB-HBKP-FILE-STATUS.
000400     SELECT FZBGRPT-FILE ASSIGN TO FZBGRPT
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430 DATA DIVISION.
000440
000450 FILE SECTION.
000460 FD  FZBHIST-FILE
000470     LABEL RECORDS ARE STANDARD.
000480     COPY FZBHSTR.
000490
000500 FD  FZBHBKP-FILE
000510     RECORDING MODE IS F
000520     BLOCK CONTAINS 0 RECORDS
000530     LABEL RECORDS ARE STANDARD.
000540     COPY FZBBKPR.
000550
000560 FD  FZBGRPT-FILE
000570     RECORDING MODE IS F
000580     BLOCK CONTAINS 0 RECORDS
000590     LABEL RECORDS ARE STANDARD.
000600     COPY FZBRPTR.
000610
000620 WORKING-STORAGE SECTION.
000630 77 FZB-HIST-FILE-STATUS  PIC X(02) VALUE "00".
000640 77 FZB-HBKP-FILE-STATUS  PIC X(02) VALUE "00".
000650 77 FZB-BKUP-DATE         PIC 9(08) VALUE 0.
000660 77 FZB-BKUP-TIME         PIC 9(08) VALUE 0.
000670 77 FZB-SWEEP-DONE-SW     PIC X(01) VALUE "N".
000680     88 FZB-SWEEP-DONE             VALUE "Y".
000690 77 FZB-CURR-DATE         PIC 9(08) VALUE 0.
000700 77 FZB-DATE-TAKEN        PIC 9(07) VALUE 0.
000710 77 FZB-TOTAL-TAKEN       PIC 9(09) VALUE 0.
000720 77 FZB-DATE-COUNT        PIC 9(05) VALUE 0.
000730 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZZZ9.
000740 01  FZB-BKUP-DETAIL-LINE.
000750     05  FILLER                 PIC X(02) VALUE SPACES.
000760     05  FZB-DTL-DATE           PIC 9(08).
000770     05  FILLER                 PIC X(05) VALUE SPACES.
000780     05  FZB-DTL-TAKEN          PIC ZZZZZZ9.
000790     05  FILLER                 PIC X(58) VALUE SPACES.
000800 01  FZB-BKUP-HDG2-LINE.
000810     05  FILLER                 PIC X(02) VALUE SPACES.
000820     05  FILLER                 PIC X(08) VALUE "RUN DATE".
000830     05  FILLER                 PIC X(05) VALUE SPACES.
000840     05  FILLER                 PIC X(07) VALUE "RECORDS".
000850     05  FILLER                 PIC X(58) VALUE SPACES.
000860
000870 PROCEDURE DIVISION.
000880 BEGIN.
000890     ACCEPT FZB-BKUP-DATE FROM DATE YYYYMMDD.
000900     ACCEPT FZB-BKUP-TIME FROM TIME.
000910     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
000920     PERFORM 2100-WRITE-HEADER THRU 2100-EXIT.
000930     PERFORM 3000-SWEEP-HISTORY THRU 3000-EXIT.
000940     PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT.
000950     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
000960
000970     CLOSE FZBHIST-FILE.
000980     CLOSE FZBHBKP-FILE.
000990     CLOSE FZBGRPT-FILE.
001000
001010     IF FZB-TOTAL-TAKEN IS EQUAL TO 0
001020         MOVE 4 TO RETURN-CODE
001030     ELSE
001040         MOVE 0 TO RETURN-CODE
001050     END-IF.
001060     STOP RUN.
001070
001080*----------------------------------------------------------*
001090* 2000-OPEN-FILES - OPEN THE HISTORY CLUSTER FOR INPUT, THE *
001100*                   NEW BACKUP GENERATION AND THE REPORT.   *
001110*                   AN UNAVAILABLE CLUSTER OR BACKUP        *
001120*                   DATASET ABENDS THE STEP - A BACKUP THAT *
001130*                   SILENTLY DID NOT HAPPEN IS WORSE THAN   *
001140*                   NONE.                                   *
001150*----------------------------------------------------------*
001160 2000-OPEN-FILES.
001170     OPEN INPUT FZBHIST-FILE.
001180     IF FZB-HIST-FILE-STATUS IS NOT EQUAL TO "00"
001190         DISPLAY "FZBBKUP - ABEND - FZBHIST VSAM KSDS NOT "
001200             "AVAILABLE (FILE STATUS " FZB-HIST-FILE-STATUS ")"
001210         MOVE 8 TO RETURN-CODE
001220         STOP RUN
001230     END-IF.
001240     OPEN OUTPUT FZBHBKP-FILE.
001250     IF FZB-HBKP-FILE-STATUS IS NOT EQUAL TO "00"
001260         DISPLAY "FZBBKUP - ABEND - FZBHBKP BACKUP DATASET NOT "
001270             "AVAILABLE (FILE STATUS " FZB-HBKP-FILE-STATUS ")"
001280         MOVE 8 TO RETURN-CODE
001290         CLOSE FZBHIST-FILE
001300         STOP RUN
001310     END-IF.
001320     OPEN OUTPUT FZBGRPT-FILE.
001330
001340     MOVE "FZBBKUP - FZBHIST FULL BACKUP REPORT" TO FZB-RPT-TEXT.
001350     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
001360     STRING "BACKUP TAKEN " DELIMITED BY SIZE
001370         FZB-BKUP-DATE DELIMITED BY SIZE
001380         " AT " DELIMITED BY SIZE
001390         FZB-BKUP-TIME DELIMITED BY SIZE
001400         INTO FZB-RPT-TEXT.
001410     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
001420     MOVE SPACES TO FZB-RPT-TEXT.
001430     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
001440     MOVE FZB-BKUP-HDG2-LINE TO FZB-RPT-TEXT.
001450     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
001460 2000-EXIT.
001470     EXIT.
001480
001490*----------------------------------------------------------*
001500* 2100-WRITE-HEADER - OPEN THE GENERATION WITH THE H RECORD *
001510*                     CARRYING THE BACKUP STAMP.            *
001520*----------------------------------------------------------*
001530 2100-WRITE-HEADER.
001540     MOVE SPACES TO FZB-BKP-RECORD.
001550     MOVE "H" TO FZB-BKP-REC-TYPE.
001560     MOVE FZB-BKUP-DATE TO FZB-BKP-DATE.
001570     MOVE FZB-BKUP-TIME TO FZB-BKP-TIME.
001580     MOVE 0 TO FZB-BKP-REC-COUNT.
001590     PERFORM 8100-WRITE-BACKUP THRU 8100-EXIT.
001600 2100-EXIT.
001610     EXIT.
001620
001630*----------------------------------------------------------*
001640* 3000-SWEEP-HISTORY - READ FZBHIST FROM THE LOW KEY TO THE *
001650*                      END IN KEY ORDER, WRITING A D RECORD *
001660*                      FOR EVERY HISTORY RECORD, SO THE     *
001670*                      GENERATION CAN BE LOADED STRAIGHT    *
001680*                      BACK INTO AN EMPTY CLUSTER.          *
001690*----------------------------------------------------------*
001700 3000-SWEEP-HISTORY.
001710     MOVE 0 TO FZB-HIST-RUN-DATE.
001720     MOVE 0 TO FZB-HIST-IDX.
001730     START FZBHIST-FILE KEY IS NOT LESS THAN FZB-HIST-KEY
001740         INVALID KEY
001750             MOVE "Y" TO FZB-SWEEP-DONE-SW
001760     END-START.
001770     PERFORM 3100-BACKUP-ONE-RECORD THRU 3100-EXIT
001780         UNTIL FZB-SWEEP-DONE.
001790     IF FZB-CURR-DATE IS GREATER THAN 0
001800         PERFORM 4000-EMIT-DATE-LINE THRU 4000-EXIT
001810     END-IF.
001820 3000-EXIT.
001830     EXIT.
001840
001850 3100-BACKUP-ONE-RECORD.
001860     READ FZBHIST-FILE NEXT RECORD
001870         AT END
001880             MOVE "Y" TO FZB-SWEEP-DONE-SW
001890             GO TO 3100-EXIT
001900     END-READ.
001910     IF FZB-HIST-RUN-DATE IS NOT EQUAL TO FZB-CURR-DATE
001920         IF FZB-CURR-DATE IS GREATER THAN 0
001930             PERFORM 4000-EMIT-DATE-LINE THRU 4000-EXIT
001940         END-IF
001950         MOVE FZB-HIST-RUN-DATE TO FZB-CURR-DATE
001960         MOVE 0 TO FZB-DATE-TAKEN
001970     END-IF.
001980     MOVE SPACES TO FZB-BKP-RECORD.
001990     MOVE "D" TO FZB-BKP-REC-TYPE.
002000     MOVE FZB-HIST-RECORD TO FZB-BKP-HIST-IMAGE.
002010     PERFORM 8100-WRITE-BACKUP THRU 8100-EXIT.
002020     ADD 1 TO FZB-DATE-TAKEN.
002030     ADD 1 TO FZB-TOTAL-TAKEN.
002040 3100-EXIT.
002050     EXIT.
002060
002070*----------------------------------------------------------*
002080* 4000-EMIT-DATE-LINE - WRITE THE BACKUP REPORT LINE FOR    *
002090*                       THE RUN DATE JUST COMPLETED.        *
002100*----------------------------------------------------------*
002110 4000-EMIT-DATE-LINE.
002120     ADD 1 TO FZB-DATE-COUNT.
002130     MOVE FZB-CURR-DATE TO FZB-DTL-DATE.
002140     MOVE FZB-DATE-TAKEN TO FZB-DTL-TAKEN.
002150     MOVE FZB-BKUP-DETAIL-LINE TO FZB-RPT-TEXT.
002160     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
002170 4000-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------*
002210* 5000-WRITE-TRAILER - CLOSE THE GENERATION WITH THE T      *
002220*                      RECORD: THE SAME STAMP AS THE HEADER *
002230*                      AND THE NUMBER OF D RECORDS WRITTEN. *
002240*----------------------------------------------------------*
002250 5000-WRITE-TRAILER.
002260     MOVE SPACES TO FZB-BKP-RECORD.
002270     MOVE "T" TO FZB-BKP-REC-TYPE.
002280     MOVE FZB-BKUP-DATE TO FZB-BKP-DATE.
002290     MOVE FZB-BKUP-TIME TO FZB-BKP-TIME.
002300     MOVE FZB-TOTAL-TAKEN TO FZB-BKP-REC-COUNT.
002310     PERFORM 8100-WRITE-BACKUP THRU 8100-EXIT.
002320 5000-EXIT.
002330     EXIT.
002340
002350*----------------------------------------------------------*
002360* 6000-WRITE-TOTALS - CLOSE THE REPORT WITH THE RUN-DATE    *
002370*                     AND RECORD TOTALS, OR A WARNING WHEN  *
002380*                     THE CLUSTER WAS EMPTY.                *
002390*----------------------------------------------------------*
002400 6000-WRITE-TOTALS.
002410     MOVE SPACES TO FZB-RPT-TEXT.
002420     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
002430     IF FZB-TOTAL-TAKEN IS EQUAL TO 0
002440         MOVE "FZBHIST IS EMPTY - THE BACKUP HOLDS NO RECORDS"
002450             TO FZB-RPT-TEXT
002460         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
002470         DISPLAY "FZBBKUP - WARNING - FZBHIST IS EMPTY"
002480         GO TO 6000-EXIT
002490     END-IF.
002500     MOVE FZB-DATE-COUNT TO FZB-RPT-NUMBER-ED.
002510     STRING "RUN DATES BACKED UP . . . . " DELIMITED BY SIZE
002520         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
002530         INTO FZB-RPT-TEXT.
002540     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
002550     MOVE FZB-TOTAL-TAKEN TO FZB-RPT-NUMBER-ED.
002560     STRING "RECORDS BACKED UP . . . . . " DELIMITED BY SIZE
002570         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
002580         INTO FZB-RPT-TEXT.
002590     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
002600 6000-EXIT.
002610     EXIT.
002620
002630 8000-EMIT-RPT-LINE.
002640     DISPLAY FZB-RPT-TEXT.
002650     WRITE FZB-RPT-LINE.
002660     MOVE SPACES TO FZB-RPT-TEXT.
002670 8000-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------*
002710* 8100-WRITE-BACKUP - WRITE ONE RECORD TO THE GENERATION. A *
002720*                     FAILED WRITE ABENDS THE STEP SO THE   *
002730*                     GENERATION IS LEFT WITHOUT ITS        *
002740*                     TRAILER AND FZBHRCV WILL REFUSE IT.   *
002750*----------------------------------------------------------*
002760 8100-WRITE-BACKUP.
002770     WRITE FZB-BKP-RECORD.
002780     IF FZB-HBKP-FILE-STATUS IS NOT EQUAL TO "00"
002790         DISPLAY "FZBBKUP - ABEND - FZBHBKP WRITE FAILED (FILE "
002800             "STATUS " FZB-HBKP-FILE-STATUS ") AFTER "
002810             FZB-TOTAL-TAKEN " RECORDS"
002820         MOVE 8 TO RETURN-CODE
002830         STOP RUN
002840     END-IF.
002850 8100-EXIT.
002860     EXIT.
