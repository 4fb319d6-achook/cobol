000200*                    ANSWERED FROM THE ARCHIVE. A PURGE     *
000210*                    REPORT ON FZBPRPT SHOWS THE RECORDS    *
000220*                    ARCHIVED AND DELETED PER RUN DATE.     *
000221*   10/15/2026 JHK   REFUSE TO PURGE A RUN DATE THAT IS NOT *
000222*                    ROLLED UP ON THE FZBMSUM MONTHLY       *
000223*                    SUMMARY (FZBROLL RUNS JUST AHEAD OF    *
000224*                    THIS STEP). ITS RECORDS ARE KEPT AND   *
000225*                    LISTED AS NOT ROLLED UP, AND THE STEP  *
000226*                    ENDS RC=4, SO NO DATE LEAVES FZBHIST   *
000227*                    UNSUMMARIZED.                          *
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS FZB-HIST-KEY
000330         FILE STATUS IS FZB-HIST-FILE-STATUS.
000331     SELECT FZBMSUM-FILE ASSIGN TO FZBMSUM
000332         ORGANIZATION IS INDEXED
000333         ACCESS MODE IS DYNAMIC
000334         RECORD KEY IS FZB-MSM-KEY
000335         FILE STATUS IS FZB-MSUM-FILE-STATUS.
000340     SELECT FZBPCDK-FILE ASSIGN TO FZBPCDK
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS FZB-PCDK-FILE-STATUS.
000450 FD  FZBHIST-FILE
000460     LABEL RECORDS ARE STANDARD.
000470     COPY FZBHSTR.
000472
000474 FD  FZBMSUM-FILE
000476     LABEL RECORDS ARE STANDARD.
000478     COPY FZBMSMR.
000480
000490 FD  FZBPCDK-FILE
000500     RECORDING MODE IS F
000670 WORKING-STORAGE SECTION.
000680 77 FZB-HIST-FILE-STATUS  PIC X(02) VALUE "00".
000690 77 FZB-PCDK-FILE-STATUS  PIC X(02) VALUE "00".
000695 77 FZB-MSUM-FILE-STATUS  PIC X(02) VALUE "00".
000700 77 FZB-RETAIN-DAYS       PIC 9(05) VALUE 0.
000710 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
000720 77 FZB-HORIZON-DATE      PIC 9(08) VALUE 0.
000770 77 FZB-DATE-PURGED       PIC 9(07) VALUE 0.
000780 77 FZB-TOTAL-PURGED      PIC 9(09) VALUE 0.
000790 77 FZB-DATE-COUNT        PIC 9(05) VALUE 0.
000791 77 FZB-DATE-KEPT-SW      PIC X(01) VALUE "N".
000792     88 FZB-DATE-KEPT              VALUE "Y".
000793 77 FZB-KEPT-COUNT        PIC 9(05) VALUE 0.
000794 77 FZB-TOTAL-KEPT        PIC 9(09) VALUE 0.
000800 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZZZ9.
000801 01  FZB-WORK-DATE            PIC 9(08) VALUE 0.
000803 01  FZB-WORK-DATE-R REDEFINES FZB-WORK-DATE.
000805     05  FZB-WORK-YYYYMM        PIC 9(06).
000807     05  FZB-WORK-DD            PIC 9(02).
000810 01  FZB-PURG-DETAIL-LINE.
000820     05  FILLER                 PIC X(02) VALUE SPACES.
000830     05  FZB-DTL-DATE           PIC 9(08).
000850     05  FZB-DTL-ARCHIVED       PIC ZZZZZZ9.
000860     05  FILLER                 PIC X(06) VALUE SPACES.
000870     05  FZB-DTL-DELETED        PIC ZZZZZZ9.
000880     05  FILLER                 PIC X(03) VALUE SPACES.
000889     05  FZB-DTL-NOTE           PIC X(42) VALUE SPACES.
000890 01  FZB-PURG-HDG2-LINE.
000900     05  FILLER                 PIC X(02) VALUE SPACES.
000910     05  FILLER                 PIC X(08) VALUE "RUN DATE".
001030     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001040     PERFORM 3000-SWEEP-AND-PURGE THRU 3000-EXIT.
001050     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
001055     PERFORM 6100-WRITE-KEPT-TOTALS THRU 6100-EXIT.
001060
001070     CLOSE FZBHIST-FILE.
001080     CLOSE FZBARCH-FILE.
001085     CLOSE FZBMSUM-FILE.
001090     CLOSE FZBPRPT-FILE.
001100
001110     IF FZB-KEPT-COUNT IS GREATER THAN 0
001112         MOVE 4 TO RETURN-CODE
001114     ELSE
001116         MOVE 0 TO RETURN-CODE
001118     END-IF.
001120     STOP RUN.
001130
001140*----------------------------------------------------------*
001730*----------------------------------------------------------*
001740* 2000-OPEN-FILES - OPEN THE HISTORY CLUSTER FOR UPDATE,    *
001750*                   THE ARCHIVE UNLOAD AND THE REPORT. AN   *
001760*                   UNAVAILABLE FZBHIST ABENDS THE STEP,    *
001763*                   AND SO DOES AN UNAVAILABLE FZBMSUM -    *
001766*                   WITHOUT THE SUMMARY NO DATE CAN BE      *
001769*                   SHOWN TO BE ROLLED UP.                  *
001770*----------------------------------------------------------*
001780 2000-OPEN-FILES.
001790     OPEN I-O FZBHIST-FILE.
001810         DISPLAY "FZBPURGE - ABEND - FZBHIST VSAM KSDS NOT "
001820             "AVAILABLE (FILE STATUS " FZB-HIST-FILE-STATUS ")"
001830         MOVE 8 TO RETURN-CODE
001831         STOP RUN
001832     END-IF.
001833     OPEN INPUT FZBMSUM-FILE.
001834     IF FZB-MSUM-FILE-STATUS IS NOT EQUAL TO "00"
001835         DISPLAY "FZBPURGE - ABEND - FZBMSUM MONTHLY SUMMARY NOT "
001836             "AVAILABLE (FILE STATUS " FZB-MSUM-FILE-STATUS ")"
001837         MOVE 8 TO RETURN-CODE
001838         CLOSE FZBHIST-FILE
001840         STOP RUN
001850     END-IF.
001860     OPEN OUTPUT FZBARCH-FILE.
002050*                        PURGEABLE DATES FIRST, SO THE      *
002060*                        SWEEP STOPS AT THE FIRST RECORD    *
002070*                        AT OR PAST THE HORIZON.            *
002073*                        A DATE NOT ROLLED UP ON FZBMSUM IS *
002076*                        PASSED OVER AND KEPT WHOLE.        *
002080*----------------------------------------------------------*
002090 3000-SWEEP-AND-PURGE.
002100     MOVE 0 TO FZB-HIST-RUN-DATE.
002380         END-IF
002390         MOVE FZB-HIST-RUN-DATE TO FZB-CURR-DATE
002400         MOVE 0 TO FZB-DATE-PURGED
002401         PERFORM 3200-CHECK-ROLLED-UP THRU 3200-EXIT
002402     END-IF.
002403     IF FZB-DATE-KEPT
002404         ADD 1 TO FZB-TOTAL-KEPT
002405         GO TO 3100-EXIT
002410     END-IF.
002420     WRITE FZB-ARCH-RECORD FROM FZB-HIST-RECORD.
002430     DELETE FZBHIST-FILE RECORD
002530 3100-EXIT.
002540     EXIT.
002550
003110*----------------------------------------------------------*
003120* 3200-CHECK-ROLLED-UP - LOOK UP THE RUN DATE JUST STARTED  *
003130*                        ON THE ALL-CATEGORIES ROW OF THE   *
003140*                        FZBMSUM MONTHLY SUMMARY. A MONTH   *
003150*                        WITH NO ROW, OR A DAY NOT FLAGGED  *
003160*                        AS ROLLED UP, MARKS THE WHOLE DATE *
003170*                        TO BE KEPT.                        *
003180*----------------------------------------------------------*
003190 3200-CHECK-ROLLED-UP.
003200     MOVE "N" TO FZB-DATE-KEPT-SW.
003210     MOVE FZB-HIST-RUN-DATE TO FZB-WORK-DATE.
003220     MOVE FZB-WORK-YYYYMM TO FZB-MSM-MONTH.
003230     MOVE SPACE TO FZB-MSM-CATEGORY.
003240     READ FZBMSUM-FILE
003250         INVALID KEY
003260             MOVE "Y" TO FZB-DATE-KEPT-SW
003270             GO TO 3200-EXIT
003280     END-READ.
003290     IF FZB-MSM-DAY-ROLLED (FZB-WORK-DD) IS NOT EQUAL TO "Y"
003300         MOVE "Y" TO FZB-DATE-KEPT-SW
003310     END-IF.
003320 3200-EXIT.
003330     EXIT.
003340
002560*----------------------------------------------------------*
002570* 4000-EMIT-DATE-LINE - WRITE THE PURGE REPORT LINE FOR THE *
002580*                       RUN DATE JUST COMPLETED. ARCHIVED   *
002590*                       AND DELETED COUNTS ARE THE SAME BY  *
002600*                       CONSTRUCTION - EVERY RECORD IS      *
002610*                       ARCHIVED BEFORE IT IS DELETED.      *
002613*                       A DATE KEPT BECAUSE IT IS NOT       *
002616*                       ROLLED UP SHOWS NOTHING ARCHIVED    *
002619*                       OR DELETED.                         *
002620*----------------------------------------------------------*
002630 4000-EMIT-DATE-LINE.
002650     MOVE FZB-CURR-DATE TO FZB-DTL-DATE.
002651     MOVE SPACES TO FZB-DTL-NOTE.
002652     IF FZB-DATE-KEPT
002653         ADD 1 TO FZB-KEPT-COUNT
002654         MOVE 0 TO FZB-DTL-ARCHIVED
002655         MOVE 0 TO FZB-DTL-DELETED
002656         MOVE "KEPT - NOT ROLLED UP ON FZBMSUM" TO FZB-DTL-NOTE
002657     ELSE
002658         ADD 1 TO FZB-DATE-COUNT
002660         MOVE FZB-DATE-PURGED TO FZB-DTL-ARCHIVED
002670         MOVE FZB-DATE-PURGED TO FZB-DTL-DELETED
002672     END-IF.
002680     MOVE FZB-PURG-DETAIL-LINE TO FZB-RPT-TEXT.
002690     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
002700 4000-EXIT.
002800     MOVE SPACES TO FZB-RPT-TEXT.
002810     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
002820     IF FZB-TOTAL-PURGED IS EQUAL TO 0
002829         AND FZB-KEPT-COUNT IS EQUAL TO 0
002830         STRING "NO FZBHIST RECORDS OLDER THAN THE RETENTION "
002840             DELIMITED BY SIZE
002850             "HORIZON - NOTHING PURGED" DELIMITED BY SIZE
003010 6000-EXIT.
003020     EXIT.
003030
003350*----------------------------------------------------------*
003360* 6100-WRITE-KEPT-TOTALS - ADD THE KEPT-DATE TOTALS TO THE  *
003370*                          REPORT WHEN ANY DATE WAS HELD    *
003380*                          BACK FOR WANT OF A ROLLUP.       *
003390*----------------------------------------------------------*
003400 6100-WRITE-KEPT-TOTALS.
003410     IF FZB-KEPT-COUNT IS EQUAL TO 0
003420         GO TO 6100-EXIT
003430     END-IF.
003440     MOVE FZB-KEPT-COUNT TO FZB-RPT-NUMBER-ED.
003450     STRING "DATES KEPT, NOT ROLLED UP . " DELIMITED BY SIZE
003460         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003470         INTO FZB-RPT-TEXT.
003480     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
003490     MOVE FZB-TOTAL-KEPT TO FZB-RPT-NUMBER-ED.
003500     STRING "RECORDS KEPT, NOT ROLLED UP " DELIMITED BY SIZE
003510         " . . " DELIMITED BY SIZE
003520         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
003530         INTO FZB-RPT-TEXT.
003540     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
003550 6100-EXIT.
003560     EXIT.
003561
003040 8000-EMIT-RPT-LINE.
003050     DISPLAY FZB-RPT-TEXT.
003060     WRITE FZB-RPT-LINE.
