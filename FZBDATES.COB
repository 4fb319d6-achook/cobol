000270*                    THROUGH TO THE COMPARE CARD, AND THE   *
000280*                    OVERRIDE DATES THAT ARE THE SURVIVING  *
000290*                    FORM OF THE OLD MANUAL PUNCHING.       *
000291*   10/15/2026 JHK   TAKE TODAY FROM THE FZBCKPT CHECKPOINT *
000292*                    WHEN ITS LAST RECORD IS A QUIESCED     *
000293*                    ("Q") OR RESUMED ("R") FIZZBUZZ RUN,   *
000294*                    AND ON A SPLIT DAY FROM THE            *
000295*                    PARTITIONS' "T" FZBPSUM RECORDS, SO A  *
000296*                    RESUME OR MERGE AFTER MIDNIGHT BUILDS  *
000297*                    THE CARDS FOR THE DAY BEING FINISHED.  *
000300*----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000430         ORGANIZATION IS SEQUENTIAL.
000440     SELECT FZBTCDO-FILE ASSIGN TO FZBTCDO
000450         ORGANIZATION IS SEQUENTIAL.
000451     SELECT FZBCKPT-FILE ASSIGN TO FZBCKPT
000452         ORGANIZATION IS SEQUENTIAL
000453         FILE STATUS IS FZB-CKPT-FILE-STATUS.
000454     SELECT FZBPSUM-FILE ASSIGN TO FZBPSUM
000455         ORGANIZATION IS SEQUENTIAL
000456         FILE STATUS IS FZB-PSUM-FILE-STATUS.
000460
000470 DATA DIVISION.
000480
000650     LABEL RECORDS ARE STANDARD.
000660     COPY FZBCDTR.
000670
000671 FD  FZBCKPT-FILE
000672     RECORDING MODE IS F
000673     BLOCK CONTAINS 0 RECORDS
000674     LABEL RECORDS ARE STANDARD.
000675     COPY FZBCKPR.
000676
000680 FD  FZBTCDO-FILE
000690     RECORDING MODE IS F
000700     BLOCK CONTAINS 0 RECORDS
000710     LABEL RECORDS ARE STANDARD.
000720     COPY FZBTCDR.
000730
000731 FD  FZBPSUM-FILE
000732     RECORDING MODE IS F
000733     BLOCK CONTAINS 0 RECORDS
000734     LABEL RECORDS ARE STANDARD.
000735     COPY FZBPSMR.
000736
000740 WORKING-STORAGE SECTION.
000750 77 FZB-CAL-FILE-STATUS   PIC X(02) VALUE "00".
000760 77 FZB-DCDK-FILE-STATUS  PIC X(02) VALUE "00".
000770 77 FZB-CAL-EOF-SW        PIC X(01) VALUE "N".
000780     88 FZB-CAL-EOF               VALUE "Y".
000790 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
000791 77 FZB-CKPT-FILE-STATUS  PIC X(02) VALUE "00".
000792 77 FZB-PSUM-FILE-STATUS  PIC X(02) VALUE "00".
000793 77 FZB-RES-EOF-SW        PIC X(01) VALUE "N".
000794     88 FZB-RES-EOF               VALUE "Y".
000795 77 FZB-LAST-CKPT-DATE    PIC 9(08) VALUE 0.
000796 77 FZB-LAST-CKPT-STATUS  PIC X(01) VALUE SPACE.
000797 77 FZB-PSUM-DATE-WK      PIC 9(08) VALUE 0.
000800 77 FZB-CURR-DATE         PIC 9(08) VALUE 0.
000810 77 FZB-PRIOR-DATE        PIC 9(08) VALUE 0.
000820 77 FZB-TREND-FROM        PIC 9(08) VALUE 0.
001000 PROCEDURE DIVISION.
001010 BEGIN.
001020     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
001021     PERFORM 8000-TAKE-BUSINESS-DATE THRU 8000-EXIT.
001030     PERFORM 1000-READ-OPTION-CARD THRU 1000-EXIT.
001040     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
001050     PERFORM 3000-DERIVE-DATES THRU 3000-EXIT.
003310     CLOSE FZBTCDO-FILE.
003320 6000-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------*
003360* 8000-TAKE-BUSINESS-DATE - TODAY IS THE BUSINESS DATE OF   *
003370*                           THE RUN BEING FINISHED, WHICH   *
003380*                           IS NOT ALWAYS THE CLOCK DATE. A *
003390*                           LAST FZBCKPT RECORD WITH STATUS *
003400*                           "Q" OR "R" (SEE FZBCKPR) IS A   *
003410*                           FIZZBUZZ RUN STILL TO BE        *
003420*                           RESUMED ON ITS CHECKPOINT'S     *
003430*                           DATE (SEE FIZZBUZZ 1900), SO    *
003440*                           THAT DATE IS TAKEN. ON A SPLIT  *
003450*                           DAY THE OPTIONAL FZBPSUM DD     *
003460*                           NAMES THE PARTITION SUMMARIES   *
003470*                           AND THE DATE ON THEIR "T"       *
003480*                           RECORDS IS TAKEN, AS FZBMERGE   *
003490*                           DOES - THEY MUST AGREE OR THE   *
003500*                           STEP ABENDS. WITHOUT EITHER DD  *
003510*                           THE CLOCK DATE STANDS, AND AN   *
003520*                           OVERRIDE ON FZBDCDK STILL WINS  *
003530*                           (SEE 3000).                     *
003540*----------------------------------------------------------*
003550 8000-TAKE-BUSINESS-DATE.
003560     OPEN INPUT FZBCKPT-FILE.
003570     IF FZB-CKPT-FILE-STATUS IS EQUAL TO "00"
003580         MOVE "N" TO FZB-RES-EOF-SW
003590         PERFORM 8100-READ-CKPT-RECORD THRU 8100-EXIT
003600             UNTIL FZB-RES-EOF
003610         CLOSE FZBCKPT-FILE
003620         IF (FZB-LAST-CKPT-STATUS IS EQUAL TO "Q" OR "R")
003630                 AND FZB-LAST-CKPT-DATE IS GREATER THAN 0
003640             MOVE FZB-LAST-CKPT-DATE TO FZB-RUN-DATE
003650             DISPLAY "FZBDATES - RESUMING THE RUN OF "
003660                 FZB-RUN-DATE " - TODAY TAKEN FROM FZBCKPT"
003670         END-IF
003680     END-IF.
003690     OPEN INPUT FZBPSUM-FILE.
003700     IF FZB-PSUM-FILE-STATUS IS NOT EQUAL TO "00"
003710         GO TO 8000-EXIT
003720     END-IF.
003730     MOVE "N" TO FZB-RES-EOF-SW.
003740     PERFORM 8200-READ-PSUM-RECORD THRU 8200-EXIT
003750         UNTIL FZB-RES-EOF.
003760     CLOSE FZBPSUM-FILE.
003770     IF FZB-PSUM-DATE-WK IS GREATER THAN 0
003780         MOVE FZB-PSUM-DATE-WK TO FZB-RUN-DATE
003790         DISPLAY "FZBDATES - SPLIT DAY RUN FOR " FZB-RUN-DATE
003800             " - TODAY TAKEN FROM THE FZBPSUM SUMMARIES"
003810     END-IF.
003820 8000-EXIT.
003830     EXIT.
003840
003850 8100-READ-CKPT-RECORD.
003860     READ FZBCKPT-FILE
003870         AT END
003880             MOVE "Y" TO FZB-RES-EOF-SW
003890         NOT AT END
003900             MOVE FZB-CKPT-RUN-DATE TO FZB-LAST-CKPT-DATE
003910             MOVE FZB-CKPT-STATUS TO FZB-LAST-CKPT-STATUS
003920     END-READ.
003930 8100-EXIT.
003940     EXIT.
003950
003960 8200-READ-PSUM-RECORD.
003970     READ FZBPSUM-FILE
003980         AT END
003990             MOVE "Y" TO FZB-RES-EOF-SW
004000             GO TO 8200-EXIT
004010     END-READ.
004020     IF NOT FZB-PSM-IS-TOTALS
004030         GO TO 8200-EXIT
004040     END-IF.
004050     IF FZB-PSUM-DATE-WK IS EQUAL TO 0
004060         MOVE FZB-PSM-RUN-DATE TO FZB-PSUM-DATE-WK
004070         GO TO 8200-EXIT
004080     END-IF.
004090     IF FZB-PSM-RUN-DATE IS NOT EQUAL TO FZB-PSUM-DATE-WK
004100         DISPLAY "FZBDATES - ABEND - FZBPSUM PARTITION SUMMARIES "
004110             "CARRY RUN DATES " FZB-PSUM-DATE-WK " AND "
004120             FZB-PSM-RUN-DATE
004130         MOVE 8 TO RETURN-CODE
004140         CLOSE FZBPSUM-FILE
004150         STOP RUN
004160     END-IF.
004170 8200-EXIT.
004180     EXIT.
