000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FZBDREC.
000030 AUTHOR. D SANTORO.
000040 INSTALLATION. AMALGAMATED DATA PROCESSING - BATCH SUPPORT.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.                                     *
000090*   DATE       INIT  DESCRIPTION                            *
000100*   ---------- ----  ------------------------------------   *
000110*   10/15/2026 JHK   ORIGINAL PROGRAM. SUBSCRIBER DELIVERY  *
000120*                    RECONCILIATION. FOR THE RUN DATES ON   *
000130*                    THE FZBKCDK CARD IT MATCHES THE FZBBAL *
000140*                    RELEASE RECORDS ON THE FZBDLVL         *
000150*                    DELIVERY LEDGER (THE TRAILER COUNT AND *
000160*                    HASH EACH SUBSCRIBER FILE LEFT WITH)   *
000170*                    TO THE FZBXVFY RECEIPT RECORDS, AND    *
000180*                    THE LEDGER SYSTEMS TO THE FZBSUBF      *
000190*                    SUBSCRIBER PROFILES. EACH SUBSCRIBER   *
000200*                    AND RUN DATE IS REPORTED ON FZBKRPT AS *
000210*                    DELIVERED AND VERIFIED, VERIFIED WITH  *
000220*                    A MISMATCH, NOT ACKNOWLEDGED BY THE    *
000230*                    CUTOFF DATE, OR STILL AWAITED.         *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT FZBKCDK-FILE ASSIGN TO FZBKCDK
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS FZB-KCDK-FILE-STATUS.
000330     SELECT FZBSUBF-FILE ASSIGN TO FZBSUBF
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS FZB-SUBF-FILE-STATUS.
000360     SELECT FZBDLVL-FILE ASSIGN TO FZBDLVL
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS FZB-DLV-KEY
000400         FILE STATUS IS FZB-DLV-FILE-STATUS.
000410     SELECT FZBKRPT-FILE ASSIGN TO FZBKRPT
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440 DATA DIVISION.
000450
000460 FILE SECTION.
000470 FD  FZBKCDK-FILE
000480     RECORDING MODE IS F
000490     BLOCK CONTAINS 0 RECORDS
000500     LABEL RECORDS ARE STANDARD.
000510     COPY FZBKCDR.
000520
000530 FD  FZBSUBF-FILE
000540     RECORDING MODE IS F
000550     BLOCK CONTAINS 0 RECORDS
000560     LABEL RECORDS ARE STANDARD.
000570     COPY FZBSUBR.
000580
000590 FD  FZBDLVL-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY FZBDLVR.
000620
000630 FD  FZBKRPT-FILE
000640     RECORDING MODE IS F
000650     BLOCK CONTAINS 0 RECORDS
000660     LABEL RECORDS ARE STANDARD.
000670     COPY FZBRPTR.
000680
000690 WORKING-STORAGE SECTION.
000700 77 FZB-KCDK-FILE-STATUS  PIC X(02) VALUE "00".
000710 77 FZB-SUBF-FILE-STATUS  PIC X(02) VALUE "00".
000720 77 FZB-DLV-FILE-STATUS   PIC X(02) VALUE "00".
000730 77 FZB-FROM-DATE         PIC 9(08) VALUE 0.
000740 77 FZB-TO-DATE           PIC 9(08) VALUE 0.
000750 77 FZB-CUTOFF-DATE       PIC 9(08) VALUE 0.
000760 77 FZB-EOF-SW            PIC X(01) VALUE "N".
000770     88 FZB-AT-EOF                 VALUE "Y".
000780 77 FZB-SWEEP-DONE-SW     PIC X(01) VALUE "N".
000790     88 FZB-SWEEP-DONE             VALUE "Y".
000800 77 FZB-GRP-ACTIVE-SW     PIC X(01) VALUE "N".
000810     88 FZB-GRP-ACTIVE             VALUE "Y".
000820 77 FZB-PRF-TABLE-MAX     PIC 9(02) VALUE 4.
000830 77 FZB-PRF-SUB           PIC 9(02) COMP-3 VALUE 0.
000840 77 FZB-PRF-HIT-SUB       PIC 9(02) COMP-3 VALUE 0.
000850 77 FZB-LAST-SYSTEM       PIC X(08) VALUE SPACES.
000860 77 FZB-EXCEPTIONS        PIC 9(07) VALUE 0.
000870 77 FZB-LINE-COUNT        PIC 9(03) COMP-3 VALUE 99.
000880 77 FZB-PAGE-COUNT        PIC 9(04) COMP-3 VALUE 0.
000890 77 FZB-PAGE-MAX-LINES    PIC 9(03) COMP-3 VALUE 55.
000900 77 FZB-SAVE-LINE         PIC X(80) VALUE SPACES.
000910 77 FZB-NOTE-TEXT         PIC X(60) VALUE SPACES.
000920 77 FZB-RPT-NUMBER-ED     PIC ZZZZZZ9.
000930*----------------------------------------------------------*
000940* PROFILE TABLE - ONE ENTRY PER FZBSUBF SUBSCRIBER. THE     *
000950* ACTIVE SWITCH IS SET WHEN THE LEDGER HOLDS ANY RECORD FOR *
000960* THE SYSTEM IN THE DATE RANGE.                             *
000970*----------------------------------------------------------*
000980 01  FZB-PRF-TABLE.
000990     05  FZB-PRF-COUNT          PIC 9(02) VALUE 0.
001000     05  FZB-PRF-ENTRY OCCURS 4 TIMES.
001010         10  FZB-PRF-SYSTEM     PIC X(08).
001020         10  FZB-PRF-DD         PIC X(08).
001030         10  FZB-PRF-ACTIVE-SW  PIC X(01).
001040*----------------------------------------------------------*
001050* GROUP - THE RELEASE AND RECEIPT FOUND ON THE LEDGER FOR   *
001060* ONE SUBSCRIBER SYSTEM AND RUN DATE.                       *
001070*----------------------------------------------------------*
001080 01  FZB-GROUP.
001090     05  FZB-GRP-SYSTEM         PIC X(08).
001100     05  FZB-GRP-RUN-DATE       PIC 9(08).
001110     05  FZB-GRP-REL-SW         PIC X(01).
001120         88  FZB-GRP-HAS-RELEASE    VALUE "Y".
001130     05  FZB-GRP-REL-DD         PIC X(08).
001140     05  FZB-GRP-REL-COUNT      PIC 9(09).
001150     05  FZB-GRP-REL-HASH       PIC 9(13).
001160     05  FZB-GRP-RCP-SW         PIC X(01).
001170         88  FZB-GRP-HAS-RECEIPT    VALUE "Y".
001180     05  FZB-GRP-RCP-COUNT      PIC 9(09).
001190     05  FZB-GRP-RCP-HASH       PIC 9(13).
001200     05  FZB-GRP-RCP-RESULT     PIC X(01).
001210         88  FZB-GRP-RCP-PASSED     VALUE "P".
001220     05  FZB-GRP-RCP-ATTEMPTS   PIC 9(03).
001230 01  FZB-DREC-TOTALS.
001240     05  FZB-TOT-READ           PIC 9(07) VALUE 0.
001250     05  FZB-TOT-VERIFIED       PIC 9(07) VALUE 0.
001260     05  FZB-TOT-MISMATCH       PIC 9(07) VALUE 0.
001270     05  FZB-TOT-OVERDUE        PIC 9(07) VALUE 0.
001280     05  FZB-TOT-AWAITING       PIC 9(07) VALUE 0.
001290     05  FZB-TOT-NO-RELEASE     PIC 9(07) VALUE 0.
001300     05  FZB-TOT-UNPROFILED     PIC 9(07) VALUE 0.
001310     05  FZB-TOT-NO-ACTIVITY    PIC 9(07) VALUE 0.
001320 01  FZB-DREC-HDG1-LINE.
001330     05  FILLER                 PIC X(44)
001340         VALUE "FZBDREC - SUBSCRIBER DELIVERY RECONCILIATION".
001350     05  FILLER                 PIC X(27) VALUE SPACES.
001360     05  FILLER                 PIC X(05) VALUE "PAGE ".
001370     05  FZB-HDG1-PAGE          PIC ZZZ9.
001380 01  FZB-DREC-HDG2-LINE.
001390     05  FILLER                 PIC X(10) VALUE "RUN DATES ".
001400     05  FZB-HDG2-FROM          PIC 9(08).
001410     05  FILLER                 PIC X(04) VALUE " TO ".
001420     05  FZB-HDG2-TO            PIC 9(08).
001430     05  FILLER                 PIC X(26)
001440         VALUE "   ACKNOWLEDGEMENT CUTOFF ".
001450     05  FZB-HDG2-CUTOFF        PIC 9(08).
001460     05  FILLER                 PIC X(16) VALUE SPACES.
001470 01  FZB-DREC-HDG3-LINE.
001480     05  FILLER                 PIC X(09) VALUE "SYSTEM".
001490     05  FILLER                 PIC X(09) VALUE "RUN DATE".
001500     05  FILLER                 PIC X(09) VALUE "SLOT DD".
001510     05  FILLER                 PIC X(11) VALUE "     SENT".
001520     05  FILLER                 PIC X(11) VALUE " RECEIVED".
001530     05  FILLER                 PIC X(05) VALUE "ATT".
001540     05  FILLER                 PIC X(26) VALUE "STATUS".
001550 01  FZB-DREC-DETAIL-LINE.
001560     05  FZB-DTL-SYSTEM         PIC X(08).
001570     05  FILLER                 PIC X(01) VALUE SPACES.
001580     05  FZB-DTL-RUN-DATE-X     PIC X(08).
001590     05  FZB-DTL-RUN-DATE REDEFINES FZB-DTL-RUN-DATE-X
001600                                PIC 9(08).
001610     05  FILLER                 PIC X(01) VALUE SPACES.
001620     05  FZB-DTL-DD             PIC X(08).
001630     05  FILLER                 PIC X(01) VALUE SPACES.
001640     05  FZB-DTL-SENT-X         PIC X(09).
001650     05  FZB-DTL-SENT REDEFINES FZB-DTL-SENT-X
001660                                PIC Z(08)9.
001670     05  FILLER                 PIC X(02) VALUE SPACES.
001680     05  FZB-DTL-RECV-X         PIC X(09).
001690     05  FZB-DTL-RECV REDEFINES FZB-DTL-RECV-X
001700                                PIC Z(08)9.
001710     05  FILLER                 PIC X(02) VALUE SPACES.
001720     05  FZB-DTL-ATT-X          PIC X(03).
001730     05  FZB-DTL-ATT REDEFINES FZB-DTL-ATT-X
001740                                PIC ZZ9.
001750     05  FILLER                 PIC X(02) VALUE SPACES.
001760     05  FZB-DTL-STATUS         PIC X(24).
001770     05  FILLER                 PIC X(02) VALUE SPACES.
001780
001790 PROCEDURE DIVISION.
001800 BEGIN.
001810     PERFORM 1000-READ-RECON-CARD THRU 1000-EXIT.
001820     PERFORM 1500-LOAD-PROFILES THRU 1500-EXIT.
001830     PERFORM 2000-OPEN-FILES THRU 2000-EXIT.
001840     PERFORM 3000-SWEEP-LEDGER THRU 3000-EXIT.
001850     PERFORM 5000-LIST-QUIET-PROFILES THRU 5000-EXIT.
001860     PERFORM 6000-WRITE-SUMMARY THRU 6000-EXIT.
001870
001880     CLOSE FZBDLVL-FILE.
001890     CLOSE FZBKRPT-FILE.
001900
001910     IF FZB-EXCEPTIONS IS GREATER THAN 0
001920         MOVE 4 TO RETURN-CODE
001930     ELSE
001940         MOVE 0 TO RETURN-CODE
001950     END-IF.
001960
001970     STOP RUN.
001980
001990*----------------------------------------------------------*
002000* 1000-READ-RECON-CARD - GET THE DATE RANGE TO BE           *
002010*                        RECONCILED AND THE ACKNOWLEDGEMENT *
002020*                        CUTOFF FROM FZBKCDK AND EDIT THEM. *
002030*                        A MISSING OR BAD CARD ABENDS THE   *
002040*                        STEP.                              *
002050*----------------------------------------------------------*
002060 1000-READ-RECON-CARD.
002070     OPEN INPUT FZBKCDK-FILE.
002080     IF FZB-KCDK-FILE-STATUS IS NOT EQUAL TO "00"
002090         DISPLAY "FZBDREC - ABEND - FZBKCDK CONTROL CARD WAS "
002100             "NOT SUPPLIED"
002110         MOVE 8 TO RETURN-CODE
002120         STOP RUN
002130     END-IF.
002140     READ FZBKCDK-FILE
002150         AT END
002160             DISPLAY "FZBDREC - ABEND - FZBKCDK CONTROL CARD "
002170                 "IS EMPTY"
002180             MOVE 8 TO RETURN-CODE
002190             CLOSE FZBKCDK-FILE
002200             STOP RUN
002210     END-READ.
002220     IF FZB-DREC-FROM-DATE IS NOT NUMERIC
002230             OR FZB-DREC-TO-DATE IS NOT NUMERIC
002240             OR FZB-DREC-CUTOFF-DATE IS NOT NUMERIC
002250         DISPLAY "FZBDREC - ABEND - FZBKCDK DATES MUST BE "
002260             "NUMERIC YYYYMMDD"
002270         MOVE 8 TO RETURN-CODE
002280         CLOSE FZBKCDK-FILE
002290         STOP RUN
002300     END-IF.
002310     IF FZB-DREC-FROM-DATE IS GREATER THAN FZB-DREC-TO-DATE
002320         DISPLAY "FZBDREC - ABEND - FZBKCDK FROM DATE "
002330             FZB-DREC-FROM-DATE " IS AFTER TO DATE "
002340             FZB-DREC-TO-DATE
002350         MOVE 8 TO RETURN-CODE
002360         CLOSE FZBKCDK-FILE
002370         STOP RUN
002380     END-IF.
002390     MOVE FZB-DREC-FROM-DATE TO FZB-FROM-DATE.
002400     MOVE FZB-DREC-TO-DATE TO FZB-TO-DATE.
002410     MOVE FZB-DREC-CUTOFF-DATE TO FZB-CUTOFF-DATE.
002420     CLOSE FZBKCDK-FILE.
002430     DISPLAY "FZBDREC - RUN DATES " FZB-FROM-DATE " TO "
002440         FZB-TO-DATE " ACKNOWLEDGEMENT CUTOFF " FZB-CUTOFF-DATE.
002450 1000-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------*
002490* 1500-LOAD-PROFILES - LOAD THE SUBSCRIBER SYSTEMS AND SLOT *
002500*                      DDS FROM FZBSUBF. THE PROFILES ARE   *
002510*                      WHAT THE LEDGER IS RECONCILED TO, SO *
002520*                      AN UNAVAILABLE FZBSUBF ABENDS THE    *
002530*                      STEP.                                *
002540*----------------------------------------------------------*
002550 1500-LOAD-PROFILES.
002560     OPEN INPUT FZBSUBF-FILE.
002570     IF FZB-SUBF-FILE-STATUS IS NOT EQUAL TO "00"
002580         DISPLAY "FZBDREC - ABEND - FZBSUBF SUBSCRIBER PROFILES "
002590             "NOT AVAILABLE (FILE STATUS " FZB-SUBF-FILE-STATUS
002600             ")"
002610         MOVE 8 TO RETURN-CODE
002620         STOP RUN
002630     END-IF.
002640     MOVE "N" TO FZB-EOF-SW.
002650     PERFORM 1550-READ-PROFILE THRU 1550-EXIT
002660         UNTIL FZB-AT-EOF.
002670     CLOSE FZBSUBF-FILE.
002680 1500-EXIT.
002690     EXIT.
002700
002710 1550-READ-PROFILE.
002720     READ FZBSUBF-FILE
002730         AT END
002740             MOVE "Y" TO FZB-EOF-SW
002750             GO TO 1550-EXIT
002760     END-READ.
002770     IF FZB-SUB-DD-NAME IS EQUAL TO SPACES
002780         GO TO 1550-EXIT
002790     END-IF.
002800     IF FZB-PRF-COUNT IS GREATER THAN OR EQUAL TO
002810             FZB-PRF-TABLE-MAX
002820         DISPLAY "FZBDREC - ABEND - MORE THAN " FZB-PRF-TABLE-MAX
002830             " SUBSCRIBER PROFILES ON FZBSUBF"
002840         MOVE 8 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     ADD 1 TO FZB-PRF-COUNT.
002880     MOVE FZB-SUB-SYSTEM TO FZB-PRF-SYSTEM(FZB-PRF-COUNT).
002890     MOVE FZB-SUB-DD-NAME TO FZB-PRF-DD(FZB-PRF-COUNT).
002900     MOVE "N" TO FZB-PRF-ACTIVE-SW(FZB-PRF-COUNT).
002910 1550-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------*
002950* 2000-OPEN-FILES - OPEN THE DELIVERY LEDGER AND THE REPORT *
002960*                   FILE. AN UNAVAILABLE FZBDLVL ABENDS THE *
002970*                   STEP.                                   *
002980*----------------------------------------------------------*
002990 2000-OPEN-FILES.
003000     OPEN INPUT FZBDLVL-FILE.
003010     IF FZB-DLV-FILE-STATUS IS NOT EQUAL TO "00"
003020         DISPLAY "FZBDREC - ABEND - FZBDLVL DELIVERY LEDGER NOT "
003030             "AVAILABLE (FILE STATUS " FZB-DLV-FILE-STATUS ")"
003040         MOVE 8 TO RETURN-CODE
003050         STOP RUN
003060     END-IF.
003070     OPEN OUTPUT FZBKRPT-FILE.
003080 2000-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------*
003120* 3000-SWEEP-LEDGER - READ THE WHOLE LEDGER IN KEY SEQUENCE *
003130*                     (SYSTEM, RUN DATE, RECORD TYPE),      *
003140*                     GATHERING THE RELEASE AND RECEIPT FOR *
003150*                     EACH SYSTEM AND RUN DATE IN THE RANGE *
003160*                     INTO ONE GROUP AND CLASSIFYING EACH   *
003170*                     GROUP AS IT CLOSES.                   *
003180*----------------------------------------------------------*
003190 3000-SWEEP-LEDGER.
003200     MOVE LOW-VALUES TO FZB-DLV-KEY.
003210     START FZBDLVL-FILE KEY IS NOT LESS THAN FZB-DLV-KEY
003220         INVALID KEY
003230             MOVE "Y" TO FZB-SWEEP-DONE-SW
003240     END-START.
003250     PERFORM 3100-READ-ONE-RECORD THRU 3100-EXIT
003260         UNTIL FZB-SWEEP-DONE.
003270     IF FZB-GRP-ACTIVE
003280         PERFORM 4000-CLASSIFY-GROUP THRU 4000-EXIT
003290     END-IF.
003300 3000-EXIT.
003310     EXIT.
003320
003330 3100-READ-ONE-RECORD.
003340     READ FZBDLVL-FILE NEXT RECORD
003350         AT END
003360             MOVE "Y" TO FZB-SWEEP-DONE-SW
003370             GO TO 3100-EXIT
003380     END-READ.
003390     IF FZB-DLV-RUN-DATE IS LESS THAN FZB-FROM-DATE
003400             OR FZB-DLV-RUN-DATE IS GREATER THAN FZB-TO-DATE
003410         GO TO 3100-EXIT
003420     END-IF.
003430     ADD 1 TO FZB-TOT-READ.
003440     IF FZB-GRP-ACTIVE
003450         IF FZB-DLV-SYSTEM IS NOT EQUAL TO FZB-GRP-SYSTEM
003460                 OR FZB-DLV-RUN-DATE IS NOT EQUAL TO
003470                 FZB-GRP-RUN-DATE
003480             PERFORM 4000-CLASSIFY-GROUP THRU 4000-EXIT
003490         END-IF
003500     END-IF.
003510     IF NOT FZB-GRP-ACTIVE
003520         PERFORM 3200-START-GROUP THRU 3200-EXIT
003530     END-IF.
003540     IF FZB-DLV-IS-RELEASE
003550         MOVE "Y" TO FZB-GRP-REL-SW
003560         MOVE FZB-DLV-DD-NAME TO FZB-GRP-REL-DD
003570         MOVE FZB-DLV-COUNT TO FZB-GRP-REL-COUNT
003580         MOVE FZB-DLV-HASH TO FZB-GRP-REL-HASH
003590     END-IF.
003600     IF FZB-DLV-IS-RECEIPT
003610         MOVE "Y" TO FZB-GRP-RCP-SW
003620         MOVE FZB-DLV-COUNT TO FZB-GRP-RCP-COUNT
003630         MOVE FZB-DLV-HASH TO FZB-GRP-RCP-HASH
003640         MOVE FZB-DLV-RESULT TO FZB-GRP-RCP-RESULT
003650         MOVE FZB-DLV-ATTEMPTS TO FZB-GRP-RCP-ATTEMPTS
003660     END-IF.
003670 3100-EXIT.
003680     EXIT.
003690
003700 3200-START-GROUP.
003710     MOVE "Y" TO FZB-GRP-ACTIVE-SW.
003720     MOVE FZB-DLV-SYSTEM TO FZB-GRP-SYSTEM.
003730     MOVE FZB-DLV-RUN-DATE TO FZB-GRP-RUN-DATE.
003740     MOVE "N" TO FZB-GRP-REL-SW.
003750     MOVE SPACES TO FZB-GRP-REL-DD.
003760     MOVE 0 TO FZB-GRP-REL-COUNT.
003770     MOVE 0 TO FZB-GRP-REL-HASH.
003780     MOVE "N" TO FZB-GRP-RCP-SW.
003790     MOVE 0 TO FZB-GRP-RCP-COUNT.
003800     MOVE 0 TO FZB-GRP-RCP-HASH.
003810     MOVE SPACES TO FZB-GRP-RCP-RESULT.
003820     MOVE 0 TO FZB-GRP-RCP-ATTEMPTS.
003830 3200-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------*
003870* 4000-CLASSIFY-GROUP - REPORT ONE SYSTEM AND RUN DATE. A   *
003880*                       RELEASE WITH A PASSED RECEIPT OF    *
003890*                       THE SAME COUNT AND HASH IS          *
003900*                       DELIVERED AND VERIFIED; A FAILED    *
003910*                       RECEIPT, OR ONE THAT DIFFERS FROM   *
003920*                       THE RELEASE, IS VERIFIED WITH A     *
003930*                       MISMATCH; A RELEASE WITH NO RECEIPT *
003940*                       IS OVERDUE WHEN ITS RUN DATE IS ON  *
003950*                       OR BEFORE THE CUTOFF AND AWAITED    *
003960*                       AFTER IT; A RECEIPT WITH NO RELEASE *
003970*                       IS A FILE THAT NEVER PASSED THE     *
003980*                       BALANCING GATE.                     *
003990*----------------------------------------------------------*
004000 4000-CLASSIFY-GROUP.
004010     IF FZB-GRP-SYSTEM IS NOT EQUAL TO FZB-LAST-SYSTEM
004020         PERFORM 4100-NEW-SYSTEM THRU 4100-EXIT
004030     END-IF.
004040     MOVE SPACES TO FZB-DREC-DETAIL-LINE.
004050     MOVE SPACES TO FZB-NOTE-TEXT.
004060     MOVE FZB-GRP-SYSTEM TO FZB-DTL-SYSTEM.
004070     MOVE FZB-GRP-RUN-DATE TO FZB-DTL-RUN-DATE.
004080     IF FZB-GRP-HAS-RELEASE
004090         MOVE FZB-GRP-REL-DD TO FZB-DTL-DD
004100         MOVE FZB-GRP-REL-COUNT TO FZB-DTL-SENT
004110     ELSE
004120         IF FZB-PRF-HIT-SUB IS GREATER THAN 0
004130             MOVE FZB-PRF-DD(FZB-PRF-HIT-SUB) TO FZB-DTL-DD
004140         END-IF
004150     END-IF.
004160     IF FZB-GRP-HAS-RECEIPT
004170         MOVE FZB-GRP-RCP-COUNT TO FZB-DTL-RECV
004180         MOVE FZB-GRP-RCP-ATTEMPTS TO FZB-DTL-ATT
004190     END-IF.
004200     EVALUATE TRUE
004210         WHEN FZB-GRP-HAS-RELEASE AND FZB-GRP-HAS-RECEIPT
004220             PERFORM 4200-CHECK-RECEIPT THRU 4200-EXIT
004230         WHEN FZB-GRP-HAS-RELEASE
004240             IF FZB-GRP-RUN-DATE IS GREATER THAN FZB-CUTOFF-DATE
004250                 MOVE "AWAITING RECEIPT" TO FZB-DTL-STATUS
004260                 ADD 1 TO FZB-TOT-AWAITING
004270             ELSE
004280                 MOVE "NOT ACKNOWLEDGED-OVERDUE" TO FZB-DTL-STATUS
004290                 ADD 1 TO FZB-TOT-OVERDUE
004300                 ADD 1 TO FZB-EXCEPTIONS
004310             END-IF
004320         WHEN OTHER
004330             MOVE "RECEIPT WITH NO RELEASE" TO FZB-DTL-STATUS
004340             MOVE "FILE WAS VERIFIED BUT NEVER RELEASED BY FZBBAL"
004350                 TO FZB-NOTE-TEXT
004360             ADD 1 TO FZB-TOT-NO-RELEASE
004370             ADD 1 TO FZB-EXCEPTIONS
004380     END-EVALUATE.
004390     MOVE FZB-DREC-DETAIL-LINE TO FZB-RPT-TEXT.
004400     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004410     IF FZB-NOTE-TEXT IS NOT EQUAL TO SPACES
004420         STRING "         ** " DELIMITED BY SIZE
004430             FZB-NOTE-TEXT DELIMITED BY SIZE
004440             INTO FZB-RPT-TEXT
004450         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004460     END-IF.
004470     MOVE "N" TO FZB-GRP-ACTIVE-SW.
004480 4000-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------*
004520* 4100-NEW-SYSTEM - FIRST GROUP OF A SYSTEM. FIND ITS       *
004530*                   SUBSCRIBER PROFILE, MARK THE PROFILE    *
004540*                   ACTIVE, OR FLAG A SYSTEM THAT IS NOT ON *
004550*                   FZBSUBF.                                *
004560*----------------------------------------------------------*
004570 4100-NEW-SYSTEM.
004580     IF FZB-LAST-SYSTEM IS NOT EQUAL TO SPACES
004590         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
004600     END-IF.
004610     MOVE FZB-GRP-SYSTEM TO FZB-LAST-SYSTEM.
004620     MOVE 0 TO FZB-PRF-HIT-SUB.
004630     PERFORM 4110-CHECK-ONE-PROFILE THRU 4110-EXIT
004640         VARYING FZB-PRF-SUB FROM 1 BY 1
004650         UNTIL FZB-PRF-SUB IS GREATER THAN FZB-PRF-COUNT
004660             OR FZB-PRF-HIT-SUB IS GREATER THAN 0.
004670     IF FZB-PRF-HIT-SUB IS GREATER THAN 0
004680         MOVE "Y" TO FZB-PRF-ACTIVE-SW(FZB-PRF-HIT-SUB)
004690         GO TO 4100-EXIT
004700     END-IF.
004710     ADD 1 TO FZB-TOT-UNPROFILED.
004720     ADD 1 TO FZB-EXCEPTIONS.
004730     STRING "SYSTEM " DELIMITED BY SIZE
004740         FZB-GRP-SYSTEM DELIMITED BY SIZE
004750         " IS NOT ON THE FZBSUBF SUBSCRIBER PROFILES"
004760         DELIMITED BY SIZE
004770         INTO FZB-RPT-TEXT.
004780     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
004790 4100-EXIT.
004800     EXIT.
004810
004820 4110-CHECK-ONE-PROFILE.
004830     IF FZB-PRF-SYSTEM(FZB-PRF-SUB) IS EQUAL TO FZB-GRP-SYSTEM
004840         MOVE FZB-PRF-SUB TO FZB-PRF-HIT-SUB
004850     END-IF.
004860 4110-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------*
004900* 4200-CHECK-RECEIPT - BOTH RECORDS ARE ON THE LEDGER. THE  *
004910*                      RECEIPT MUST HAVE PASSED ITS OWN     *
004920*                      VERIFICATION AND CARRY THE COUNT AND *
004930*                      HASH THE FILE WAS RELEASED WITH.     *
004940*----------------------------------------------------------*
004950 4200-CHECK-RECEIPT.
004960     IF NOT FZB-GRP-RCP-PASSED
004970         MOVE "RECEIPT FAILED ITS FZBXVFY VERIFICATION"
004980             TO FZB-NOTE-TEXT
004990     ELSE
005000         IF FZB-GRP-RCP-COUNT IS NOT EQUAL TO FZB-GRP-REL-COUNT
005010                 OR FZB-GRP-RCP-HASH IS NOT EQUAL TO
005020                 FZB-GRP-REL-HASH
005030             MOVE "RECEIVED COUNT OR HASH DIFFERS FROM RELEASE"
005040                 TO FZB-NOTE-TEXT
005050         END-IF
005060     END-IF.
005070     IF FZB-NOTE-TEXT IS EQUAL TO SPACES
005080         MOVE "DELIVERED AND VERIFIED" TO FZB-DTL-STATUS
005090         ADD 1 TO FZB-TOT-VERIFIED
005100     ELSE
005110         MOVE "VERIFIED WITH MISMATCH" TO FZB-DTL-STATUS
005120         ADD 1 TO FZB-TOT-MISMATCH
005130         ADD 1 TO FZB-EXCEPTIONS
005140     END-IF.
005150 4200-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------*
005190* 5000-LIST-QUIET-PROFILES - LIST EVERY SUBSCRIBER PROFILE  *
005200*                            WITH NO RELEASE OR RECEIPT ON  *
005210*                            THE LEDGER ANYWHERE IN THE     *
005220*                            DATE RANGE.                    *
005230*----------------------------------------------------------*
005240 5000-LIST-QUIET-PROFILES.
005250     IF FZB-LAST-SYSTEM IS NOT EQUAL TO SPACES
005260         PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT
005270     END-IF.
005280     PERFORM 5100-CHECK-ONE-PROFILE THRU 5100-EXIT
005290         VARYING FZB-PRF-SUB FROM 1 BY 1
005300         UNTIL FZB-PRF-SUB IS GREATER THAN FZB-PRF-COUNT.
005310 5000-EXIT.
005320     EXIT.
005330
005340 5100-CHECK-ONE-PROFILE.
005350     IF FZB-PRF-ACTIVE-SW(FZB-PRF-SUB) IS EQUAL TO "Y"
005360         GO TO 5100-EXIT
005370     END-IF.
005380     ADD 1 TO FZB-TOT-NO-ACTIVITY.
005390     ADD 1 TO FZB-EXCEPTIONS.
005400     MOVE SPACES TO FZB-DREC-DETAIL-LINE.
005410     MOVE FZB-PRF-SYSTEM(FZB-PRF-SUB) TO FZB-DTL-SYSTEM.
005420     MOVE FZB-PRF-DD(FZB-PRF-SUB) TO FZB-DTL-DD.
005430     MOVE "NO LEDGER RECORDS" TO FZB-DTL-STATUS.
005440     MOVE FZB-DREC-DETAIL-LINE TO FZB-RPT-TEXT.
005450     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005460 5100-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------*
005500* 6000-WRITE-SUMMARY - CLOSE THE REPORT WITH THE COUNTS BY  *
005510*                      STATUS. ANY MISMATCH, OVERDUE FILE,  *
005520*                      RECEIPT WITH NO RELEASE, UNPROFILED  *
005530*                      SYSTEM OR QUIET PROFILE ENDS THE     *
005540*                      STEP RC=4.                           *
005550*----------------------------------------------------------*
005560 6000-WRITE-SUMMARY.
005570     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005580     MOVE FZB-TOT-READ TO FZB-RPT-NUMBER-ED.
005590     STRING "LEDGER RECORDS READ . . . . " DELIMITED BY SIZE
005600         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005610         INTO FZB-RPT-TEXT.
005620     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005630     MOVE FZB-TOT-VERIFIED TO FZB-RPT-NUMBER-ED.
005640     STRING "DELIVERED AND VERIFIED. . . " DELIMITED BY SIZE
005650         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005660         INTO FZB-RPT-TEXT.
005670     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005680     MOVE FZB-TOT-MISMATCH TO FZB-RPT-NUMBER-ED.
005690     STRING "VERIFIED WITH MISMATCH. . . " DELIMITED BY SIZE
005700         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005710         INTO FZB-RPT-TEXT.
005720     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005730     MOVE FZB-TOT-OVERDUE TO FZB-RPT-NUMBER-ED.
005740     STRING "NOT ACKNOWLEDGED - OVERDUE. " DELIMITED BY SIZE
005750         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005760         INTO FZB-RPT-TEXT.
005770     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005780     MOVE FZB-TOT-AWAITING TO FZB-RPT-NUMBER-ED.
005790     STRING "AWAITING RECEIPT. . . . . . " DELIMITED BY SIZE
005800         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005810         INTO FZB-RPT-TEXT.
005820     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005830     MOVE FZB-TOT-NO-RELEASE TO FZB-RPT-NUMBER-ED.
005840     STRING "RECEIPT WITH NO RELEASE . . " DELIMITED BY SIZE
005850         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005860         INTO FZB-RPT-TEXT.
005870     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005880     MOVE FZB-TOT-UNPROFILED TO FZB-RPT-NUMBER-ED.
005890     STRING "SYSTEMS NOT ON FZBSUBF. . . " DELIMITED BY SIZE
005900         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005910         INTO FZB-RPT-TEXT.
005920     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005930     MOVE FZB-TOT-NO-ACTIVITY TO FZB-RPT-NUMBER-ED.
005940     STRING "PROFILES WITH NO LEDGER DATA" DELIMITED BY SIZE
005950         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
005960         INTO FZB-RPT-TEXT.
005970     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005980     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
005990     IF FZB-EXCEPTIONS IS GREATER THAN 0
006000         MOVE "DELIVERY EXCEPTIONS FOUND - SEE ABOVE"
006010             TO FZB-RPT-TEXT
006020     ELSE
006030         MOVE "ALL SUBSCRIBER DELIVERIES RECONCILED"
006040             TO FZB-RPT-TEXT
006050     END-IF.
006060     DISPLAY "FZBDREC - " FZB-RPT-TEXT.
006070     PERFORM 8000-EMIT-RPT-LINE THRU 8000-EXIT.
006080 6000-EXIT.
006090     EXIT.
006100
006110*----------------------------------------------------------*
006120* 8000-EMIT-RPT-LINE - WRITE ONE REPORT LINE, STARTING A    *
006130*                      NEW PAGE WHEN THE CURRENT ONE IS     *
006140*                      FULL.                                *
006150*----------------------------------------------------------*
006160 8000-EMIT-RPT-LINE.
006170     IF FZB-LINE-COUNT IS GREATER THAN OR EQUAL TO
006180             FZB-PAGE-MAX-LINES
006190         PERFORM 8100-PAGE-HEADING THRU 8100-EXIT
006200     END-IF.
006210     WRITE FZB-RPT-LINE.
006220     ADD 1 TO FZB-LINE-COUNT.
006230     MOVE SPACES TO FZB-RPT-TEXT.
006240 8000-EXIT.
006250     EXIT.
006260
006270 8100-PAGE-HEADING.
006280     ADD 1 TO FZB-PAGE-COUNT.
006290     MOVE FZB-RPT-TEXT TO FZB-SAVE-LINE.
006300     MOVE FZB-PAGE-COUNT TO FZB-HDG1-PAGE.
006310     MOVE FZB-DREC-HDG1-LINE TO FZB-RPT-TEXT.
006320     WRITE FZB-RPT-LINE.
006330     MOVE FZB-FROM-DATE TO FZB-HDG2-FROM.
006340     MOVE FZB-TO-DATE TO FZB-HDG2-TO.
006350     MOVE FZB-CUTOFF-DATE TO FZB-HDG2-CUTOFF.
006360     MOVE FZB-DREC-HDG2-LINE TO FZB-RPT-TEXT.
006370     WRITE FZB-RPT-LINE.
006380     MOVE SPACES TO FZB-RPT-TEXT.
006390     WRITE FZB-RPT-LINE.
006400     MOVE FZB-DREC-HDG3-LINE TO FZB-RPT-TEXT.
006410     WRITE FZB-RPT-LINE.
006420     MOVE 4 TO FZB-LINE-COUNT.
006430     MOVE FZB-SAVE-LINE TO FZB-RPT-TEXT.
006440 8100-EXIT.
006450     EXIT.
