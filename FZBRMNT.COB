000350*                    RULES ON THE MASTER, AND AUDITED TO    *
000360*                    FZBRAUD WITH THE OVERRIDE VIEW OF THE  *
000370*                    BEFORE/AFTER IMAGES.                   *
000371*   10/15/2026 JHK   MAKER/CHECKER. ADD/UPD/DEL CARDS ARE   *
000372*                    HELD ON THE PENDING GDG (SEE FZBPNDR)  *
000373*                    UNTIL ANOTHER USER ON THE FZBRCHK LIST *
000374*                    APPROVES (APR) OR REJECTS (REJ) THEM   *
000375*                    IN A LATER RUN; A SUPPRESS NEEDS       *
000376*                    SUPPRESS AUTHORITY. ONE UNDECIDED BY   *
000377*                    ITS EFFECTIVE DATE EXPIRES (RC=4).     *
000378*                    EACH STEP WRITES A "K" FZBRAUD RECORD; *
000379*                    FZBPRPT LISTS WHAT IS PENDING.         *
000380*----------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000490         FILE STATUS IS FZB-RULI-FILE-STATUS.
000500     SELECT FZBRULO-FILE ASSIGN TO FZBRULO
000510         ORGANIZATION IS SEQUENTIAL.
000511     SELECT FZBPNDI-FILE ASSIGN TO FZBPNDI
000512         ORGANIZATION IS SEQUENTIAL
000513         FILE STATUS IS FZB-PNDI-FILE-STATUS.
000514     SELECT FZBPNDO-FILE ASSIGN TO FZBPNDO
000515         ORGANIZATION IS SEQUENTIAL.
000520     SELECT FZBRAUD-FILE ASSIGN TO FZBRAUD
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS FZB-AUD-FILE-STATUS.
000550     SELECT FZBMRPT-FILE ASSIGN TO FZBMRPT
000551         ORGANIZATION IS SEQUENTIAL.
000552     SELECT FZBRCHK-FILE ASSIGN TO FZBRCHK
000553         ORGANIZATION IS SEQUENTIAL
000554         FILE STATUS IS FZB-CHKR-FILE-STATUS.
000555     SELECT FZBPRPT-FILE ASSIGN TO FZBPRPT
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580 DATA DIVISION.
000700     LABEL RECORDS ARE STANDARD.
000710     COPY FZBRULR.
000720
000721 FD  FZBPNDI-FILE
000722     RECORDING MODE IS F
000723     BLOCK CONTAINS 0 RECORDS
000724     LABEL RECORDS ARE STANDARD.
000725     COPY FZBPNDR.
000726
000730 FD  FZBRULO-FILE
000740     RECORDING MODE IS F
000750     BLOCK CONTAINS 0 RECORDS
000760     LABEL RECORDS ARE STANDARD.
000770 01  FZB-RULO-RECORD            PIC X(80).
000771
000772 FD  FZBPNDO-FILE
000773     RECORDING MODE IS F
000774     BLOCK CONTAINS 0 RECORDS
000775     LABEL RECORDS ARE STANDARD.
000776 01  FZB-PNDO-RECORD            PIC X(80).
000780
000790 FD  FZBRAUD-FILE
000800     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830     COPY FZBRADR.
000840
000841 FD  FZBRCHK-FILE
000842     RECORDING MODE IS F
000843     BLOCK CONTAINS 0 RECORDS
000844     LABEL RECORDS ARE STANDARD.
000845     COPY FZBCKAR.
000846
000850 FD  FZBMRPT-FILE
000860     RECORDING MODE IS F
000870     BLOCK CONTAINS 0 RECORDS
000880     LABEL RECORDS ARE STANDARD.
000890     COPY FZBRPTR.
000900
000901 FD  FZBPRPT-FILE
000902     RECORDING MODE IS F
000903     BLOCK CONTAINS 0 RECORDS
000904     LABEL RECORDS ARE STANDARD.
000905 01  FZB-PRPT-LINE              PIC X(80).
000906
000910 WORKING-STORAGE SECTION.
000920 77 FZB-TXN-FILE-STATUS   PIC X(02) VALUE "00".
000930 77 FZB-RULI-FILE-STATUS  PIC X(02) VALUE "00".
000940 77 FZB-AUD-FILE-STATUS   PIC X(02) VALUE "00".
000943 77 FZB-PNDI-FILE-STATUS  PIC X(02) VALUE "00".
000946 77 FZB-CHKR-FILE-STATUS  PIC X(02) VALUE "00".
000950 77 FZB-TXN-EOF-SW        PIC X(01) VALUE "N".
000960     88 FZB-TXN-EOF                VALUE "Y".
000970 77 FZB-RULI-EOF-SW       PIC X(01) VALUE "N".
000980     88 FZB-RULI-EOF               VALUE "Y".
000982 77 FZB-PNDI-EOF-SW       PIC X(01) VALUE "N".
000984     88 FZB-PNDI-EOF               VALUE "Y".
000986 77 FZB-CHKR-EOF-SW       PIC X(01) VALUE "N".
000988     88 FZB-CHKR-EOF               VALUE "Y".
000990 77 FZB-RUN-DATE          PIC 9(08) VALUE 0.
001000 77 FZB-RUN-TIME          PIC 9(08) VALUE 0.
001010 77 FZB-MSTR-TABLE-MAX    PIC 9(03) VALUE 200.
001020 77 FZB-MSTR-COUNT        PIC 9(03) VALUE 0.
001022 77 FZB-PEND-TABLE-MAX    PIC 9(03) VALUE 200.
001024 77 FZB-PEND-LAST-ID      PIC 9(06) VALUE 0.
001026 77 FZB-CHKR-TABLE-MAX    PIC 9(03) VALUE 100.
001028 77 FZB-CHKR-COUNT        PIC 9(03) VALUE 0.
001030 77 FZB-FIND-NDX          PIC 9(03) COMP-3 VALUE 0.
001040 77 FZB-FOUND-NDX         PIC 9(03) COMP-3 VALUE 0.
001050 77 FZB-INSERT-NDX        PIC 9(03) COMP-3 VALUE 0.
001060 77 FZB-SHIFT-NDX         PIC 9(03) COMP-3 VALUE 0.
001062 77 FZB-PEND-SUB          PIC 9(03) COMP-3 VALUE 0.
001064 77 FZB-PEND-FOUND-NDX    PIC 9(03) COMP-3 VALUE 0.
001066 77 FZB-CHKR-SUB          PIC 9(03) COMP-3 VALUE 0.
001070 77 FZB-RULE-FOUND-SW     PIC X(01) VALUE "N".
001080     88 FZB-RULE-FOUND             VALUE "Y".
001090 77 FZB-DIVISOR-SEEN-SW   PIC X(01) VALUE "N".
001100     88 FZB-DIVISOR-SEEN           VALUE "Y".
001101 77 FZB-TXN-MODE-SW       PIC X(01) VALUE "H".
001102     88 FZB-HOLDING-TXN            VALUE "H".
001103     88 FZB-APPLYING-TXN           VALUE "A".
001104 77 FZB-CHKR-FOUND-SW     PIC X(01) VALUE "N".
001105     88 FZB-CHKR-FOUND             VALUE "Y".
001106 77 FZB-CHKR-SUPP-SW      PIC X(01) VALUE "N".
001107     88 FZB-CHKR-MAY-SUPPRESS      VALUE "Y".
001110 77 FZB-CNT-TXN-READ      PIC 9(05) VALUE 0.
001120 77 FZB-CNT-TXN-APPLIED   PIC 9(05) VALUE 0.
001130 77 FZB-CNT-TXN-REJECTED  PIC 9(05) VALUE 0.
001140 77 FZB-CNT-MSTR-IN       PIC 9(05) VALUE 0.
001150 77 FZB-CNT-MSTR-OUT      PIC 9(05) VALUE 0.
001151 77 FZB-CNT-TXN-HELD      PIC 9(05) VALUE 0.
001152 77 FZB-CNT-PEND-IN       PIC 9(05) VALUE 0.
001153 77 FZB-CNT-PEND-APPROVED PIC 9(05) VALUE 0.
001154 77 FZB-CNT-PEND-REJECTED PIC 9(05) VALUE 0.
001155 77 FZB-CNT-PEND-EXPIRED  PIC 9(05) VALUE 0.
001156 77 FZB-CNT-PEND-OUT      PIC 9(05) VALUE 0.
001157 77 FZB-REJECT-CNT-SAVE   PIC 9(05) VALUE 0.
001160 77 FZB-REJECT-REASON     PIC X(40) VALUE SPACES.
001170 77 FZB-RPT-NUMBER-ED     PIC ZZZZ9.
001180 77 FZB-TXN-TYPE-WK       PIC X(01) VALUE "D".
001190 77 FZB-OVR-FROM-WK       PIC 9(09) VALUE 0.
001200 77 FZB-OVR-TO-WK         PIC 9(09) VALUE 0.
001210 77 FZB-OVR-ACTION-WK     PIC X(01) VALUE SPACE.
001212 77 FZB-PEND-ID-WK        PIC 9(06) VALUE 0.
001214 77 FZB-DECISION-WK       PIC X(01) VALUE SPACE.
001216 77 FZB-CHECKER-WK        PIC X(08) VALUE SPACES.
001220 01  FZB-TXN-SORT-KEY.
001230     05  FZB-TXN-SORT-RANK      PIC X(01).
001240     05  FZB-TXN-SORT-KEY1      PIC 9(09).
001430         10  FZB-MSTR-OVR-FROM  PIC 9(09).
001440         10  FZB-MSTR-OVR-TO    PIC 9(09).
001450         10  FZB-MSTR-OVR-ACT   PIC X(01).
001451 01  FZB-CHKR-TABLE.
001452     05  FZB-CHKR-ENTRY OCCURS 100 TIMES.
001453         10  FZB-CHKR-USER      PIC X(08).
001454         10  FZB-CHKR-SUPP-AUTH PIC X(01).
001455 COPY FZBPRPD.
001456 COPY FZBPNDT.
001460
001470 PROCEDURE DIVISION.
001480 BEGIN.
001560     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
001570
001580     PERFORM 1000-LOAD-OLD-MASTER THRU 1000-EXIT.
001583     PERFORM 1500-LOAD-PENDING THRU 1500-EXIT.
001586     PERFORM 1700-LOAD-CHECKERS THRU 1700-EXIT.
001590     PERFORM 2000-OPEN-AUDIT-FILE THRU 2000-EXIT.
001595     PERFORM 2500-EXPIRE-PENDING THRU 2500-EXIT.
001600     PERFORM 3000-APPLY-TRANSACTIONS THRU 3000-EXIT.
001610     PERFORM 6000-WRITE-NEW-MASTER THRU 6000-EXIT.
001615     PERFORM 6500-WRITE-NEW-PENDING THRU 6500-EXIT.
001620     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
001625     PERFORM 7500-WRITE-PENDING-REPORT THRU 7500-EXIT.
001630
001640     CLOSE FZBRAUD-FILE.
001650     CLOSE FZBMRPT-FILE.
001660
001670     IF FZB-CNT-TXN-REJECTED IS GREATER THAN 0
001675             OR FZB-CNT-PEND-EXPIRED IS GREATER THAN 0
001680         MOVE 4 TO RETURN-CODE
001690     ELSE
001700         MOVE 0 TO RETURN-CODE
002410 1100-EXIT.
002420     EXIT.
002430
008100*----------------------------------------------------------*
008110* 1500-LOAD-PENDING - LOAD THE CURRENT PENDING-CHANGE       *
008120*                     GENERATION. THE "H" HEADER CARRIES    *
008130*                     THE LAST PENDING ID ISSUED. A MISSING *
008140*                     FZBPNDI (FIRST EVER RUN) STARTS WITH  *
008150*                     NOTHING PENDING.                      *
008160*----------------------------------------------------------*
008170 1500-LOAD-PENDING.
008180     OPEN INPUT FZBPNDI-FILE.
008190     IF FZB-PNDI-FILE-STATUS IS NOT EQUAL TO "00"
008200         MOVE "NO PENDING-CHANGE FILE SUPPLIED - NONE PENDING"
008210             TO FZB-RPT-TEXT
008220         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
008230         GO TO 1500-EXIT
008240     END-IF.
008250     PERFORM 1600-READ-PENDING-RECORD THRU 1600-EXIT
008260         UNTIL FZB-PNDI-EOF.
008270     CLOSE FZBPNDI-FILE.
008280 1500-EXIT.
008290     EXIT.
008300
008310 1600-READ-PENDING-RECORD.
008320     READ FZBPNDI-FILE
008330         AT END
008340             MOVE "Y" TO FZB-PNDI-EOF-SW
008350             GO TO 1600-EXIT
008360     END-READ.
008370     IF FZB-PND-IS-HEADER
008380         MOVE FZB-PND-ID TO FZB-PEND-LAST-ID
008390         GO TO 1600-EXIT
008400     END-IF.
008410     ADD 1 TO FZB-CNT-PEND-IN.
008420     IF FZB-PEND-COUNT IS GREATER THAN OR EQUAL TO
008430             FZB-PEND-TABLE-MAX
008440         DISPLAY "FZBRMNT - ABEND - MORE THAN "
008450             FZB-PEND-TABLE-MAX " PENDING CHANGES - TABLE FULL"
008460         MOVE 8 TO RETURN-CODE
008470         STOP RUN
008480     END-IF.
008490     ADD 1 TO FZB-PEND-COUNT.
008500     MOVE "P" TO FZB-PEND-STATE(FZB-PEND-COUNT).
008510     MOVE FZB-PND-ID TO FZB-PEND-ID(FZB-PEND-COUNT).
008520     MOVE FZB-PND-MAKER TO FZB-PEND-MAKER(FZB-PEND-COUNT).
008530     MOVE FZB-PND-MAKER-DATE
008540         TO FZB-PEND-MKR-DATE(FZB-PEND-COUNT).
008550     MOVE FZB-PND-MAKER-TIME
008560         TO FZB-PEND-MKR-TIME(FZB-PEND-COUNT).
008570     MOVE FZB-PND-ACTION TO FZB-PEND-ACTION(FZB-PEND-COUNT).
008580     MOVE FZB-PND-TYPE TO FZB-PEND-TYPE(FZB-PEND-COUNT).
008590     MOVE FZB-PND-DIVISOR TO FZB-PEND-DIVISOR(FZB-PEND-COUNT).
008600     MOVE FZB-PND-EFF-DATE
008610         TO FZB-PEND-EFF-DATE(FZB-PEND-COUNT).
008620     MOVE FZB-PND-LABEL TO FZB-PEND-LABEL(FZB-PEND-COUNT).
008630     MOVE FZB-PND-OVR-FROM
008640         TO FZB-PEND-OVR-FROM(FZB-PEND-COUNT).
008650     MOVE FZB-PND-OVR-TO TO FZB-PEND-OVR-TO(FZB-PEND-COUNT).
008660     MOVE FZB-PND-OVR-ACTION
008670         TO FZB-PEND-OVR-ACT(FZB-PEND-COUNT).
008680     IF FZB-PND-ID IS GREATER THAN FZB-PEND-LAST-ID
008690         MOVE FZB-PND-ID TO FZB-PEND-LAST-ID
008700     END-IF.
008710 1600-EXIT.
008720     EXIT.
008730
008740*----------------------------------------------------------*
008750* 1700-LOAD-CHECKERS - LOAD THE CHECKER AUTHORITY LIST. NO  *
008760*                      DECISION IS TAKEN FROM A USER WHO IS *
008770*                      NOT ON IT, SO AN UNAVAILABLE FZBRCHK *
008780*                      ABENDS THE STEP RATHER THAN QUIETLY  *
008790*                      REJECTING EVERY APPROVAL.            *
008800*----------------------------------------------------------*
008810 1700-LOAD-CHECKERS.
008820     OPEN INPUT FZBRCHK-FILE.
008830     IF FZB-CHKR-FILE-STATUS IS NOT EQUAL TO "00"
008840         DISPLAY "FZBRMNT - ABEND - FZBRCHK CHECKER AUTHORITY "
008850             "LIST NOT AVAILABLE (FILE STATUS "
008860             FZB-CHKR-FILE-STATUS ")"
008870         MOVE 8 TO RETURN-CODE
008880         STOP RUN
008890     END-IF.
008900     PERFORM 1800-READ-CHECKER-RECORD THRU 1800-EXIT
008910         UNTIL FZB-CHKR-EOF.
008920     CLOSE FZBRCHK-FILE.
008930 1700-EXIT.
008940     EXIT.
008950
008960 1800-READ-CHECKER-RECORD.
008970     READ FZBRCHK-FILE
008980         AT END
008990             MOVE "Y" TO FZB-CHKR-EOF-SW
009000             GO TO 1800-EXIT
009010     END-READ.
009020     IF FZB-CKA-USER-ID IS EQUAL TO SPACES
009030         GO TO 1800-EXIT
009040     END-IF.
009050     IF FZB-CHKR-COUNT IS GREATER THAN OR EQUAL TO
009060             FZB-CHKR-TABLE-MAX
009070         DISPLAY "FZBRMNT - ABEND - MORE THAN "
009080             FZB-CHKR-TABLE-MAX " AUTHORIZED CHECKERS - TABLE "
009090             "FULL"
009100         MOVE 8 TO RETURN-CODE
009110         STOP RUN
009120     END-IF.
009130     ADD 1 TO FZB-CHKR-COUNT.
009140     MOVE FZB-CKA-USER-ID TO FZB-CHKR-USER(FZB-CHKR-COUNT).
009150     MOVE FZB-CKA-SUPP-AUTH
009160         TO FZB-CHKR-SUPP-AUTH(FZB-CHKR-COUNT).
009170 1800-EXIT.
009180     EXIT.
009190
002440*----------------------------------------------------------*
002450* 2000-OPEN-AUDIT-FILE - OPEN THE AUDIT TRAIL FOR EXTEND.   *
002460*                        MAINTENANCE WITHOUT AN AUDIT TRAIL *
002590 2000-EXIT.
002600     EXIT.
002610
009200*----------------------------------------------------------*
009210* 2500-EXPIRE-PENDING - A PENDING CHANGE MUST BE APPROVED   *
009220*                       BEFORE ITS EFFECTIVE DATE. ONE      *
009230*                       STILL UNDECIDED ON OR AFTER THAT    *
009240*                       DATE EXPIRES - IT IS AUDITED AS     *
009250*                       EXPIRED, LISTED, DROPPED FROM THE   *
009260*                       PENDING FILE AND SETS RC=4. THE     *
009270*                       MAKER SUBMITS IT AGAIN WITH A LATER *
009280*                       EFFECTIVE DATE.                     *
009290*----------------------------------------------------------*
009300 2500-EXPIRE-PENDING.
009310     PERFORM 2600-EXPIRE-ONE-PENDING THRU 2600-EXIT
009320         VARYING FZB-PEND-SUB FROM 1 BY 1
009330         UNTIL FZB-PEND-SUB IS GREATER THAN FZB-PEND-COUNT.
009340 2500-EXIT.
009350     EXIT.
009360
009370 2600-EXPIRE-ONE-PENDING.
009380     IF FZB-PEND-EFF-DATE(FZB-PEND-SUB) IS GREATER THAN
009390             FZB-RUN-DATE
009400         GO TO 2600-EXIT
009410     END-IF.
009420     MOVE "E" TO FZB-PEND-STATE(FZB-PEND-SUB).
009430     ADD 1 TO FZB-CNT-PEND-EXPIRED.
009440     MOVE "E" TO FZB-DECISION-WK.
009450     MOVE SPACES TO FZB-CHECKER-WK.
009460     PERFORM 8700-WRITE-DECISION THRU 8700-EXIT.
009470     MOVE FZB-PEND-ID(FZB-PEND-SUB) TO FZB-PEND-ID-WK.
009480     STRING "PENDING CHANGE " DELIMITED BY SIZE
009490         FZB-PEND-ID-WK DELIMITED BY SIZE
009500         " EXPIRED - NOT APPROVED BEFORE ITS EFFECTIVE DATE"
009510             DELIMITED BY SIZE
009520         INTO FZB-RPT-TEXT.
009530     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
009540 2600-EXIT.
009550     EXIT.
009560
002620*----------------------------------------------------------*
002649* 3000-APPLY-TRANSACTIONS - READ EVERY FZBRTXN CARD. AN     *
002653*                           ADD/UPD/DEL IS EDITED AND HELD  *
002657*                           AS A PENDING CHANGE; AN APR OR  *
002661*                           REJ DECIDES ONE HELD IN AN      *
002665*                           EARLIER RUN. A MISSING          *
002669*                           TRANSACTION DATASET ABENDS THE  *
002673*                           STEP - THE JOB EXISTS ONLY TO   *
002677*                           PROCESS CHANGES.                *
002680*----------------------------------------------------------*
002690 3000-APPLY-TRANSACTIONS.
002700     OPEN INPUT FZBRTXN-FILE.
002880             GO TO 3100-EXIT
002890     END-READ.
002900     ADD 1 TO FZB-CNT-TXN-READ.
002910     IF FZB-RTXN-IS-APR OR FZB-RTXN-IS-REJ
002911         PERFORM 3500-DECIDE-PENDING THRU 3500-EXIT
002912     ELSE
002913         MOVE "H" TO FZB-TXN-MODE-SW
002914         PERFORM 3200-EDIT-ONE-TXN THRU 3200-EXIT
002915     END-IF.
002920 3100-EXIT.
002930     EXIT.
002940
002970*                     THEN ROUTE IT TO THE ADD, UPD OR DEL  *
002980*                     HANDLER. EVERY REJECT IS LISTED WITH  *
002990*                     ITS REASON AND THE CARD IMAGE.        *
002991*                     A NEW CARD ONLY PASSES THE HANDLER'S  *
002992*                     MASTER CHECKS AND IS THEN HELD (4800),*
002993*                     AND ITS EFFECTIVE DATE MUST FOLLOW THE*
002994*                     RUN DATE SO A CHECKER CAN APPROVE IT  *
002995*                     IN TIME. AN APPROVED CHANGE REBUILT BY*
002996*                     3700 IS APPLIED.                      *
003000*----------------------------------------------------------*
003010 3200-EDIT-ONE-TXN.
003020     MOVE SPACES TO FZB-AUD-RECORD.
003030     IF NOT FZB-RTXN-IS-ADD
003040             AND NOT FZB-RTXN-IS-UPD
003050             AND NOT FZB-RTXN-IS-DEL
003060         MOVE "ACTION MUST BE ADD, UPD, DEL, APR OR REJ"
003070             TO FZB-REJECT-REASON
003080         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
003090         GO TO 3200-EXIT
003170     END-IF.
003180     IF FZB-RTXN-EFF-DATE-X IS NOT NUMERIC
003190         MOVE "NON-NUMERIC EFFECTIVE DATE" TO FZB-REJECT-REASON
003191         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
003192         GO TO 3200-EXIT
003193     END-IF.
003194     IF FZB-HOLDING-TXN
003195             AND FZB-RTXN-EFF-DATE-9 IS NOT GREATER THAN
003196             FZB-RUN-DATE
003197         MOVE "EFFECTIVE DATE IS NOT AFTER RUN DATE"
003198             TO FZB-REJECT-REASON
003200         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
003210         GO TO 3200-EXIT
003220     END-IF.
004940 3350-EXIT.
004950     EXIT.
004960
009570*----------------------------------------------------------*
009580* 3500-DECIDE-PENDING - APPLY AN APR OR REJ CARD. THE       *
009590*                       PENDING CHANGE MUST EXIST, BE STILL *
009600*                       UNDECIDED AND HAVE BEEN HELD IN AN  *
009610*                       EARLIER RUN. THE CHECKER MUST BE ON *
009620*                       THE AUTHORITY LIST AND MUST NOT BE  *
009630*                       THE MAKER, AND ONLY A CHECKER WITH  *
009640*                       SUPPRESS AUTHORITY MAY APPROVE A    *
009650*                       SUPPRESS OVERRIDE. AN APPROVED      *
009660*                       CHANGE IS REBUILT AS THE MAKER'S    *
009670*                       CARD AND APPLIED THROUGH 3200; IF   *
009680*                       THE MASTER NO LONGER ALLOWS IT THE  *
009690*                       CARD IS REJECTED AND THE CHANGE     *
009700*                       STAYS PENDING.                      *
009710*----------------------------------------------------------*
009720 3500-DECIDE-PENDING.
009730     MOVE SPACES TO FZB-AUD-RECORD.
009740     IF FZB-RTXN-USER-ID IS EQUAL TO SPACES
009750         MOVE "USER ID IS REQUIRED" TO FZB-REJECT-REASON
009760         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
009770         GO TO 3500-EXIT
009780     END-IF.
009790     IF FZB-RTXN-PEND-ID-X IS NOT NUMERIC
009800         MOVE "NON-NUMERIC PENDING ID" TO FZB-REJECT-REASON
009810         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
009820         GO TO 3500-EXIT
009830     END-IF.
009840     PERFORM 3550-FIND-PENDING THRU 3550-EXIT.
009850     IF FZB-PEND-FOUND-NDX IS EQUAL TO 0
009860         MOVE "NO PENDING CHANGE WITH THIS ID"
009870             TO FZB-REJECT-REASON
009880         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
009890         GO TO 3500-EXIT
009900     END-IF.
009910     MOVE FZB-PEND-FOUND-NDX TO FZB-PEND-SUB.
009920     IF FZB-PEND-IS-NEW(FZB-PEND-SUB)
009930         MOVE "CHANGE CANNOT BE DECIDED IN ITS OWN RUN"
009940             TO FZB-REJECT-REASON
009950         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
009960         GO TO 3500-EXIT
009970     END-IF.
009980     IF NOT FZB-PEND-IS-OPEN(FZB-PEND-SUB)
009990         MOVE "CHANGE ALREADY DECIDED OR EXPIRED"
010000             TO FZB-REJECT-REASON
010010         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
010020         GO TO 3500-EXIT
010030     END-IF.
010040     IF FZB-RTXN-USER-ID IS EQUAL TO
010050             FZB-PEND-MAKER(FZB-PEND-SUB)
010060         MOVE "CHECKER MAY NOT DECIDE OWN CHANGE"
010070             TO FZB-REJECT-REASON
010080         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
010090         GO TO 3500-EXIT
010100     END-IF.
010110     PERFORM 3600-FIND-CHECKER THRU 3600-EXIT.
010120     IF NOT FZB-CHKR-FOUND
010130         MOVE "USER NOT AUTHORIZED AS A CHECKER"
010140             TO FZB-REJECT-REASON
010150         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
010160         GO TO 3500-EXIT
010170     END-IF.
010180     IF FZB-RTXN-IS-APR
010190             AND FZB-PEND-TYPE(FZB-PEND-SUB) IS EQUAL TO "O"
010200             AND FZB-PEND-OVR-ACT(FZB-PEND-SUB) IS EQUAL TO "S"
010210             AND FZB-PEND-ACTION(FZB-PEND-SUB) IS NOT EQUAL TO
010220             "DEL"
010230             AND NOT FZB-CHKR-MAY-SUPPRESS
010240         MOVE "CHECKER NOT AUTHORIZED FOR SUPPRESSION"
010250             TO FZB-REJECT-REASON
010260         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
010270         GO TO 3500-EXIT
010280     END-IF.
010290     MOVE FZB-RTXN-USER-ID TO FZB-CHECKER-WK.
010300     MOVE FZB-PEND-ID(FZB-PEND-SUB) TO FZB-PEND-ID-WK.
010310     IF FZB-RTXN-IS-REJ
010320         MOVE "R" TO FZB-PEND-STATE(FZB-PEND-SUB)
010330         ADD 1 TO FZB-CNT-PEND-REJECTED
010340         MOVE "R" TO FZB-DECISION-WK
010350         PERFORM 8700-WRITE-DECISION THRU 8700-EXIT
010360         MOVE FZB-CNT-TXN-READ TO FZB-RPT-NUMBER-ED
010370         STRING "TXN " DELIMITED BY SIZE
010380             FZB-RPT-NUMBER-ED DELIMITED BY SIZE
010390             " PENDING CHANGE " DELIMITED BY SIZE
010400             FZB-PEND-ID-WK DELIMITED BY SIZE
010410             " REJECTED BY " DELIMITED BY SIZE
010420             FZB-CHECKER-WK DELIMITED BY SPACE
010430             INTO FZB-RPT-TEXT
010440         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
010450         GO TO 3500-EXIT
010460     END-IF.
010470     PERFORM 3700-REBUILD-PENDING-TXN THRU 3700-EXIT.
010480     MOVE FZB-CNT-TXN-REJECTED TO FZB-REJECT-CNT-SAVE.
010490     MOVE "A" TO FZB-TXN-MODE-SW.
010500     PERFORM 3200-EDIT-ONE-TXN THRU 3200-EXIT.
010510     IF FZB-CNT-TXN-REJECTED IS GREATER THAN FZB-REJECT-CNT-SAVE
010520         STRING "   PENDING CHANGE " DELIMITED BY SIZE
010530             FZB-PEND-ID-WK DELIMITED BY SIZE
010540             " NOT APPLIED - IT STAYS PENDING" DELIMITED BY SIZE
010550             INTO FZB-RPT-TEXT
010560         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
010570         GO TO 3500-EXIT
010580     END-IF.
010590     MOVE "A" TO FZB-PEND-STATE(FZB-PEND-SUB).
010600     ADD 1 TO FZB-CNT-PEND-APPROVED.
010610     MOVE "A" TO FZB-DECISION-WK.
010620     PERFORM 8700-WRITE-DECISION THRU 8700-EXIT.
010630     MOVE FZB-CNT-TXN-READ TO FZB-RPT-NUMBER-ED.
010640     STRING "TXN " DELIMITED BY SIZE
010650         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
010660         " PENDING CHANGE " DELIMITED BY SIZE
010670         FZB-PEND-ID-WK DELIMITED BY SIZE
010680         " APPROVED BY " DELIMITED BY SIZE
010690         FZB-CHECKER-WK DELIMITED BY SPACE
010700         " AND APPLIED" DELIMITED BY SIZE
010710         INTO FZB-RPT-TEXT.
010720     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
010730 3500-EXIT.
010740     EXIT.
010750
010760 3550-FIND-PENDING.
010770     MOVE 0 TO FZB-PEND-FOUND-NDX.
010780     PERFORM 3560-CHECK-ONE-PENDING THRU 3560-EXIT
010790         VARYING FZB-PEND-SUB FROM 1 BY 1
010800         UNTIL FZB-PEND-SUB IS GREATER THAN FZB-PEND-COUNT.
010810 3550-EXIT.
010820     EXIT.
010830
010840 3560-CHECK-ONE-PENDING.
010850     IF FZB-PEND-ID(FZB-PEND-SUB) IS EQUAL TO FZB-RTXN-PEND-ID-9
010860         MOVE FZB-PEND-SUB TO FZB-PEND-FOUND-NDX
010870     END-IF.
010880 3560-EXIT.
010890     EXIT.
010900
010910 3600-FIND-CHECKER.
010920     MOVE "N" TO FZB-CHKR-FOUND-SW.
010930     MOVE "N" TO FZB-CHKR-SUPP-SW.
010940     PERFORM 3650-CHECK-ONE-CHECKER THRU 3650-EXIT
010950         VARYING FZB-CHKR-SUB FROM 1 BY 1
010960         UNTIL FZB-CHKR-SUB IS GREATER THAN FZB-CHKR-COUNT
010970             OR FZB-CHKR-FOUND.
010980 3600-EXIT.
010990     EXIT.
011000
011010 3650-CHECK-ONE-CHECKER.
011020     IF FZB-CHKR-USER(FZB-CHKR-SUB) IS EQUAL TO FZB-RTXN-USER-ID
011030         MOVE "Y" TO FZB-CHKR-FOUND-SW
011040         MOVE FZB-CHKR-SUPP-AUTH(FZB-CHKR-SUB)
011050             TO FZB-CHKR-SUPP-SW
011060     END-IF.
011070 3650-EXIT.
011080     EXIT.
011090
011100*----------------------------------------------------------*
011110* 3700-REBUILD-PENDING-TXN - REBUILD THE HELD CHANGE AT     *
011120*                            FZB-PEND-SUB AS THE MAKER'S    *
011130*                            OWN CARD, SO IT IS EDITED AND  *
011140*                            APPLIED EXACTLY AS A CARD      *
011150*                            WOULD BE AND THE MASTER SHOWS  *
011160*                            THE MAKER.                     *
011170*----------------------------------------------------------*
011180 3700-REBUILD-PENDING-TXN.
011190     MOVE SPACES TO FZB-RTXN-RECORD.
011200     MOVE FZB-PEND-ACTION(FZB-PEND-SUB) TO FZB-RTXN-ACTION.
011210     MOVE FZB-PEND-EFF-DATE(FZB-PEND-SUB)
011220         TO FZB-RTXN-EFF-DATE-9.
011230     MOVE FZB-PEND-LABEL(FZB-PEND-SUB) TO FZB-RTXN-LABEL.
011240     MOVE FZB-PEND-MAKER(FZB-PEND-SUB) TO FZB-RTXN-USER-ID.
011250     MOVE FZB-PEND-TYPE(FZB-PEND-SUB) TO FZB-RTXN-TYPE.
011260     MOVE FZB-PEND-OVR-ACT(FZB-PEND-SUB) TO FZB-RTXN-OVR-ACTION.
011270     MOVE FZB-PEND-ID(FZB-PEND-SUB) TO FZB-RTXN-PEND-ID-9.
011280     IF FZB-PEND-TYPE(FZB-PEND-SUB) IS EQUAL TO "O"
011290         MOVE FZB-PEND-OVR-FROM(FZB-PEND-SUB)
011300             TO FZB-RTXN-OVR-FROM-9
011310         MOVE FZB-PEND-OVR-TO(FZB-PEND-SUB)
011320             TO FZB-RTXN-OVR-TO-9
011330     ELSE
011340         MOVE FZB-PEND-DIVISOR(FZB-PEND-SUB)
011350             TO FZB-RTXN-DIVISOR-9
011360     END-IF.
011370 3700-EXIT.
011380     EXIT.
011390
004970*----------------------------------------------------------*
004980* 4000-APPLY-ADD - INSERT A NEW ACTIVE RULE VERSION IN      *
004990*                  DIVISOR/EFFECTIVE-DATE SEQUENCE. AN      *
005060         MOVE "RULE VERSION ALREADY ON MASTER - USE UPD"
005070             TO FZB-REJECT-REASON
005080         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
005081         GO TO 4000-EXIT
005082     END-IF.
005083     IF FZB-HOLDING-TXN
005084         PERFORM 4800-HOLD-TXN THRU 4800-EXIT
005090         GO TO 4000-EXIT
005100     END-IF.
005110     PERFORM 5000-INSERT-VERSION THRU 5000-EXIT.
005270         MOVE "RULE VERSION NOT ON MASTER - USE ADD"
005280             TO FZB-REJECT-REASON
005290         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
005291         GO TO 4200-EXIT
005292     END-IF.
005293     IF FZB-HOLDING-TXN
005294         PERFORM 4800-HOLD-TXN THRU 4800-EXIT
005300         GO TO 4200-EXIT
005310     END-IF.
005320     PERFORM 8400-BUILD-BEFORE-IMAGE THRU 8400-EXIT.
005610         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
005620         GO TO 4400-EXIT
005630     END-IF.
005632     IF FZB-HOLDING-TXN
005634         PERFORM 4800-HOLD-TXN THRU 4800-EXIT
005636         GO TO 4400-EXIT
005638     END-IF.
005640     IF FZB-RULE-FOUND
005650         PERFORM 8400-BUILD-BEFORE-IMAGE THRU 8400-EXIT
005660         MOVE "D" TO FZB-MSTR-STATUS(FZB-FOUND-NDX)
005800 4400-EXIT.
005810     EXIT.
005820
011400*----------------------------------------------------------*
011410* 4800-HOLD-TXN - HOLD AN EDITED ADD/UPD/DEL AS A PENDING   *
011420*                 CHANGE UNDER THE NEXT PENDING ID, WITH    *
011430*                 THE CARD'S USER AS MAKER, AND AUDIT THE   *
011440*                 HOLD. A SECOND CHANGE TO A RULE VERSION   *
011450*                 THAT ALREADY HAS ONE PENDING IS A REJECT  *
011460*                 - THE FIRST MUST BE DECIDED BEFORE        *
011470*                 ANOTHER IS OFFERED.                       *
011480*----------------------------------------------------------*
011490 4800-HOLD-TXN.
011500     MOVE 0 TO FZB-PEND-FOUND-NDX.
011510     PERFORM 4850-CHECK-ONE-HELD THRU 4850-EXIT
011520         VARYING FZB-PEND-SUB FROM 1 BY 1
011530         UNTIL FZB-PEND-SUB IS GREATER THAN FZB-PEND-COUNT.
011540     IF FZB-PEND-FOUND-NDX IS GREATER THAN 0
011550         MOVE "A CHANGE TO THIS VERSION IS PENDING"
011560             TO FZB-REJECT-REASON
011570         PERFORM 8000-REJECT-TXN THRU 8000-EXIT
011580         GO TO 4800-EXIT
011590     END-IF.
011600     IF FZB-PEND-COUNT IS GREATER THAN OR EQUAL TO
011610             FZB-PEND-TABLE-MAX
011620         DISPLAY "FZBRMNT - ABEND - PENDING CHANGE TABLE FULL"
011630         MOVE 8 TO RETURN-CODE
011640         STOP RUN
011650     END-IF.
011660     ADD 1 TO FZB-PEND-LAST-ID.
011670     ADD 1 TO FZB-PEND-COUNT.
011680     MOVE FZB-PEND-COUNT TO FZB-PEND-SUB.
011690     MOVE "N" TO FZB-PEND-STATE(FZB-PEND-SUB).
011700     MOVE FZB-PEND-LAST-ID TO FZB-PEND-ID(FZB-PEND-SUB).
011710     MOVE FZB-RTXN-USER-ID TO FZB-PEND-MAKER(FZB-PEND-SUB).
011720     MOVE FZB-RUN-DATE TO FZB-PEND-MKR-DATE(FZB-PEND-SUB).
011730     MOVE FZB-RUN-TIME TO FZB-PEND-MKR-TIME(FZB-PEND-SUB).
011740     MOVE FZB-RTXN-ACTION TO FZB-PEND-ACTION(FZB-PEND-SUB).
011750     MOVE FZB-TXN-TYPE-WK TO FZB-PEND-TYPE(FZB-PEND-SUB).
011760     IF FZB-TXN-TYPE-WK IS EQUAL TO "O"
011770         MOVE 0 TO FZB-PEND-DIVISOR(FZB-PEND-SUB)
011780     ELSE
011790         MOVE FZB-RTXN-DIVISOR-9
011800             TO FZB-PEND-DIVISOR(FZB-PEND-SUB)
011810     END-IF.
011820     MOVE FZB-RTXN-EFF-DATE-9
011830         TO FZB-PEND-EFF-DATE(FZB-PEND-SUB).
011840     MOVE FZB-RTXN-LABEL TO FZB-PEND-LABEL(FZB-PEND-SUB).
011850     MOVE FZB-OVR-FROM-WK TO FZB-PEND-OVR-FROM(FZB-PEND-SUB).
011860     MOVE FZB-OVR-TO-WK TO FZB-PEND-OVR-TO(FZB-PEND-SUB).
011870     MOVE FZB-OVR-ACTION-WK TO FZB-PEND-OVR-ACT(FZB-PEND-SUB).
011880     ADD 1 TO FZB-CNT-TXN-HELD.
011890     MOVE "P" TO FZB-DECISION-WK.
011900     MOVE SPACES TO FZB-CHECKER-WK.
011910     PERFORM 8700-WRITE-DECISION THRU 8700-EXIT.
011920     MOVE FZB-PEND-LAST-ID TO FZB-PEND-ID-WK.
011930     MOVE FZB-CNT-TXN-READ TO FZB-RPT-NUMBER-ED.
011940     STRING "TXN " DELIMITED BY SIZE
011950         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
011960         " HELD AS PENDING CHANGE " DELIMITED BY SIZE
011970         FZB-PEND-ID-WK DELIMITED BY SIZE
011980         INTO FZB-RPT-TEXT.
011990     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
012000 4800-EXIT.
012010     EXIT.
012020
012030 4850-CHECK-ONE-HELD.
012040     IF NOT FZB-PEND-IS-OPEN(FZB-PEND-SUB)
012050         GO TO 4850-EXIT
012060     END-IF.
012070     IF FZB-PEND-TYPE(FZB-PEND-SUB) IS EQUAL TO "O"
012080         MOVE "2" TO FZB-ENT-SORT-RANK
012090         MOVE FZB-PEND-OVR-FROM(FZB-PEND-SUB)
012100             TO FZB-ENT-SORT-KEY1
012110         MOVE FZB-PEND-OVR-TO(FZB-PEND-SUB) TO FZB-ENT-SORT-KEY2
012120     ELSE
012130         MOVE "1" TO FZB-ENT-SORT-RANK
012140         MOVE FZB-PEND-DIVISOR(FZB-PEND-SUB)
012150             TO FZB-ENT-SORT-KEY1
012160         MOVE 0 TO FZB-ENT-SORT-KEY2
012170     END-IF.
012180     MOVE FZB-PEND-EFF-DATE(FZB-PEND-SUB) TO FZB-ENT-SORT-EFF.
012190     IF FZB-ENT-SORT-KEY IS EQUAL TO FZB-TXN-SORT-KEY
012200         MOVE FZB-PEND-SUB TO FZB-PEND-FOUND-NDX
012210     END-IF.
012220 4850-EXIT.
012230     EXIT.
012240
005830*----------------------------------------------------------*
005840* 5000-INSERT-VERSION - INSERT THE TRANSACTION'S RULE       *
005850*                       VERSION INTO THE MASTER TABLE IN    *
006800 6100-EXIT.
006810     EXIT.
006820
012250*----------------------------------------------------------*
012260* 6500-WRITE-NEW-PENDING - WRITE THE NEXT PENDING-CHANGE    *
012270*                          GENERATION - THE HEADER WITH THE *
012280*                          LAST PENDING ID ISSUED, THEN     *
012290*                          EVERY CHANGE STILL UNDECIDED.    *
012300*----------------------------------------------------------*
012310 6500-WRITE-NEW-PENDING.
012320     OPEN OUTPUT FZBPNDO-FILE.
012330     MOVE SPACES TO FZB-PND-RECORD.
012340     MOVE "H" TO FZB-PND-REC-TYPE.
012350     MOVE FZB-PEND-LAST-ID TO FZB-PND-ID.
012360     WRITE FZB-PNDO-RECORD FROM FZB-PND-RECORD.
012370     PERFORM 6600-WRITE-ONE-PENDING THRU 6600-EXIT
012380         VARYING FZB-PEND-SUB FROM 1 BY 1
012390         UNTIL FZB-PEND-SUB IS GREATER THAN FZB-PEND-COUNT.
012400     CLOSE FZBPNDO-FILE.
012410 6500-EXIT.
012420     EXIT.
012430
012440 6600-WRITE-ONE-PENDING.
012450     IF NOT FZB-PEND-IS-OPEN(FZB-PEND-SUB)
012460         GO TO 6600-EXIT
012470     END-IF.
012480     MOVE SPACES TO FZB-PND-RECORD.
012490     MOVE "P" TO FZB-PND-REC-TYPE.
012500     MOVE FZB-PEND-ID(FZB-PEND-SUB) TO FZB-PND-ID.
012510     MOVE FZB-PEND-MAKER(FZB-PEND-SUB) TO FZB-PND-MAKER.
012520     MOVE FZB-PEND-MKR-DATE(FZB-PEND-SUB) TO FZB-PND-MAKER-DATE.
012530     MOVE FZB-PEND-MKR-TIME(FZB-PEND-SUB) TO FZB-PND-MAKER-TIME.
012540     MOVE FZB-PEND-ACTION(FZB-PEND-SUB) TO FZB-PND-ACTION.
012550     MOVE FZB-PEND-TYPE(FZB-PEND-SUB) TO FZB-PND-TYPE.
012560     MOVE FZB-PEND-DIVISOR(FZB-PEND-SUB) TO FZB-PND-DIVISOR.
012570     MOVE FZB-PEND-EFF-DATE(FZB-PEND-SUB) TO FZB-PND-EFF-DATE.
012580     MOVE FZB-PEND-LABEL(FZB-PEND-SUB) TO FZB-PND-LABEL.
012590     MOVE FZB-PEND-OVR-FROM(FZB-PEND-SUB) TO FZB-PND-OVR-FROM.
012600     MOVE FZB-PEND-OVR-TO(FZB-PEND-SUB) TO FZB-PND-OVR-TO.
012610     MOVE FZB-PEND-OVR-ACT(FZB-PEND-SUB) TO FZB-PND-OVR-ACTION.
012620     WRITE FZB-PNDO-RECORD FROM FZB-PND-RECORD.
012630     ADD 1 TO FZB-CNT-PEND-OUT.
012640 6600-EXIT.
012650     EXIT.
012660
006830*----------------------------------------------------------*
006840* 7000-WRITE-TOTALS - CLOSE THE MAINTENANCE REPORT WITH     *
006850*                     THE CONTROL TOTALS.                   *
007070         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
007080         INTO FZB-RPT-TEXT.
007090     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
007091     PERFORM 7050-WRITE-PENDING-TOTALS THRU 7050-EXIT.
007100     MOVE FZB-CNT-MSTR-OUT TO FZB-RPT-NUMBER-ED.
007110     STRING "MASTER RECORDS OUT. . . . . " DELIMITED BY SIZE
007120         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
007130         INTO FZB-RPT-TEXT.
007140     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
007141     MOVE FZB-CNT-PEND-OUT TO FZB-RPT-NUMBER-ED.
007142     STRING "PENDING CHANGES CARRIED . . " DELIMITED BY SIZE
007143         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
007144         INTO FZB-RPT-TEXT.
007145     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
007150 7000-EXIT.
007160     EXIT.
007170
012670*----------------------------------------------------------*
012680* 7050-WRITE-PENDING-TOTALS - THE MAKER/CHECKER COUNTS:     *
012690*                             THE CHANGES HELD THIS RUN     *
012700*                             AND WHAT BECAME OF THE        *
012710*                             PENDING CHANGES BROUGHT IN.   *
012720*----------------------------------------------------------*
012730 7050-WRITE-PENDING-TOTALS.
012740     MOVE FZB-CNT-TXN-HELD TO FZB-RPT-NUMBER-ED.
012750     STRING "CHANGES HELD PENDING. . . . " DELIMITED BY SIZE
012760         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
012770         INTO FZB-RPT-TEXT.
012780     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
012790     MOVE FZB-CNT-PEND-IN TO FZB-RPT-NUMBER-ED.
012800     STRING "PENDING CHANGES IN. . . . . " DELIMITED BY SIZE
012810         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
012820         INTO FZB-RPT-TEXT.
012830     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
012840     MOVE FZB-CNT-PEND-APPROVED TO FZB-RPT-NUMBER-ED.
012850     STRING "PENDING CHANGES APPROVED. . " DELIMITED BY SIZE
012860         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
012870         INTO FZB-RPT-TEXT.
012880     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
012890     MOVE FZB-CNT-PEND-REJECTED TO FZB-RPT-NUMBER-ED.
012900     STRING "PENDING CHANGES REJECTED. . " DELIMITED BY SIZE
012910         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
012920         INTO FZB-RPT-TEXT.
012930     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
012940     MOVE FZB-CNT-PEND-EXPIRED TO FZB-RPT-NUMBER-ED.
012950     STRING "PENDING CHANGES EXPIRED . . " DELIMITED BY SIZE
012960         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
012970         INTO FZB-RPT-TEXT.
012980     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
012990 7050-EXIT.
013000     EXIT.
013010
013020*----------------------------------------------------------*
013030* 7500-WRITE-PENDING-REPORT - LIST EVERY CHANGE STILL       *
013040*                             AWAITING A CHECKER ON         *
013050*                             FZBPRPT, OLDEST FIRST, WITH   *
013060*                             ITS MAKER, RULE KEY AND       *
013070*                             EFFECTIVE DATE - THE DATE IT  *
013080*                             EXPIRES IF NOT YET APPROVED.  *
013090*                             "NEW" MARKS A CHANGE HELD     *
013100*                             THIS RUN, "SUPP" ONE THAT     *
013110*                             NEEDS A CHECKER WITH SUPPRESS *
013120*                             AUTHORITY.                    *
013130*----------------------------------------------------------*
013140 7500-WRITE-PENDING-REPORT.
013150     OPEN OUTPUT FZBPRPT-FILE.
013160     MOVE SPACES TO FZB-PRPT-LINE.
013170     STRING "FZBRMNT PENDING RULE CHANGES AWAITING A CHECKER"
013180             DELIMITED BY SIZE
013190         " - RUN DATE " DELIMITED BY SIZE
013200         FZB-RUN-DATE DELIMITED BY SIZE
013210         INTO FZB-PRPT-LINE.
013220     WRITE FZB-PRPT-LINE.
013230     MOVE SPACES TO FZB-PRPT-LINE.
013240     WRITE FZB-PRPT-LINE.
013250     MOVE SPACES TO FZB-PRPT-LINE.
013260     STRING "ID      MAKER    HELD ON  ACT T A "
013270             DELIMITED BY SIZE
013280         "DIVISOR/FROM - TO   EFF DATE LABEL    NOTE"
013290             DELIMITED BY SIZE
013300         INTO FZB-PRPT-LINE.
013310     WRITE FZB-PRPT-LINE.
013320     PERFORM 7600-WRITE-ONE-PENDING-LINE THRU 7600-EXIT
013330         VARYING FZB-PEND-SUB FROM 1 BY 1
013340         UNTIL FZB-PEND-SUB IS GREATER THAN FZB-PEND-COUNT.
013350     IF FZB-CNT-PEND-OUT IS EQUAL TO 0
013360         MOVE SPACES TO FZB-PRPT-LINE
013370         MOVE "NO CHANGES ARE AWAITING A CHECKER" TO FZB-PRPT-LINE
013380         WRITE FZB-PRPT-LINE
013390     END-IF.
013400     MOVE SPACES TO FZB-PRPT-LINE.
013410     WRITE FZB-PRPT-LINE.
013420     MOVE SPACES TO FZB-PRPT-LINE.
013430     MOVE FZB-CNT-PEND-OUT TO FZB-RPT-NUMBER-ED.
013440     STRING "CHANGES AWAITING A CHECKER. " DELIMITED BY SIZE
013450         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
013460         INTO FZB-PRPT-LINE.
013470     WRITE FZB-PRPT-LINE.
013480     CLOSE FZBPRPT-FILE.
013490 7500-EXIT.
013500     EXIT.
013510
013520 7600-WRITE-ONE-PENDING-LINE.
013530     IF NOT FZB-PEND-IS-OPEN(FZB-PEND-SUB)
013540         GO TO 7600-EXIT
013550     END-IF.
013560     MOVE FZB-PEND-ID(FZB-PEND-SUB) TO FZB-PRPT-ID.
013570     MOVE FZB-PEND-MAKER(FZB-PEND-SUB) TO FZB-PRPT-MAKER.
013580     MOVE FZB-PEND-MKR-DATE(FZB-PEND-SUB) TO FZB-PRPT-HELD-ON.
013590     MOVE FZB-PEND-ACTION(FZB-PEND-SUB) TO FZB-PRPT-ACTION.
013600     MOVE FZB-PEND-TYPE(FZB-PEND-SUB) TO FZB-PRPT-TYPE.
013610     MOVE FZB-PEND-OVR-ACT(FZB-PEND-SUB) TO FZB-PRPT-OVR-ACT.
013620     MOVE SPACES TO FZB-PRPT-KEY.
013630     IF FZB-PEND-TYPE(FZB-PEND-SUB) IS EQUAL TO "O"
013640         MOVE FZB-PEND-OVR-FROM(FZB-PEND-SUB)
013650             TO FZB-PRPT-KEY-FROM
013660         MOVE "-" TO FZB-PRPT-KEY-DASH
013670         MOVE FZB-PEND-OVR-TO(FZB-PEND-SUB) TO FZB-PRPT-KEY-TO
013680     ELSE
013690         MOVE FZB-PEND-DIVISOR(FZB-PEND-SUB)
013700             TO FZB-PRPT-KEY-FROM
013710     END-IF.
013720     MOVE FZB-PEND-EFF-DATE(FZB-PEND-SUB) TO FZB-PRPT-EFF-DATE.
013730     MOVE FZB-PEND-LABEL(FZB-PEND-SUB) TO FZB-PRPT-LABEL.
013740     MOVE SPACES TO FZB-PRPT-NOTE.
013750     IF FZB-PEND-IS-NEW(FZB-PEND-SUB)
013760         MOVE "NEW" TO FZB-PRPT-NOTE
013770     END-IF.
013780     IF FZB-PEND-TYPE(FZB-PEND-SUB) IS EQUAL TO "O"
013790             AND FZB-PEND-OVR-ACT(FZB-PEND-SUB) IS EQUAL TO "S"
013800             AND FZB-PEND-ACTION(FZB-PEND-SUB) IS NOT EQUAL TO
013810             "DEL"
013820         IF FZB-PEND-IS-NEW(FZB-PEND-SUB)
013830             MOVE "NEW SUPP" TO FZB-PRPT-NOTE
013840         ELSE
013850             MOVE "SUPP" TO FZB-PRPT-NOTE
013860         END-IF
013870     END-IF.
013880     MOVE SPACES TO FZB-PRPT-LINE.
013890     WRITE FZB-PRPT-LINE FROM FZB-PRPT-DETAIL.
013900 7600-EXIT.
013910     EXIT.
013920
007180*----------------------------------------------------------*
007190* 8000-REJECT-TXN - LIST THE REJECTED TRANSACTION WITH ITS  *
007200*                   REASON AND CARD IMAGE AND COUNT IT.     *
007880*                    JUST APPLIED. THE BEFORE AND AFTER     *
007890*                    IMAGES WERE BUILT BY THE ACTION        *
007900*                    HANDLER.                               *
007902*                    THE TRANSACTION WAS REBUILT FROM THE   *
007904*                    APPROVED PENDING CHANGE, SO THE USER IS*
007906*                    THE MAKER; THE PENDING ID TIES THE     *
007908*                    RECORD TO ITS "K" DECISION RECORD.     *
007910*----------------------------------------------------------*
007920 8600-WRITE-AUDIT.
007930     MOVE FZB-RUN-DATE TO FZB-AUD-DATE.
007950     MOVE FZB-RTXN-USER-ID TO FZB-AUD-USER.
007960     MOVE FZB-RTXN-ACTION TO FZB-AUD-ACTION.
007970     MOVE FZB-TXN-TYPE-WK TO FZB-AUD-TYPE.
007973     MOVE SPACE TO FZB-AUD-REC-TYPE.
007976     MOVE FZB-PEND-ID(FZB-PEND-SUB) TO FZB-AUD-PEND-ID.
007980     WRITE FZB-AUD-RECORD.
007990     MOVE SPACES TO FZB-AUD-BEFORE.
008000     MOVE SPACES TO FZB-AUD-AFTER.
008010 8600-EXIT.
008020     EXIT.
008030
013930*----------------------------------------------------------*
013940* 8700-WRITE-DECISION - WRITE THE "K" DECISION RECORD FOR   *
013950*                       THE PENDING CHANGE AT FZB-PEND-SUB: *
013960*                       THE MAKER AND HOLD TIMESTAMP, THE   *
013970*                       CHECKER AND THIS RUN'S TIMESTAMP,   *
013980*                       AND THE DECISION. THE CHECKER IS    *
013990*                       BLANK ON A HOLD OR AN EXPIRY.       *
014000*----------------------------------------------------------*
014010 8700-WRITE-DECISION.
014020     MOVE SPACES TO FZB-AUD-DEC-RECORD.
014030     MOVE FZB-RUN-DATE TO FZB-AUD-DEC-DATE.
014040     MOVE FZB-RUN-TIME TO FZB-AUD-DEC-TIME.
014050     MOVE FZB-CHECKER-WK TO FZB-AUD-DEC-CHECKER.
014060     MOVE FZB-PEND-ACTION(FZB-PEND-SUB) TO FZB-AUD-DEC-ACTION.
014070     MOVE "K" TO FZB-AUD-DEC-REC-TYPE.
014080     MOVE FZB-PEND-MAKER(FZB-PEND-SUB) TO FZB-AUD-DEC-MAKER.
014090     MOVE FZB-PEND-MKR-DATE(FZB-PEND-SUB)
014100         TO FZB-AUD-DEC-MAKER-DATE.
014110     MOVE FZB-PEND-MKR-TIME(FZB-PEND-SUB)
014120         TO FZB-AUD-DEC-MAKER-TIME.
014130     MOVE FZB-DECISION-WK TO FZB-AUD-DEC-DECISION.
014140     MOVE FZB-PEND-ID(FZB-PEND-SUB) TO FZB-AUD-DEC-PEND-ID.
014150     MOVE FZB-PEND-TYPE(FZB-PEND-SUB) TO FZB-AUD-DEC-RULE-TYPE.
014160     IF FZB-PEND-TYPE(FZB-PEND-SUB) IS EQUAL TO "O"
014170         MOVE FZB-PEND-OVR-FROM(FZB-PEND-SUB)
014180             TO FZB-AUD-DEC-RULE-KEY
014190     ELSE
014200         MOVE FZB-PEND-DIVISOR(FZB-PEND-SUB)
014210             TO FZB-AUD-DEC-RULE-KEY
014220     END-IF.
014230     MOVE FZB-PEND-EFF-DATE(FZB-PEND-SUB)
014240         TO FZB-AUD-DEC-EFF-DATE.
014250     WRITE FZB-AUD-DEC-RECORD.
014260     MOVE SPACES TO FZB-AUD-RECORD.
014270 8700-EXIT.
014280     EXIT.
014290
008040 9100-EMIT-RPT-LINE.
008050     DISPLAY FZB-RPT-TEXT.
008060     WRITE FZB-RPT-LINE.
