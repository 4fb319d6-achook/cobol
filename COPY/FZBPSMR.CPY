000010*----------------------------------------------------------*
000020* FZBPSMR   -  PARTITION SUMMARY RECORD (FZBPSUM). WRITTEN  *
000030*              BY A PARTITIONED FIZZBUZZ STEP AT NORMAL END *
000040*              AND READ BY FZBMERGE, WHICH BUILDS THE ONE   *
000050*              COMBINED FZBRPT FROM EVERY PARTITION'S SET.  *
000060*              EACH SET IS ONE "C" RECORD PER RULE          *
000070*              CATEGORY, ONE "B" RECORD PER INPUT BATCH     *
000080*              AND A CLOSING "T" RECORD WITH THE            *
000090*              PARTITION'S FINAL CONTROL TOTALS - A         *
000100*              PARTITION WITH NO "T" RECORD FOR THE RUN     *
000110*              DATE HAS NOT COMPLETED. THE WHOLE SET IS     *
000120*              REWRITTEN AT EACH NORMAL END, SO THE DATASET *
000130*              IS CLEARED BEFORE EVERY PARTITION STEP.      *
000131*              A "B" RECORD CARRIES THE BATCH'S SOURCE,     *
000132*              HASH AND DISPOSITION (THE FIZZBUZZ BATCH     *
000133*              BALANCE SWITCH - Y ACCEPTED, N OUT OF        *
000134*              BALANCE, T TRAILER MISSING, D DUPLICATE, R   *
000135*              BATCH ID REUSED) AND, FOR D AND R, THE RUN   *
000136*              DATE AND COUNT OF THE FZBBREG REGISTRATION   *
000137*              IT COLLIDED WITH. AN "S" RECORD FOLLOWS      *
000138*              EACH "B" WITH THE BATCH'S OCCURRENCE AND ITS *
000139*              REJECTS BY REASON CODE FOR THE FZBSTAT       *
000140*              SUPPLIER STATISTICS (SEE FZBSTSR); ONE MORE  *
000141*              "S" WITH A BLANK SOURCE AND BATCH ID COVERS  *
000142*              DETAILS READ OUTSIDE ANY BATCH.              *
000143*----------------------------------------------------------*
000150 01  FZB-PSM-RECORD.
000160     05  FZB-PSM-RUN-DATE       PIC 9(08).
000170     05  FZB-PSM-PART-NO        PIC 9(02).
000180     05  FZB-PSM-REC-TYPE       PIC X(01).
000190         88  FZB-PSM-IS-CATEGORY    VALUE "C".
000200         88  FZB-PSM-IS-BATCH       VALUE "B".
000210         88  FZB-PSM-IS-TOTALS      VALUE "T".
000211         88  FZB-PSM-IS-STATS       VALUE "S".
000220     05  FZB-PSM-DATA           PIC X(69).
000230     05  FZB-PSM-CAT REDEFINES FZB-PSM-DATA.
000240         10  FZB-PSM-CAT-TEXT       PIC X(20).
000250         10  FZB-PSM-CAT-CNT        PIC 9(07).
000260         10  FILLER                 PIC X(42).
000270     05  FZB-PSM-BAT REDEFINES FZB-PSM-DATA.
000280         10  FZB-PSM-BAT-ID         PIC X(08).
000290         10  FZB-PSM-BAT-READ       PIC 9(07).
000300         10  FZB-PSM-BAT-ACC        PIC 9(07).
000310         10  FZB-PSM-BAT-REJ        PIC 9(07).
000320         10  FZB-PSM-BAT-SOURCE     PIC X(08).
000321         10  FZB-PSM-BAT-DISP       PIC X(01).
000322         10  FZB-PSM-BAT-HASH       PIC 9(13).
000323         10  FZB-PSM-BAT-REG-DATE   PIC 9(08).
000324         10  FZB-PSM-BAT-REG-COUNT  PIC 9(09).
000325         10  FILLER                 PIC X(01).
000330     05  FZB-PSM-TOT REDEFINES FZB-PSM-DATA.
000340         10  FZB-PSM-CNT-PLAIN      PIC 9(07).
000350         10  FZB-PSM-CNT-FIZZ       PIC 9(07).
000360         10  FZB-PSM-CNT-BUZZ       PIC 9(07).
000370         10  FZB-PSM-CNT-FIZZBUZZ   PIC 9(07).
000380         10  FZB-PSM-CNT-OTHER      PIC 9(07).
000390         10  FZB-PSM-CNT-READ       PIC 9(07).
000400         10  FZB-PSM-CNT-REJECT     PIC 9(07).
000410         10  FZB-PSM-CNT-SUPPRESS   PIC 9(07).
000420         10  FZB-PSM-CNT-OVERRIDE   PIC 9(07).
000430         10  FILLER                 PIC X(06).
000440     05  FZB-PSM-STS REDEFINES FZB-PSM-DATA.
000450         10  FZB-PSM-STS-ID         PIC X(08).
000460         10  FZB-PSM-STS-SOURCE     PIC X(08).
000470         10  FZB-PSM-STS-OCCUR      PIC 9(02).
000480         10  FZB-PSM-STS-READ       PIC 9(07).
000490         10  FZB-PSM-STS-RSN-TABLE.
000499             15  FZB-PSM-STS-RSN-CNT OCCURS 7 TIMES
000508                                    PIC 9(05).
000510         10  FILLER                 PIC X(09).
