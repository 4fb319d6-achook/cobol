000010*----------------------------------------------------------*
000020* FZBMSMR   -  MONTHLY HISTORY SUMMARY RECORD (FZBMSUM VSAM *
000030*              KSDS, PROD.FZB.MONTHSUM). BUILT BY FZBROLL   *
000040*              FROM FZBHIST AHEAD OF THE WEEKLY PURGE AND   *
000050*              KEPT INDEFINITELY, SO TRENDS AND YEAR-OVER-  *
000060*              YEAR QUESTIONS OUTLIVE THE DETAIL. THE KEY   *
000070*              IS THE YEAR-MONTH (YYYYMM) AND THE CATEGORY  *
000080*              - THE FZBHIST CLASS KIND (P PLAIN, F FIZZ, B *
000090*              BUZZ, X FIZZBUZZ, O OTHER) WITH AN           *
000100*              OVERRIDDEN NUMBER (KIND O, BLANK MATCH       *
000110*              PATTERN) SPLIT OUT AS V, AND A BLANK         *
000120*              CATEGORY FOR THE ALL-CATEGORIES ROW THAT     *
000130*              CARRIES THE MONTH'S TOTALS. EACH ROW HOLDS   *
000140*              THE COUNT FOR EVERY DAY OF THE MONTH (BY DAY *
000150*              OF MONTH) AND THE MONTH TOTAL. A DAY IS      *
000160*              ROLLED UP WHEN ITS FLAG IS Y - THE ROLLUP    *
000170*              REPLACES A DAY'S COUNTS RATHER THAN ADDING   *
000180*              TO THEM, SO A RE-RUN IS HARMLESS, AND        *
000190*              FZBPURGE WILL NOT DELETE A DATE WHOSE FLAG   *
000200*              IS NOT SET ON THE ALL-CATEGORIES ROW.        *
000210*              PROCESSING DAYS IS THE NUMBER OF DAYS ROLLED *
000220*              UP. THE RULE VERSION IS THE EFFECTIVE DATE   *
000230*              OF THE LATEST FZBRULF RULE MASTER CHANGE IN  *
000240*              FORCE ON THE FIRST AND THE LAST DAY ROLLED   *
000250*              UP (ZERO WHEN THE RULES CAME FROM THE FZBCTL *
000260*              CARDS). THE ROLL DATE IS THE LAST RUN THAT   *
000270*              POSTED THE ROW.                              *
000280*----------------------------------------------------------*
000290 01  FZB-MSM-RECORD.
000300     05  FZB-MSM-KEY.
000310         10  FZB-MSM-MONTH      PIC 9(06).
000320         10  FZB-MSM-CATEGORY   PIC X(01).
000330             88  FZB-MSM-IS-ALL         VALUE SPACE.
000340             88  FZB-MSM-IS-PLAIN       VALUE "P".
000350             88  FZB-MSM-IS-FIZZ        VALUE "F".
000360             88  FZB-MSM-IS-BUZZ        VALUE "B".
000370             88  FZB-MSM-IS-FIZZBUZZ    VALUE "X".
000380             88  FZB-MSM-IS-OTHER       VALUE "O".
000390             88  FZB-MSM-IS-OVERRIDDEN  VALUE "V".
000400     05  FZB-MSM-DAY-TABLE.
000410         10  FZB-MSM-DAY-CNT OCCURS 31 TIMES
000420                                PIC 9(07).
000430     05  FZB-MSM-MONTH-TOTAL    PIC 9(09).
000440     05  FZB-MSM-PROC-DAYS      PIC 9(02).
000450     05  FZB-MSM-ROLLED-DAYS.
000460         10  FZB-MSM-DAY-ROLLED OCCURS 31 TIMES
000470                                PIC X(01).
000480     05  FZB-MSM-FIRST-RULE-VER PIC 9(08).
000490     05  FZB-MSM-LAST-RULE-VER  PIC 9(08).
000500     05  FZB-MSM-ROLL-DATE      PIC 9(08).
000510     05  FILLER                 PIC X(10).
