000117*              TO NUMBER AND FORCED LABEL ARE ON THE        *
000118*              MASTER GENERATION THE AUDIT POINTS AT.       *
000119*----------------------------------------------------------*
000120*              ADD/UPD/DEL ARE HELD FOR A CHECKER (SEE      *
000121*              FZBRTXR). THE CHANGE RECORD ABOVE IS WRITTEN *
000122*              WHEN AN APPROVED CHANGE IS APPLIED - ITS     *
000123*              USER IS THE MAKER, ITS TIMESTAMP THE         *
000124*              APPLYING RUN. EACH STEP OF A PENDING CHANGE  *
000125*              ALSO WRITES A "K" DECISION RECORD (RECORD    *
000126*              TYPE IN POSITION 28) WITH MAKER, CHECKER,    *
000127*              BOTH TIMESTAMPS AND THE DECISION - P         *
000128*              SUBMITTED, A APPROVED, R REJECTED, E EXPIRED *
000129*              UNAPPROVED AT ITS EFFECTIVE DATE.            *
000130 01  FZB-AUD-RECORD.
000140     05  FZB-AUD-DATE           PIC 9(08).
000150     05  FZB-AUD-TIME           PIC 9(08).
000160     05  FZB-AUD-USER           PIC X(08).
000170     05  FZB-AUD-ACTION         PIC X(03).
000180     05  FZB-AUD-REC-TYPE       PIC X(01).
000182         88  FZB-AUD-IS-CHANGE      VALUE " ".
000184         88  FZB-AUD-IS-DECISION    VALUE "K".
000190     05  FZB-AUD-BEFORE.
000200         10  FZB-AUD-BEF-DIVISOR    PIC X(05).
000210         10  FZB-AUD-BEF-EFF-DATE   PIC X(08).
000286         10  FZB-AUD-AFT-OVR-STAT   PIC X(01).
000287         10  FILLER                 PIC X(03).
000288     05  FZB-AUD-TYPE           PIC X(01).
000290     05  FZB-AUD-PEND-ID        PIC X(06).
000300     05  FILLER                 PIC X(01).
000310 01  FZB-AUD-DEC-RECORD.
000320     05  FZB-AUD-DEC-DATE       PIC 9(08).
000330     05  FZB-AUD-DEC-TIME       PIC 9(08).
000340     05  FZB-AUD-DEC-CHECKER    PIC X(08).
000350     05  FZB-AUD-DEC-ACTION     PIC X(03).
000360     05  FZB-AUD-DEC-REC-TYPE   PIC X(01).
000370     05  FZB-AUD-DEC-MAKER      PIC X(08).
000380     05  FZB-AUD-DEC-MAKER-DATE PIC 9(08).
000390     05  FZB-AUD-DEC-MAKER-TIME PIC 9(08).
000400     05  FZB-AUD-DEC-DECISION   PIC X(01).
000410         88  FZB-AUD-DEC-SUBMITTED  VALUE "P".
000420         88  FZB-AUD-DEC-APPROVED   VALUE "A".
000430         88  FZB-AUD-DEC-REJECTED   VALUE "R".
000440         88  FZB-AUD-DEC-EXPIRED    VALUE "E".
000450     05  FZB-AUD-DEC-PEND-ID    PIC 9(06).
000460     05  FZB-AUD-DEC-RULE-TYPE  PIC X(01).
000470     05  FZB-AUD-DEC-RULE-KEY   PIC 9(09).
000480     05  FZB-AUD-DEC-EFF-DATE   PIC 9(08).
000490     05  FILLER                 PIC X(03).
