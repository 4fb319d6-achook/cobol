000260*              WHEN A SUPPLIER SENDS THEM BUT STILL TAKES   *
000270*              BARE DETAILS, SO FEEDS CAN CUT OVER ONE AT   *
000280*              A TIME; "N" (OR BLANK) IS THE OLD BARE FEED. *
000281*              TYPE "3" NAMES ONE PARTITION OF A RUN SPLIT  *
000282*              ACROSS PARALLEL FIZZBUZZ STEPS: PARTITION    *
000283*              NUMBER (01 UP, IN ORDER), THEN THE FIRST AND *
000284*              LAST IDX OF ITS SLICE OF THE GENERATED RANGE *
000285*              - OR, IN INPUT MODE, THE FIRST AND LAST      *
000286*              FZBIN RECORD POSITION (A BATCH BELONGS TO    *
000287*              THE PARTITION HOLDING ITS "H" RECORD). THE   *
000288*              SLICES RUN ON FROM ONE ANOTHER WITH NO GAP.  *
000290*----------------------------------------------------------*
000300 01  FZB-CTL-RECORD.
000310     05  FZB-CTL-TYPE            PIC X(01).
000320         88  FZB-CTL-IS-HEADER       VALUE "1".
000330         88  FZB-CTL-IS-RULE         VALUE "2".
000331         88  FZB-CTL-IS-PARTITION    VALUE "3".
000340     05  FZB-CTL-DATA            PIC X(79).
000350     05  FZB-CTL-HDR REDEFINES FZB-CTL-DATA.
000360         10  FZB-CTL-UPPER-BOUND     PIC 9(07).
000470         10  FZB-CTL-DIVISOR         PIC 9(05).
000480         10  FZB-CTL-LABEL           PIC X(08).
000490         10  FILLER                  PIC X(66).
000500     05  FZB-CTL-PART REDEFINES FZB-CTL-DATA.
000510         10  FZB-CTL-PART-NO         PIC 9(02).
000520         10  FZB-CTL-PART-FROM       PIC 9(07).
000530         10  FZB-CTL-PART-TO         PIC 9(07).
000540         10  FILLER                  PIC X(63).
