000010*----------------------------------------------------------*
000020* FZBSTSR   -  SUPPLIER STATISTICS HISTORY RECORD (FZBSTAT  *
000030*              VSAM KSDS). ONE RECORD PER SUPPLIER BATCH    *
000040*              PER RUN, WRITTEN AT NORMAL END BY FIZZBUZZ   *
000050*              (BY FZBMERGE ON A SPLIT DAY) AND KEPT FOR    *
000060*              THE FZBSCOR MONTHLY SCORECARD. THE KEY IS    *
000070*              THE RUN DATE, SOURCE AND BATCH ID, THE PART  *
000080*              NUMBER (00 FOR A WHOLE RUN) AND THE          *
000090*              OCCURRENCE OF THAT SOURCE AND BATCH ID IN    *
000100*              THE PART (01 UNLESS THE FEED REPEATED IT).   *
000110*              DETAILS READ OUTSIDE ANY BATCH ARE KEPT ON   *
000120*              ONE RECORD PER PART WITH A BLANK SOURCE AND  *
000130*              BATCH ID. THE DISPOSITION IS THE FIZZBUZZ    *
000140*              BATCH BALANCE SWITCH - Y ACCEPTED, N OUT OF  *
000150*              BALANCE, T TRAILER MISSING, D DUPLICATE, R   *
000160*              BATCH ID REUSED (SPACE FOR THE NO-BATCH      *
000170*              RECORD). THE REJECT COUNT IS SPLIT BY FZBREJ *
000180*              REASON CODE 01-07 (SEE FZBREJR). THE RECYCLE *
000190*              COUNTS ARE POSTED LATER BY FZBRFIX FROM THE  *
000200*              ORIGIN KEY EACH REJECT CARRIES - THE PASS    *
000210*              FIELDS HOLD THE LAST RECYCLE PASS POSTED     *
000220*              (REJECT RECYCLE COUNT PLUS ONE) AND WHAT IT  *
000230*              CONTRIBUTED, SO A REPEATED FZBRFIX RUN OVER  *
000240*              THE SAME REJECTS REPLACES ITS OWN FIGURES    *
000250*              INSTEAD OF ADDING THEM TWICE. FIZZBUZZ NEVER *
000260*              ALTERS THE RECYCLE FIELDS OF A RECORD IT     *
000270*              REWRITES.                                    *
000280*----------------------------------------------------------*
000290 01  FZB-STS-RECORD.
000300     05  FZB-STS-KEY.
000310         10  FZB-STS-RUN-DATE   PIC 9(08).
000320         10  FZB-STS-SOURCE     PIC X(08).
000330         10  FZB-STS-BATCH-ID   PIC X(08).
000340         10  FZB-STS-PART-NO    PIC 9(02).
000350         10  FZB-STS-OCCUR      PIC 9(02).
000360     05  FZB-STS-DISP           PIC X(01).
000370     05  FZB-STS-READ           PIC 9(07).
000380     05  FZB-STS-ACC            PIC 9(07).
000390     05  FZB-STS-REJ            PIC 9(07).
000400     05  FZB-STS-RSN-TABLE.
000409         10  FZB-STS-RSN-CNT OCCURS 7 TIMES
000418                                PIC 9(05).
000420     05  FZB-STS-RFIX-RESUB     PIC 9(05).
000430     05  FZB-STS-RFIX-FORCED    PIC 9(05).
000440     05  FZB-STS-RFIX-PASS      PIC 9(02).
000450     05  FZB-STS-RFIX-PASS-RESUB
000460                                PIC 9(05).
000470     05  FZB-STS-RFIX-PASS-FORCED
000480                                PIC 9(05).
000490     05  FZB-STS-RFIX-DATE      PIC 9(08).
000500     05  FILLER                 PIC X(05).
