000097*                    ENDED AT EOF OR AT THE NEXT HEADER     *
000098*                06  DETAIL OUTSIDE A BATCH (BATCH          *
000099*                    CONTROLS REQUIRED)                     *
000100*                07  DUPLICATE OR REUSED BATCH ID (FZBBREG) *
000101*              THE RECYCLE COUNT (CARVED FROM THE TRAILING  *
000102*              FILLER) IS HOW MANY TIMES THIS TRANSACTION   *
000103*              HAS ALREADY BEEN RESUBMITTED BY FZBRFIX -    *
000160     05  FZB-REJ-REASON-TEXT    PIC X(30).
000162     05  FILLER                 PIC X(01).
000164     05  FZB-REJ-RECYCLE        PIC 9(02).
000165*              THE ORIGIN KEY NAMES THE SUPPLIER BATCH THE  *
000166*              TRANSACTION FIRST ARRIVED IN (ITS FZBSTAT    *
000167*              KEY - SEE FZBSTSR) AND IS CARRIED THROUGH    *
000168*              EVERY RESUBMISSION SO FZBRFIX CAN POST ITS   *
000169*              RECYCLE COUNTS BACK TO THAT BATCH.           *
000170     05  FILLER                 PIC X(01).
000180     05  FZB-REJ-ORIGIN.
000190         10  FZB-REJ-ORIG-RUN-DATE
000200                                PIC 9(08).
000210         10  FZB-REJ-ORIG-SOURCE
000220                                PIC X(08).
000230         10  FZB-REJ-ORIG-BATCH-ID
000240                                PIC X(08).
000250         10  FZB-REJ-ORIG-PART-NO
000260                                PIC 9(02).
000270         10  FZB-REJ-ORIG-OCCUR PIC 9(02).
000280     05  FILLER                 PIC X(05).
