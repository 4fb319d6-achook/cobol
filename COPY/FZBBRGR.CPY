000010*----------------------------------------------------------*
000020* FZBBRGR   -  SUPPLIER BATCH REGISTRY RECORD (FZBBREG      *
000030*              VSAM KSDS). ONE RECORD PER SUPPLIER BATCH    *
000040*              FIZZBUZZ HAS ACCEPTED, KEYED BY SOURCE AND   *
000050*              BATCH ID, CARRYING THE RUN DATE IT WAS       *
000060*              CLASSIFIED AND THE TRAILER COUNT AND HASH IT *
000070*              BALANCED TO. A LATER BATCH WITH THE SAME KEY *
000080*              IS REJECTED WHOLE AS A DUPLICATE. THE PART   *
000090*              NUMBER (00 FOR A WHOLE RUN) AND ORDINAL (THE *
000100*              BATCH'S PLACE IN THAT RUN) LET A RESTARTED   *
000110*              RUN RECOGNISE ITS OWN REGISTRATIONS. FZBBREL *
000120*              MARKS A RECORD RELEASED WHEN OPERATIONS      *
000130*              CONFIRM A RESEND IS GENUINE - A RELEASED     *
000140*              RECORD NO LONGER BLOCKS THE KEY, AND IS      *
000150*              REPLACED WHEN THE RESEND IS ACCEPTED.        *
000160*----------------------------------------------------------*
000170 01  FZB-BREG-RECORD.
000180     05  FZB-BREG-KEY.
000190         10  FZB-BREG-SOURCE    PIC X(08).
000200         10  FZB-BREG-BATCH-ID  PIC X(08).
000210     05  FZB-BREG-RUN-DATE      PIC 9(08).
000220     05  FZB-BREG-COUNT         PIC 9(09).
000230     05  FZB-BREG-HASH          PIC 9(13).
000240     05  FZB-BREG-STATUS        PIC X(01).
000250         88  FZB-BREG-ACTIVE        VALUE "A".
000260         88  FZB-BREG-RELEASED      VALUE "R".
000270     05  FZB-BREG-PART-NO       PIC 9(02).
000280     05  FZB-BREG-ORDINAL       PIC 9(03).
000290     05  FZB-BREG-REL-DATE      PIC 9(08).
000300     05  FZB-BREG-REL-USER      PIC X(08).
000310     05  FILLER                 PIC X(12).
