000010*----------------------------------------------------------*
000020* FZBLCDR   -  BATCH REGISTRY RELEASE CARD (FZBLCDK). ONE   *
000030*              CARD PER REGISTERED SUPPLIER BATCH THAT      *
000040*              OPERATIONS HAVE CONFIRMED WITH THE SUPPLIER  *
000050*              IS A GENUINE RESEND. FZBBREL MARKS THE       *
000060*              FZBBREG RECORD RELEASED SO THE NEXT FIZZBUZZ *
000070*              RUN ACCEPTS THE BATCH, AND WRITES THE USER   *
000080*              ID AND NOTE TO FZBLOG.                       *
000090*----------------------------------------------------------*
000100 01  FZB-LCD-RECORD.
000110     05  FZB-LCD-SOURCE         PIC X(08).
000120     05  FILLER                 PIC X(01).
000130     05  FZB-LCD-BATCH-ID       PIC X(08).
000140     05  FILLER                 PIC X(01).
000150     05  FZB-LCD-USER-ID        PIC X(08).
000160     05  FILLER                 PIC X(01).
000170     05  FZB-LCD-NOTE           PIC X(40).
000180     05  FILLER                 PIC X(13).
