000010*----------------------------------------------------------*
000020* FZBNCDR   -  PARTITION NUMBER CARD (FZBNCDK). TELLS ONE   *
000030*              PARALLEL FIZZBUZZ STEP WHICH OF THE TYPE "3" *
000040*              PARTITIONS ON FZBCTL (SEE FZBCTLR) IT IS TO  *
000050*              CLASSIFY. NO FZBNCDK DD MEANS AN ORDINARY    *
000060*              WHOLE-RUN STEP - THE PARTITION CARDS ARE     *
000070*              THEN IGNORED.                                *
000080*----------------------------------------------------------*
000090 01  FZB-PNUM-CTL-RECORD.
000100     05  FZB-PNUM-PART-X        PIC X(02).
000110     05  FZB-PNUM-PART-9 REDEFINES FZB-PNUM-PART-X
000120                                PIC 9(02).
000130     05  FILLER                 PIC X(78).
