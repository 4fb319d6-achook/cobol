000010*----------------------------------------------------------*
000020* FZBOCDR   -  OPERATOR STOP-REQUEST CARD (FZBOCDK -        *
000030*              PROD.FZB.STOPREQ). OPERATIONS MAY REPUNCH IT *
000040*              WHILE FIZZBUZZ RUNS - THE CARD IS RE-READ AT *
000050*              THE CHECKPOINT INTERVAL (SEE FZBCTLR) AND,   *
000060*              WHEN A REQUEST IS DUE, THE RUN QUIESCES      *
000070*              CLEANLY AT THAT CHECKPOINT WITH RC=12 AND    *
000080*              RESUMES FROM IT IN THE NEXT WINDOW. ACTION   *
000090*              "N" STOPS AT THE NEXT CHECK, "I" ONCE THE    *
000100*              STOP IDX IS REACHED (IN INPUT MODE THE COUNT *
000110*              OF FZBIN RECORDS READ), "T" ONCE THE WALL    *
000120*              CLOCK REACHES THE STOP TIME (HHMM - A TIME   *
000130*              EARLIER THAN THE RUN'S START MEANS AFTER     *
000140*              MIDNIGHT). ANY OTHER ACTION IS NO REQUEST.   *
000150*              THE RUN DATE MUST MATCH THE BUSINESS DATE    *
000160*              BEING PROCESSED, SO A CARD LEFT FROM AN      *
000170*              EARLIER DAY IS IGNORED. A BLANK PARTITION    *
000180*              APPLIES TO EVERY PARTITION. NO FZBOCDK DD    *
000190*              MEANS NO CHECKING.                           *
000200*----------------------------------------------------------*
000210 01  FZB-STOP-RECORD.
000220     05  FZB-STOP-ACTION        PIC X(01).
000230         88  FZB-STOP-IS-NOW        VALUE "N".
000240         88  FZB-STOP-IS-AT-IDX     VALUE "I".
000250         88  FZB-STOP-IS-AT-TIME    VALUE "T".
000260     05  FILLER                 PIC X(01).
000270     05  FZB-STOP-RUN-DATE-X    PIC X(08).
000280     05  FZB-STOP-RUN-DATE-9 REDEFINES FZB-STOP-RUN-DATE-X
000290                                PIC 9(08).
000300     05  FILLER                 PIC X(01).
000310     05  FZB-STOP-IDX-X         PIC X(07).
000320     05  FZB-STOP-IDX-9 REDEFINES FZB-STOP-IDX-X
000330                                PIC 9(07).
000340     05  FILLER                 PIC X(01).
000350     05  FZB-STOP-TIME-X        PIC X(04).
000360     05  FZB-STOP-TIME-9 REDEFINES FZB-STOP-TIME-X
000370                                PIC 9(04).
000380     05  FILLER                 PIC X(01).
000390     05  FZB-STOP-PART-X        PIC X(02).
000400     05  FZB-STOP-PART-9 REDEFINES FZB-STOP-PART-X
000410                                PIC 9(02).
000420     05  FILLER                 PIC X(01).
000430     05  FZB-STOP-USER-ID       PIC X(08).
000440     05  FILLER                 PIC X(45).
