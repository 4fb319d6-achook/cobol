000010*----------------------------------------------------------*
000020* FZBPNDT   -  PENDING RULE CHANGE TABLE. FZBRMNT LOADS THE *
000030*              CURRENT PENDING-CHANGE GENERATION (SEE       *
000040*              FZBPNDR) HERE, ADDS THE CHANGES HELD THIS    *
000050*              RUN AND MARKS EACH ONE AS IT IS DECIDED. THE *
000060*              STATE IS "P" PENDING FROM AN EARLIER RUN,    *
000070*              "N" HELD THIS RUN (NOT YET DECIDABLE), "A"   *
000080*              APPROVED, "R" REJECTED OR "E" EXPIRED; ONLY  *
000090*              "P" AND "N" ENTRIES ARE CARRIED TO THE NEXT  *
000100*              GENERATION.                                  *
000110*----------------------------------------------------------*
000120 01  FZB-PEND-TABLE.
000130     05  FZB-PEND-COUNT          PIC 9(03) VALUE 0.
000140     05  FZB-PEND-ENTRY OCCURS 200 TIMES
000150             INDEXED BY FZB-PEND-NDX.
000160         10  FZB-PEND-STATE      PIC X(01).
000170             88  FZB-PEND-IS-OPEN        VALUE "P", "N".
000180             88  FZB-PEND-IS-NEW         VALUE "N".
000190         10  FZB-PEND-ID         PIC 9(06).
000200         10  FZB-PEND-MAKER      PIC X(08).
000210         10  FZB-PEND-MKR-DATE   PIC 9(08).
000220         10  FZB-PEND-MKR-TIME   PIC 9(08).
000230         10  FZB-PEND-ACTION     PIC X(03).
000240         10  FZB-PEND-TYPE       PIC X(01).
000250         10  FZB-PEND-DIVISOR    PIC 9(05).
000260         10  FZB-PEND-EFF-DATE   PIC 9(08).
000270         10  FZB-PEND-LABEL      PIC X(08).
000280         10  FZB-PEND-OVR-FROM   PIC 9(09).
000290         10  FZB-PEND-OVR-TO     PIC 9(09).
000300         10  FZB-PEND-OVR-ACT    PIC X(01).
