000010*----------------------------------------------------------*
000020* FZBPRPD   -  PENDING CHANGE REPORT DETAIL LINE. FZBRMNT   *
000030*              WRITES ONE TO FZBPRPT FOR EACH CHANGE STILL  *
000040*              AWAITING A CHECKER AT THE END OF THE RUN -   *
000050*              ITS PENDING ID, MAKER, THE DATE IT WAS HELD, *
000060*              THE ACTION, RULE TYPE AND KEY, THE EFFECTIVE *
000070*              DATE AND LABEL, AND A NOTE WHEN IT ADDS A    *
000080*              NEW RULE OR A SUPPRESS OVERRIDE.             *
000090*----------------------------------------------------------*
000100 01  FZB-PRPT-DETAIL.
000110     05  FZB-PRPT-ID            PIC 9(06).
000120     05  FILLER                 PIC X(02) VALUE SPACES.
000130     05  FZB-PRPT-MAKER         PIC X(08).
000140     05  FILLER                 PIC X(01) VALUE SPACE.
000150     05  FZB-PRPT-HELD-ON       PIC 9(08).
000160     05  FILLER                 PIC X(01) VALUE SPACE.
000170     05  FZB-PRPT-ACTION        PIC X(03).
000180     05  FILLER                 PIC X(01) VALUE SPACE.
000190     05  FZB-PRPT-TYPE          PIC X(01).
000200     05  FILLER                 PIC X(01) VALUE SPACE.
000210     05  FZB-PRPT-OVR-ACT       PIC X(01).
000220     05  FILLER                 PIC X(01) VALUE SPACE.
000230     05  FZB-PRPT-KEY.
000240         10  FZB-PRPT-KEY-FROM  PIC Z(8)9.
000250         10  FZB-PRPT-KEY-DASH  PIC X(01).
000260         10  FZB-PRPT-KEY-TO    PIC Z(8)9.
000270     05  FILLER                 PIC X(01) VALUE SPACE.
000280     05  FZB-PRPT-EFF-DATE      PIC 9(08).
000290     05  FILLER                 PIC X(01) VALUE SPACE.
000300     05  FZB-PRPT-LABEL         PIC X(08).
000310     05  FILLER                 PIC X(01) VALUE SPACE.
000320     05  FZB-PRPT-NOTE          PIC X(08).
