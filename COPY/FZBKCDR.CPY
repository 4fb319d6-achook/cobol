000010*----------------------------------------------------------*
000020* FZBKCDR   -  FZBDREC DELIVERY RECONCILIATION CARD         *
000030*              (FZBKCDK). THE FIRST AND LAST RUN DATES      *
000040*              (YYYYMMDD) TO BE RECONCILED AND THE          *
000050*              ACKNOWLEDGEMENT CUTOFF DATE. A FILE RELEASED *
000060*              ON OR BEFORE THE CUTOFF WITH NO RECEIPT IS   *
000070*              OVERDUE; ONE RELEASED AFTER IT IS STILL      *
000080*              AWAITED. SUPPLIED BY THE SCHEDULER, AS       *
000090*              FZBTCDK IS, SO THE SITE CALENDAR STAYS OUT   *
000100*              OF THE PROGRAM.                              *
000110*----------------------------------------------------------*
000120 01  FZB-DREC-CTL-RECORD.
000130     05  FZB-DREC-FROM-DATE     PIC 9(08).
000140     05  FZB-DREC-TO-DATE       PIC 9(08).
000150     05  FZB-DREC-CUTOFF-DATE   PIC 9(08).
000160     05  FILLER                 PIC X(56).
