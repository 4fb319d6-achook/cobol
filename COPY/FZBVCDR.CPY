000010*----------------------------------------------------------*
000020* FZBVCDR   -  FZBHVFY HISTORY RE-VERIFICATION CARD         *
000030*              (FZBVCDK). THE FIRST AND LAST RUN DATES      *
000040*              (YYYYMMDD) OF THE FZBHIST RECORDS TO BE      *
000050*              RECLASSIFIED. A BLANK TO DATE VERIFIES THE   *
000060*              FROM DATE ALONE. SUPPLIED BY THE SCHEDULER,  *
000070*              AS FZBTCDK IS.                               *
000080*----------------------------------------------------------*
000090 01  FZB-HVFY-CTL-RECORD.
000100     05  FZB-HVFY-FROM-DATE     PIC 9(08).
000110     05  FZB-HVFY-TO-DATE-X     PIC X(08).
000120     05  FZB-HVFY-TO-DATE-9 REDEFINES FZB-HVFY-TO-DATE-X
000130                                PIC 9(08).
000140     05  FILLER                 PIC X(64).
