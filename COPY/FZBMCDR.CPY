000010*----------------------------------------------------------*
000020* FZBMCDR   -  FZBSCOR SCORECARD CARD (FZBMCDK). THE REPORT *
000030*              MONTH (YYYYMM) IN COLUMNS 1-6. A MISSING OR  *
000040*              BLANK CARD REPORTS THE CALENDAR MONTH BEFORE *
000050*              THE RUN DATE, SO THE SCHEDULED RUN EARLY IN  *
000060*              A MONTH NEEDS NO CARD. THE MONTH BEFORE THE  *
000070*              REPORT MONTH IS READ AS WELL FOR THE         *
000080*              MONTH-OVER-MONTH CHANGE.                     *
000090*----------------------------------------------------------*
000100 01  FZB-MCD-RECORD.
000110     05  FZB-MCD-MONTH-X        PIC X(06).
000120     05  FZB-MCD-MONTH-9 REDEFINES FZB-MCD-MONTH-X.
000130         10  FZB-MCD-YEAR       PIC 9(04).
000140         10  FZB-MCD-MONTH      PIC 9(02).
000150     05  FILLER                 PIC X(74).
