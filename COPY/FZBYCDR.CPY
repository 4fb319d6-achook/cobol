000010*----------------------------------------------------------*
000020* FZBYCDR   -  FZBPERD PERIOD REPORT CARD (FZBYCDK). THE    *
000030*              AS-OF MONTH (YYYYMM) IN COLUMNS 1-6. THE     *
000040*              REPORT COVERS THE AS-OF MONTH'S YEAR FROM    *
000050*              JANUARY THROUGH THE AS-OF MONTH, SET AGAINST *
000060*              THE SAME MONTHS OF THE YEAR BEFORE. A        *
000070*              MISSING OR BLANK CARD REPORTS AS OF THE      *
000080*              MONTH OF THE RUN DATE, SO THE WEEKLY RUN     *
000090*              NEEDS NO CARD.                               *
000100*----------------------------------------------------------*
000110 01  FZB-YCD-RECORD.
000120     05  FZB-YCD-MONTH-X        PIC X(06).
000130     05  FZB-YCD-MONTH-9 REDEFINES FZB-YCD-MONTH-X.
000140         10  FZB-YCD-YEAR       PIC 9(04).
000150         10  FZB-YCD-MONTH      PIC 9(02).
000160     05  FILLER                 PIC X(74).
