000106*              ON A SUPPLIER FEED) IS STAMPED BY FZBRFIX    *
000107*              ON A RESUBMITTED TRANSACTION AND CARRIED TO  *
000108*              FZBREJ IF THE NUMBER REJECTS AGAIN.          *
000109*              THE ORIGIN KEY IN 14-41 IS SET LIKEWISE.     *
000110 01  FZB-IN-RECORD.
000120     05  FZB-IN-NUMBER-X        PIC X(09).
000130     05  FZB-IN-NUMBER-9 REDEFINES FZB-IN-NUMBER-X
000144     05  FZB-IN-RECYCLE-X       PIC X(02).
000146     05  FZB-IN-RECYCLE-9 REDEFINES FZB-IN-RECYCLE-X
000148                                PIC 9(02).
000150     05  FILLER                 PIC X(01).
000152     05  FZB-IN-ORIGIN          PIC X(28).
000154     05  FILLER                 PIC X(38).
000160     05  FZB-IN-REC-TYPE        PIC X(01).
000170         88  FZB-IN-IS-HEADER       VALUE "H".
000180         88  FZB-IN-IS-DETAIL       VALUE "D", " ".
