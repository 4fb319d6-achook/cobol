000010*----------------------------------------------------------*
000020* FZBBKPR   -  FZBHIST FULL BACKUP RECORD (FZBHBKP,         *
000030*              PROD.FZB.HISTBKUP GDG, SEQUENTIAL, LRECL     *
000040*              100). WRITTEN BY FZBBKUP AND READ BACK BY    *
000050*              FZBHRCV. A GENERATION IS ONE H HEADER        *
000060*              CARRYING THE SYSTEM DATE AND TIME THE BACKUP *
000070*              WAS TAKEN, ONE D DETAIL PER FZBHIST RECORD   *
000080*              IN KEY SEQUENCE WITH THE 80-BYTE HISTORY     *
000090*              IMAGE, AND ONE T TRAILER REPEATING THE STAMP *
000100*              WITH THE DETAIL COUNT. A GENERATION WITHOUT  *
000110*              BOTH THE HEADER AND A TRAILER THAT AGREES    *
000120*              WITH IT IS INCOMPLETE AND MUST NOT BE        *
000130*              RESTORED.                                    *
000140*----------------------------------------------------------*
000150 01  FZB-BKP-RECORD.
000160     05  FZB-BKP-REC-TYPE       PIC X(01).
000170         88  FZB-BKP-IS-HEADER          VALUE "H".
000180         88  FZB-BKP-IS-DETAIL          VALUE "D".
000190         88  FZB-BKP-IS-TRAILER         VALUE "T".
000200     05  FZB-BKP-HIST-IMAGE     PIC X(80).
000210     05  FZB-BKP-CONTROL REDEFINES FZB-BKP-HIST-IMAGE.
000220         10  FZB-BKP-STAMP.
000230             15  FZB-BKP-DATE   PIC 9(08).
000240             15  FZB-BKP-TIME   PIC 9(08).
000250         10  FZB-BKP-REC-COUNT  PIC 9(09).
000260         10  FILLER             PIC X(55).
000270     05  FILLER                 PIC X(19).
