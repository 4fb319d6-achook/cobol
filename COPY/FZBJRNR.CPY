000010*----------------------------------------------------------*
000020* FZBJRNR   -  FZBHIST FORWARD-RECOVERY JOURNAL RECORD      *
000030*              (FZBJRNL, PROD.FZB.HISTJRNL, SEQUENTIAL,     *
000040*              LRECL 120). ONE RECORD IS WRITTEN FOR EVERY  *
000050*              FZBHIST RECORD ADDED OR REWRITTEN BY         *
000060*              FIZZBUZZ, FZBMERGE OR AN FZBARCV RELOAD,     *
000070*              CARRYING THE FULL 80-BYTE HISTORY IMAGE AS   *
000080*              WRITTEN. THE STAMP IS THE SYSTEM DATE AND    *
000090*              TIME (HHMMSSHH) THE WRITING RUN OPENED THE   *
000100*              JOURNAL; THE RUN DATE IS THAT RUN'S BUSINESS *
000110*              RUN DATE. THE ACTION IS A WHEN THE KEY WAS   *
000120*              NEW TO THE CLUSTER AND R WHEN AN EXISTING    *
000130*              RECORD WAS REPLACED. FZBHRCV REPLAYS THE     *
000140*              JOURNAL OVER A RESTORED FZBBKUP BACKUP,      *
000150*              SKIPPING RECORDS STAMPED BEFORE THE BACKUP   *
000160*              WAS TAKEN.                                   *
000170*----------------------------------------------------------*
000180 01  FZB-JRN-RECORD.
000190     05  FZB-JRN-STAMP.
000200         10  FZB-JRN-STAMP-DATE PIC 9(08).
000210         10  FZB-JRN-STAMP-TIME PIC 9(08).
000220     05  FZB-JRN-PROGRAM        PIC X(08).
000230     05  FZB-JRN-RUN-DATE       PIC 9(08).
000240     05  FZB-JRN-ACTION         PIC X(01).
000250         88  FZB-JRN-ADDED              VALUE "A".
000260         88  FZB-JRN-REWRITTEN          VALUE "R".
000270     05  FZB-JRN-HIST-IMAGE     PIC X(80).
000280     05  FILLER                 PIC X(07).
