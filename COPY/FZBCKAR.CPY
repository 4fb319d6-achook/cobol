000010*----------------------------------------------------------*
000020* FZBCKAR   -  RULE CHECKER AUTHORITY RECORD (FZBRCHK -     *
000030*              PROD.FZB.RULECHKR). ONE CARD PER USER        *
000040*              AUTHORIZED TO APPROVE OR REJECT PENDING RULE *
000050*              CHANGES IN FZBRMNT. A USER NOT LISTED MAY    *
000060*              STILL SUBMIT CHANGES BUT CANNOT DECIDE THEM, *
000070*              AND A CHANGE IS NEVER DECIDED BY ITS OWN     *
000080*              MAKER. A SUPPRESS OVERRIDE (TYPE "O", ACTION *
000090*              "S") TAKES NUMBERS OUT OF EVERY OUTPUT, SO   *
000100*              IT MAY BE APPROVED ONLY BY A CHECKER WITH    *
000110*              "Y" IN THE SUPPRESS-AUTHORITY COLUMN (COLUMN *
000120*              10).                                         *
000130*----------------------------------------------------------*
000140 01  FZB-CKA-RECORD.
000150     05  FZB-CKA-USER-ID        PIC X(08).
000160     05  FILLER                 PIC X(01).
000170     05  FZB-CKA-SUPP-AUTH      PIC X(01).
000180         88  FZB-CKA-MAY-SUPPRESS   VALUE "Y".
000190     05  FILLER                 PIC X(70).
