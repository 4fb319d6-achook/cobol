000010*----------------------------------------------------------*
000020* FZBBSGR   -  FZBBAL SIGN-OFF CARD (FZBBSGN). SUPPLIED     *
000030*              ONLY WHEN OPERATIONS HAS REVIEWED AN OUT-OF- *
000040*              BALANCE FZBBRPT REPORT AND ACCEPTS THE DAY - *
000050*              THE JOB IS RESUBMITTED FROM THE BALANCING    *
000060*              STEP WITH THIS CARD. IT NAMES THE RUN DATE   *
000070*              BEING RELEASED, SO A CARD LEFT IN THE DECK   *
000080*              CANNOT RELEASE A LATER DAY, AND THE USER ID  *
000090*              OF THE PERSON SIGNING OFF, WHICH IS WRITTEN  *
000100*              TO FZBLOG WITH THE NOTE.                     *
000110*----------------------------------------------------------*
000120 01  FZB-BSGN-RECORD.
000130     05  FZB-BSGN-RUN-DATE      PIC 9(08).
000140     05  FILLER                 PIC X(01).
000150     05  FZB-BSGN-USER-ID       PIC X(08).
000160     05  FILLER                 PIC X(01).
000170     05  FZB-BSGN-NOTE          PIC X(40).
000180     05  FILLER                 PIC X(22).
