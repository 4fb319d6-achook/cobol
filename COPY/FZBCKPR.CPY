000120*              POINT FOR TODAY'S RUN. IN INPUT MODE THE     *
000122*              RECORDS-READ AND RECORDS-REJECTED COUNTS     *
000124*              ARE CARRIED AS WELL, AND A RESTART SKIPS     *
000126*              PAST THE FZBIN RECORDS ALREADY READ. STATUS  *
000127*              "Q" MARKS A RUN QUIESCED ON AN OPERATOR STOP *
000128*              REQUEST (SEE FZBOCDR), "R" A RESUME OF ONE - *
000129*              EITHER IS A RESUME POINT WHATEVER ITS DATE.  *
000130*----------------------------------------------------------*
000140 01  FZB-CKPT-RECORD.
000150     05  FZB-CKPT-RUN-DATE       PIC 9(08).
000214     05  FZB-CKPT-CNT-REJECT     PIC 9(07).
000216     05  FZB-CKPT-CNT-SUPPRESS   PIC 9(07).
000218     05  FZB-CKPT-CNT-OVERRIDE   PIC 9(07).
000220     05  FZB-CKPT-STATUS         PIC X(01).
000222         88  FZB-CKPT-QUIESCED           VALUE "Q".
000223         88  FZB-CKPT-RESUMED            VALUE "R".
000224     05  FILLER                  PIC X(01).
