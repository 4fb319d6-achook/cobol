000010*----------------------------------------------------------*
000020* FZBLOGR   -  RUN-EVENT LOG RECORD (FZBLOG). ONE FIXED-    *
000030*              FORMAT RECORD PER SIGNIFICANT EVENT, WRITTEN *
000040*              BY FIZZBUZZ, FZBCMPR, FZBRSCHK, FZBBAL,      *
000050*              FZBMERGE AND FZBBREL ALIKE SO AUTOMATION     *
000060*              CAN WATCH ONE DATASET INSTEAD OF PARSING     *
000065*              EACH STEP'S SYSOUT.                          *
000070*              EVENT CODES:                                 *
000080*                STRT  RUN START, EFFECTIVE PARAMETERS IN   *
000090*                      THE TEXT                             *
000100*                RSTR  RESTART - RESUME POINT TAKEN         *
000102*                RSUM  PLANNED RESUME OF A QUIESCED RUN     *
000104*                QSCE  QUIESCED ON AN OPERATOR STOP         *
000106*                      REQUEST (SEE FZBOCDR) - STOP POINT   *
000108*                      AND USER ID IN THE TEXT              *
000110*                ABND  ABNORMAL END, NUMERIC REASON SET     *
000120*                DRFT  RECONCILIATION DRIFT FINDING         *
000130*                NEND  NORMAL END, FINAL TOTALS IN THE TEXT *
000131*                BALN  CHECK OUT OF BALANCE, NAMED IN TEXT  *
000132*                BSGN  SIGN-OFF, USER ID AND NOTE IN TEXT   *
000133*                BDUP  DUPLICATE SUPPLIER BATCH REJECTED    *
000134*                      (FZBMERGE: CLASSIFIED BY TWO         *
000135*                      PARTITIONS), SOURCE/BATCH IN TEXT    *
000136*                BNUM  BATCH ID REUSED WITH DIFFERENT       *
000137*                      TOTALS - SUSPECTED NUMBERING ERROR   *
000138*                BREL  BATCH RELEASED FOR RESEND - THE      *
000139*                      SOURCE/BATCH, USER ID IN THE TEXT    *
000140*              REASON CODES (ZERO EXCEPT ON ABND):          *
000150*                0101  UPPER BOUND PAST IDX CAPACITY        *
000160*                0102  ZERO RULE DIVISOR                    *
000250*                0204  NO FZBHIST RECORDS FOR CURRENT DATE  *
000252*                0205  CATEGORY TABLE FULL (CMPR)           *
000254*                0206  INVALID TOLERANCE ON FZBCDCK         *
000256*              FURTHER CODES FOLLOW THE RECORD.             *
000260*----------------------------------------------------------*
000270 01  FZB-LOG-RECORD.
000280     05  FZB-LOG-DATE           PIC 9(08).
000320     05  FZB-LOG-REASON         PIC 9(04).
000330     05  FZB-LOG-TEXT           PIC X(40).
000340     05  FILLER                 PIC X(08).
000350*----------------------------------------------------------*
000360* FZBLOGR   -  REASON CODES CONTINUED:                      *
000370*                0112  PARTITION CARD MISSING OR UNMATCHED  *
000380*                0113  PARTIAL HISTORY OR SUMMARY FILE      *
000390*                      UNAVAILABLE                          *
000400*                0114  FZBBREG BATCH REGISTRY I/O ERROR     *
000410*                0115  FZBSTAT STATISTICS I/O ERROR         *
000420*                0301  FZBCDCK CARD NOT SUPPLIED (BAL)      *
000430*                0302  FZBCDCK CONTROL CARD EMPTY (BAL)     *
000440*                0303  FZBHIST CLUSTER UNAVAILABLE (BAL)    *
000450*                0304  NO FIZZBUZZ CHECKPOINT FOR RUN DATE  *
000460*                0305  INVALID FZBBSGN SIGN-OFF CARD        *
000470*                0306  INVALID SUBSCRIBER PROFILE (BAL)     *
000480*                0307  FZBDLVL DELIVERY LEDGER I/O ERROR    *
000490*                0401  PARTITION CARDS MISSING OR INVALID   *
000500*                0402  PARTITION NOT COMPLETE               *
000510*                0403  PARTIAL EXTRACT OUT OF BALANCE       *
000520*                0404  FZBHIST CLUSTER UNAVAILABLE (MRG)    *
000530*                0405  INVALID SUBSCRIBER PROFILE (MRG)     *
000540*                0406  CATEGORY TABLE FULL (MRG)            *
000550*                0407  BATCH TABLE FULL (MRG)               *
000560*                0408  FZBBREG REGISTRY UNAVAILABLE (MRG)   *
000570*                0409  FZBBREG REGISTRY I/O ERROR (MRG)     *
000580*                0410  FZBSTAT STATISTICS I/O ERROR (MRG)   *
000590*                0501  NO FZBLCDK RELEASE CARDS (BREL)      *
000600*                0502  FZBBREG REGISTRY UNAVAILABLE (BREL)  *
000610*----------------------------------------------------------*
