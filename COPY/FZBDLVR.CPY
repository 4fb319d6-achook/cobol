000010*----------------------------------------------------------*
000020* FZBDLVR   -  SUBSCRIBER DELIVERY LEDGER RECORD (FZBDLVL   *
000030*              VSAM KSDS). KEYED BY SUBSCRIBER SYSTEM, RUN  *
000040*              DATE AND RECORD TYPE. FZBBAL WRITES THE "S"  *
000050*              RELEASE RECORD FOR EACH SUBSCRIBER EXTRACT   *
000060*              WHEN THE DAY PASSES THE BALANCING GATE OR IS *
000070*              SIGNED OFF, CARRYING THE SLOT DD AND THE     *
000080*              TRAILER COUNT AND HASH THE FILE LEFT WITH.   *
000090*              FZBXVFY, RUN BY THE SUBSCRIBER AGAINST THE   *
000100*              FILE AS RECEIVED, WRITES THE "R" RECEIPT -   *
000110*              THE SYSTEM AND RUN DATE FROM THE EXTRACT     *
000120*              HEADER, THE COUNT AND HASH IT RECOMPUTED,    *
000130*              AND PASS OR FAIL. VERIFYING THE SAME FILE    *
000140*              AGAIN REPLACES THE RECEIPT AND ADDS ONE TO   *
000150*              THE ATTEMPTS. FZBDREC MATCHES THE TWO.       *
000160*----------------------------------------------------------*
000170 01  FZB-DLV-RECORD.
000180     05  FZB-DLV-KEY.
000190         10  FZB-DLV-SYSTEM     PIC X(08).
000200         10  FZB-DLV-RUN-DATE   PIC 9(08).
000210         10  FZB-DLV-REC-TYPE   PIC X(01).
000220             88  FZB-DLV-IS-RECEIPT     VALUE "R".
000230             88  FZB-DLV-IS-RELEASE     VALUE "S".
000240     05  FZB-DLV-DD-NAME        PIC X(08).
000250     05  FZB-DLV-COUNT          PIC 9(09).
000260     05  FZB-DLV-HASH           PIC 9(13).
000270     05  FZB-DLV-RESULT         PIC X(01).
000280         88  FZB-DLV-PASSED         VALUE "P".
000290         88  FZB-DLV-FAILED         VALUE "F".
000300     05  FZB-DLV-STAMP-DATE     PIC 9(08).
000310     05  FZB-DLV-STAMP-TIME     PIC 9(08).
000320     05  FZB-DLV-PROGRAM        PIC X(08).
000330     05  FZB-DLV-ATTEMPTS       PIC 9(03).
000340     05  FILLER                 PIC X(05).
