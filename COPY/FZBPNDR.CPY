000010*----------------------------------------------------------*
000020* FZBPNDR   -  PENDING RULE CHANGE RECORD (FZBPNDI/FZBPNDO  *
000030*              - PROD.FZB.RULEPEND GDG). FZBRMNT HOLDS      *
000040*              EVERY ADD, UPD AND DEL CARD HERE, WITH ITS   *
000050*              MAKER AND TIMESTAMP, UNTIL A DIFFERENT       *
000060*              AUTHORIZED USER APPROVES OR REJECTS IT IN A  *
000070*              LATER RUN, OR IT EXPIRES BECAUSE ITS         *
000080*              EFFECTIVE DATE ARRIVED FIRST. EACH RUN READS *
000090*              THE CURRENT GENERATION AND WRITES THE NEXT   *
000100*              WITH THE CHANGES STILL UNDECIDED. THE FIRST  *
000110*              RECORD IS THE "H" HEADER, WHOSE PENDING ID   *
000120*              IS THE LAST ONE ISSUED, SO IDS ARE NEVER     *
000130*              REUSED; EACH "P" RECORD IS ONE HELD CHANGE   *
000140*              IN THE FZBRTXR FIELDS AFTER EDITING (TYPE    *
000150*              "D" OR "O", A BLANK OVERRIDE TO NUMBER       *
000160*              ALREADY SET TO THE FROM NUMBER).             *
000170*----------------------------------------------------------*
000180 01  FZB-PND-RECORD.
000190     05  FZB-PND-REC-TYPE       PIC X(01).
000200         88  FZB-PND-IS-HEADER      VALUE "H".
000210         88  FZB-PND-IS-CHANGE      VALUE "P".
000220     05  FZB-PND-ID             PIC 9(06).
000230     05  FZB-PND-MAKER          PIC X(08).
000240     05  FZB-PND-MAKER-DATE     PIC 9(08).
000250     05  FZB-PND-MAKER-TIME     PIC 9(08).
000260     05  FZB-PND-ACTION         PIC X(03).
000270     05  FZB-PND-TYPE           PIC X(01).
000280     05  FZB-PND-DIVISOR        PIC 9(05).
000290     05  FZB-PND-EFF-DATE       PIC 9(08).
000300     05  FZB-PND-LABEL          PIC X(08).
000310     05  FZB-PND-OVR-FROM       PIC 9(09).
000320     05  FZB-PND-OVR-TO         PIC 9(09).
000330     05  FZB-PND-OVR-ACTION     PIC X(01).
000340     05  FILLER                 PIC X(05).
