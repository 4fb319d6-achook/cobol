000108*              FROM EVERY OUTPUT; ITS DIVISOR FIELD IS      *
000109*              LEFT BLANK.                                  *
000110*----------------------------------------------------------*
000111*              ADD, UPD AND DEL ARE NOT APPLIED WHEN READ - *
000112*              EACH IS HELD ON THE PENDING-CHANGE FILE      *
000113*              (FZBPNDR) UNDER A PENDING ID UNTIL A         *
000114*              CHECKER DECIDES IT IN A LATER RUN:           *
000115*                APR  APPROVE THE PENDING CHANGE            *
000116*                REJ  REJECT THE PENDING CHANGE             *
000117*              AN APR/REJ CARD CARRIES ONLY THE USER ID     *
000118*              (THE CHECKER) AND PENDING ID (COLUMNS 61-66) *
000120 01  FZB-RTXN-RECORD.
000130     05  FZB-RTXN-ACTION        PIC X(03).
000140         88  FZB-RTXN-IS-ADD        VALUE "ADD".
000150         88  FZB-RTXN-IS-UPD        VALUE "UPD".
000160         88  FZB-RTXN-IS-DEL        VALUE "DEL".
000162         88  FZB-RTXN-IS-APR        VALUE "APR".
000164         88  FZB-RTXN-IS-REJ        VALUE "REJ".
000170     05  FILLER                 PIC X(01).
000180     05  FZB-RTXN-DIVISOR-X     PIC X(05).
000190     05  FZB-RTXN-DIVISOR-9 REDEFINES FZB-RTXN-DIVISOR-X
000295     05  FZB-RTXN-OVR-ACTION    PIC X(01).
000296         88  FZB-RTXN-OVR-IS-LABEL  VALUE "L".
000297         88  FZB-RTXN-OVR-IS-SUPP   VALUE "S".
000298     05  FILLER                 PIC X(01).
000300     05  FZB-RTXN-PEND-ID-X     PIC X(06).
000310     05  FZB-RTXN-PEND-ID-9 REDEFINES FZB-RTXN-PEND-ID-X
000320                                PIC 9(06).
000330     05  FILLER                 PIC X(14).
