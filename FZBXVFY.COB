000190*                    OR RECORDS AFTER THE TRAILER SET RC=8  *
000200*                    SO THE RECEIVING JOB STOPS BEFORE      *
000210*                    PROCESSING A SHORT OR DAMAGED FILE.    *
000211*   10/15/2026 JHK   WHEN THE OPTIONAL FZBDLVL DD IS        *
000212*                    GIVEN, WRITE A RECEIPT TO THE SHARED   *
000213*                    DELIVERY LEDGER (SEE FZBDLVR) - THE    *
000214*                    SUBSCRIBER SYSTEM AND RUN DATE FROM    *
000215*                    THE HEADER, THE COUNT AND HASH         *
000216*                    RECOMPUTED, AND PASS OR FAIL - SO      *
000217*                    FZBDREC CAN SHOW WHICH SUBSCRIBERS     *
000218*                    TOOK AND VERIFIED THEIR FILES.         *
000220*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000280     SELECT FZBXTR-FILE ASSIGN TO FZBXTR
000290         ORGANIZATION IS SEQUENTIAL
000300         FILE STATUS IS FZB-XTR-FILE-STATUS.
000301     SELECT FZBDLVL-FILE ASSIGN TO FZBDLVL
000302         ORGANIZATION IS INDEXED
000303         ACCESS MODE IS DYNAMIC
000304         RECORD KEY IS FZB-DLV-KEY
000305         FILE STATUS IS FZB-DLV-FILE-STATUS.
000310
000320 DATA DIVISION.
000330
000370     BLOCK CONTAINS 0 RECORDS
000380     LABEL RECORDS ARE STANDARD.
000390     COPY FZBXTRR.
000391
000392 FD  FZBDLVL-FILE
000393     LABEL RECORDS ARE STANDARD.
000394     COPY FZBDLVR.
000400
000410 WORKING-STORAGE SECTION.
000420 77 FZB-XTR-FILE-STATUS   PIC X(02) VALUE "00".
000540 77 FZB-HASH-TOTAL        PIC 9(13) VALUE 0.
000550 77 FZB-TRL-COUNT-SAVE    PIC 9(09) VALUE 0.
000560 77 FZB-TRL-HASH-SAVE     PIC 9(13) VALUE 0.
000561 77 FZB-DLV-FILE-STATUS   PIC X(02) VALUE "00".
000562 77 FZB-HDR-DATE-SAVE     PIC X(08) VALUE SPACES.
000563 77 FZB-HDR-SOURCE-SAVE   PIC X(08) VALUE SPACES.
000564 77 FZB-RCPT-ATTEMPTS     PIC 9(03) VALUE 0.
000570
000580 PROCEDURE DIVISION.
000590 BEGIN.
000700     CLOSE FZBXTR-FILE.
000710
000720     PERFORM 5000-JUDGE-EXTRACT THRU 5000-EXIT.
000721     PERFORM 6000-WRITE-RECEIPT THRU 6000-EXIT.
000730
000740     IF FZB-VERIFY-FAILED
000750         MOVE 8 TO RETURN-CODE
001020     EVALUATE TRUE
001030         WHEN FZB-XTR-IS-HEADER
001040             MOVE "Y" TO FZB-HDR-SEEN-SW
001041             MOVE FZB-XTR-HDR-RUN-DATE TO FZB-HDR-DATE-SAVE
001042             MOVE FZB-XTR-HDR-SOURCE TO FZB-HDR-SOURCE-SAVE
001050         WHEN FZB-XTR-IS-TRAILER
001060             MOVE "Y" TO FZB-TRL-SEEN-SW
001070             MOVE FZB-XTR-TRL-COUNT TO FZB-TRL-COUNT-SAVE
001650     END-IF.
001660 5000-EXIT.
001670     EXIT.
001680
001690*----------------------------------------------------------*
001700* 6000-WRITE-RECEIPT - WHEN THE FZBDLVL DELIVERY LEDGER IS  *
001710*                      PRESENT, RECORD THIS VERIFICATION    *
001720*                      AGAINST THE SUBSCRIBER SYSTEM AND    *
001730*                      RUN DATE ON THE EXTRACT HEADER,      *
001740*                      REPLACING ANY EARLIER RECEIPT FOR    *
001750*                      THE SAME FILE. THE RECEIPT NEVER     *
001760*                      CHANGES THE VERIFY RESULT - A LEDGER *
001770*                      PROBLEM IS ONLY REPORTED.            *
001780*----------------------------------------------------------*
001790 6000-WRITE-RECEIPT.
001800     OPEN I-O FZBDLVL-FILE.
001810     IF FZB-DLV-FILE-STATUS IS NOT EQUAL TO "00"
001820         GO TO 6000-EXIT
001830     END-IF.
001840     IF NOT FZB-HDR-SEEN
001850             OR FZB-HDR-SOURCE-SAVE IS EQUAL TO SPACES
001860             OR FZB-HDR-DATE-SAVE IS NOT NUMERIC
001870         DISPLAY "FZBXVFY - NO SUBSCRIBER SYSTEM AND RUN DATE ON "
001880             "THE EXTRACT HEADER - NO RECEIPT WRITTEN"
001890         CLOSE FZBDLVL-FILE
001900         GO TO 6000-EXIT
001910     END-IF.
001920     MOVE FZB-HDR-SOURCE-SAVE TO FZB-DLV-SYSTEM.
001930     MOVE FZB-HDR-DATE-SAVE TO FZB-DLV-RUN-DATE.
001940     MOVE "R" TO FZB-DLV-REC-TYPE.
001950     MOVE 0 TO FZB-RCPT-ATTEMPTS.
001960     READ FZBDLVL-FILE
001970         INVALID KEY
001980             MOVE "23" TO FZB-DLV-FILE-STATUS
001990     END-READ.
002000     IF FZB-DLV-FILE-STATUS IS EQUAL TO "00"
002010         MOVE FZB-DLV-ATTEMPTS TO FZB-RCPT-ATTEMPTS
002020     ELSE
002030         IF FZB-DLV-FILE-STATUS IS NOT EQUAL TO "23"
002040             PERFORM 6900-LEDGER-ERROR THRU 6900-EXIT
002050             GO TO 6000-EXIT
002060         END-IF
002070     END-IF.
002080     ADD 1 TO FZB-RCPT-ATTEMPTS.
002090     MOVE SPACES TO FZB-DLV-RECORD.
002100     MOVE FZB-HDR-SOURCE-SAVE TO FZB-DLV-SYSTEM.
002110     MOVE FZB-HDR-DATE-SAVE TO FZB-DLV-RUN-DATE.
002120     MOVE "R" TO FZB-DLV-REC-TYPE.
002130     MOVE FZB-DTL-COUNT TO FZB-DLV-COUNT.
002140     MOVE FZB-HASH-TOTAL TO FZB-DLV-HASH.
002150     IF FZB-VERIFY-FAILED
002160         MOVE "F" TO FZB-DLV-RESULT
002170     ELSE
002180         MOVE "P" TO FZB-DLV-RESULT
002190     END-IF.
002200     ACCEPT FZB-DLV-STAMP-DATE FROM DATE YYYYMMDD.
002210     ACCEPT FZB-DLV-STAMP-TIME FROM TIME.
002220     MOVE "FZBXVFY" TO FZB-DLV-PROGRAM.
002230     MOVE FZB-RCPT-ATTEMPTS TO FZB-DLV-ATTEMPTS.
002240     WRITE FZB-DLV-RECORD
002250         INVALID KEY
002260             REWRITE FZB-DLV-RECORD
002270     END-WRITE.
002280     IF FZB-DLV-FILE-STATUS IS NOT EQUAL TO "00"
002290         PERFORM 6900-LEDGER-ERROR THRU 6900-EXIT
002300         GO TO 6000-EXIT
002310     END-IF.
002320     CLOSE FZBDLVL-FILE.
002330     DISPLAY "FZBXVFY - RECEIPT " FZB-DLV-RESULT " RECORDED ON "
002340         "FZBDLVL FOR " FZB-DLV-SYSTEM " RUN DATE "
002350         FZB-DLV-RUN-DATE.
002360 6000-EXIT.
002370     EXIT.
002380
002390 6900-LEDGER-ERROR.
002400     DISPLAY "FZBXVFY - WARNING - FZBDLVL DELIVERY LEDGER I/O "
002410         "ERROR (FILE STATUS " FZB-DLV-FILE-STATUS
002420         ") - NO RECEIPT WRITTEN".
002430     CLOSE FZBDLVL-FILE.
002440 6900-EXIT.
002450     EXIT.
