000520*                    ACTUALLY APPLIES AT STARTUP. OVERRIDES  *
000530*                    DO NOT OCCUPY THE DIVISOR RULE TABLE    *
000540*                    LISTED HERE.                            *
000541*   10/15/2026 JHK   EDIT THE NEW TYPE "3" PARTITION        *
000542*                    CARDS: NUMBERED FROM 01 WITHOUT GAPS,  *
000543*                    RANGES ASCENDING AND CONTIGUOUS FROM   *
000544*                    1, AT MOST 20 PARTITIONS, AND THE LAST *
000545*                    RANGE ENDING AT THE UPPER BOUND (OR AT *
000546*                    9999999 IN INPUT MODE) SO EVERY IDX OR *
000547*                    FZBIN RECORD BELONGS TO ONE PARTITION. *
000548*                    THE PARTITION RANGES ARE LISTED.       *
000550*----------------------------------------------------------*
000560
000570 ENVIRONMENT DIVISION.
001270 77 FZB-REJECT-REASON    PIC X(40) VALUE SPACES.
001280 77 FZB-CARD-NUMBER-ED   PIC ZZZZ9.
001290 77 FZB-RPT-NUMBER-ED    PIC ZZZZZZ9.
001291 77 FZB-PART-TABLE-MAX   PIC 9(02) VALUE 20.
001292 77 FZB-PART-LAST-TO     PIC 9(07) VALUE 0.
001293 01 FZB-PART-TABLE.
001294     05 FZB-PART-COUNT       PIC 9(02) VALUE 0.
001295     05 FZB-PART-ENTRY OCCURS 20 TIMES
001296             INDEXED BY FZB-PART-NDX.
001297         10 FZB-PART-FROM    PIC 9(07).
001298         10 FZB-PART-TO      PIC 9(07).
001300 COPY FZBRULT.
001310
001320 PROCEDURE DIVISION.
001410     ACCEPT FZB-RUN-DATE FROM DATE YYYYMMDD.
001420     PERFORM 1300-LOAD-RULE-MASTER THRU 1300-EXIT.
001430     PERFORM 1000-READ-CONTROL-CARDS THRU 1000-EXIT.
001431     PERFORM 1150-CHECK-PARTITION-SET THRU 1150-EXIT.
001440     IF FZB-RULE-COUNT IS EQUAL TO 0
001450         PERFORM 1200-LOAD-DEFAULT-RULES THRU 1200-EXIT
001460     END-IF.
001880                     PERFORM 1110-EDIT-HEADER-CARD THRU 1110-EXIT
001890                 WHEN FZB-CTL-IS-RULE
001900                     PERFORM 1120-EDIT-RULE-CARD THRU 1120-EXIT
001901                 WHEN FZB-CTL-IS-PARTITION
001902                     PERFORM 1140-EDIT-PARTITION-CARD
001903                         THRU 1140-EXIT
001910                 WHEN OTHER
001920                     MOVE "UNRECOGNIZED CARD TYPE" TO FZB-RPT-TEXT
001930                     PERFORM 8000-REJECT-CARD THRU 8000-EXIT
003130 1130-EXIT.
003140     EXIT.
003150
005960*----------------------------------------------------------*
005970* 1140-EDIT-PARTITION-CARD - EDIT A TYPE "3" PARTITION       *
005980*                            CARD. PARTITIONS ARE NUMBERED   *
005990*                            FROM 01 IN ORDER AND EACH       *
006000*                            RANGE STARTS ONE PAST THE END   *
006010*                            OF THE LAST, SO THE SET COVERS  *
006020*                            THE RUN WITH NO GAP OR OVERLAP. *
006030*----------------------------------------------------------*
006040 1140-EDIT-PARTITION-CARD.
006050     IF FZB-CTL-PART-NO IS NOT NUMERIC
006060             OR FZB-CTL-PART-FROM IS NOT NUMERIC
006070             OR FZB-CTL-PART-TO IS NOT NUMERIC
006080         MOVE "NON-NUMERIC PARTITION NUMBER OR RANGE"
006090             TO FZB-RPT-TEXT
006100         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
006110         GO TO 1140-EXIT
006120     END-IF.
006130     IF FZB-PART-COUNT IS NOT LESS THAN FZB-PART-TABLE-MAX
006140         MOVE "MORE PARTITION CARDS THAN THE TABLE HOLDS"
006150             TO FZB-RPT-TEXT
006160         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
006170         GO TO 1140-EXIT
006180     END-IF.
006190     IF FZB-CTL-PART-NO IS NOT EQUAL TO FZB-PART-COUNT + 1
006200         MOVE "PARTITION NUMBER OUT OF SEQUENCE" TO FZB-RPT-TEXT
006210         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
006220         GO TO 1140-EXIT
006230     END-IF.
006240     IF FZB-CTL-PART-FROM IS EQUAL TO 0
006250             OR FZB-CTL-PART-FROM IS GREATER THAN FZB-CTL-PART-TO
006260         MOVE "PARTITION RANGE EMPTY OR REVERSED" TO FZB-RPT-TEXT
006270         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
006280         GO TO 1140-EXIT
006290     END-IF.
006300     IF FZB-CTL-PART-FROM IS NOT EQUAL TO FZB-PART-LAST-TO + 1
006310         MOVE "PARTITION RANGE GAPS OR OVERLAPS THE LAST"
006320             TO FZB-RPT-TEXT
006330         PERFORM 8000-REJECT-CARD THRU 8000-EXIT
006340         GO TO 1140-EXIT
006350     END-IF.
006360     ADD 1 TO FZB-PART-COUNT.
006370     SET FZB-PART-NDX TO FZB-PART-COUNT.
006380     MOVE FZB-CTL-PART-FROM TO FZB-PART-FROM(FZB-PART-NDX).
006390     MOVE FZB-CTL-PART-TO TO FZB-PART-TO(FZB-PART-NDX).
006400     MOVE FZB-CTL-PART-TO TO FZB-PART-LAST-TO.
006410 1140-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------*
006450* 1150-CHECK-PARTITION-SET - ONCE THE DECK IS READ, THE LAST *
006460*                            PARTITION MUST END AT THE UPPER *
006470*                            BOUND IN GENERATE MODE, OR AT   *
006480*                            9999999 IN INPUT MODE, OR THE   *
006490*                            TAIL OF THE RUN WOULD BELONG TO *
006500*                            NO PARTITION.                   *
006510*----------------------------------------------------------*
006520 1150-CHECK-PARTITION-SET.
006530     IF FZB-PART-COUNT IS EQUAL TO 0
006540         GO TO 1150-EXIT
006550     END-IF.
006560     IF FZB-INPUT-MODE
006570         IF FZB-PART-LAST-TO IS NOT EQUAL TO FZB-IDX-MAX-CAPACITY
006580             ADD 1 TO FZB-ERROR-COUNT
006590             MOVE "LAST PARTITION DOES NOT END AT 9999999"
006600                 TO FZB-RPT-TEXT
006610             DISPLAY "FZBEDIT - " FZB-RPT-TEXT
006620             WRITE FZB-RPT-LINE
006630             MOVE SPACES TO FZB-RPT-TEXT
006640         END-IF
006650     ELSE
006660         IF FZB-PART-LAST-TO IS NOT EQUAL TO FZB-UPPER-BOUND
006670             ADD 1 TO FZB-ERROR-COUNT
006680             MOVE "LAST PARTITION DOES NOT END AT THE UPPER BOUND"
006690                 TO FZB-RPT-TEXT
006700             DISPLAY "FZBEDIT - " FZB-RPT-TEXT
006710             WRITE FZB-RPT-LINE
006720             MOVE SPACES TO FZB-RPT-TEXT
006730         END-IF
006740     END-IF.
006750 1150-EXIT.
006760     EXIT.
006770
003160 1200-LOAD-DEFAULT-RULES.
003170     MOVE 2 TO FZB-RULE-COUNT.
003180     MOVE 3 TO FZB-RULE-DIVISOR(1).
004930         PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT
004940     END-IF.
004950
004951     IF FZB-PART-COUNT IS GREATER THAN 0
004952         PERFORM 3150-LIST-PARTITIONS THRU 3150-EXIT
004953     END-IF.
004954
004960     EVALUATE TRUE
004970         WHEN FZB-RULES-DEFAULTED
004980             MOVE "RULE TABLE  (DEFAULTS)" TO FZB-RPT-TEXT
005590 3100-EXIT.
005600     EXIT.
005610
006780*----------------------------------------------------------*
006790* 3150-LIST-PARTITIONS - LIST THE PARTITION SET THE PARALLEL *
006800*                        STEPS WILL RUN.                     *
006810*----------------------------------------------------------*
006820 3150-LIST-PARTITIONS.
006830     MOVE FZB-PART-COUNT TO FZB-RPT-NUMBER-ED.
006840     STRING "PARTITIONS. . . . . . . . . " DELIMITED BY SIZE
006850         FZB-RPT-NUMBER-ED DELIMITED BY SIZE
006860         INTO FZB-RPT-TEXT.
006870     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
006880     PERFORM 3160-LIST-ONE-PARTITION THRU 3160-EXIT
006890         VARYING FZB-PART-NDX FROM 1 BY 1
006900         UNTIL FZB-PART-NDX IS GREATER THAN FZB-PART-COUNT.
006910 3150-EXIT.
006920     EXIT.
006930
006940 3160-LIST-ONE-PARTITION.
006950     SET FZB-CHK-NDX TO FZB-PART-NDX.
006960     MOVE FZB-CHK-NDX TO FZB-CARD-NUMBER-ED.
006970     STRING "  PARTITION " DELIMITED BY SIZE
006980         FZB-CARD-NUMBER-ED(4:2) DELIMITED BY SIZE
006990         "  IDX/RECORD " DELIMITED BY SIZE
007000         FZB-PART-FROM(FZB-PART-NDX) DELIMITED BY SIZE
007010         " THRU " DELIMITED BY SIZE
007020         FZB-PART-TO(FZB-PART-NDX) DELIMITED BY SIZE
007030         INTO FZB-RPT-TEXT.
007040     PERFORM 9100-EMIT-RPT-LINE THRU 9100-EXIT.
007050 3160-EXIT.
007060     EXIT.
007061
005620*----------------------------------------------------------*
005630* 8000-REJECT-CARD - LIST THE REJECTED CARD AND ITS REASON   *
005640*                    (ALREADY PLACED IN FZB-RPT-TEXT BY THE  *
