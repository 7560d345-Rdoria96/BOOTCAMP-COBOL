000340*                  flat extract keeps the plain WKTRANS layout
000350*                  the downstream research expects, so the
000360*                  report is where the source is told apart.
000361* 10/15/26 RD      Reversal pairs read together on the report -
000362*                  a new REV column marks an original that was
000363*                  reversed (X) and a reversal (R), and each is
000364*                  followed by a line naming the other half's
000365*                  ID and FECHA-PROCESO, so a range listing
000366*                  never shows a backed-out operation as if it
000367*                  still stood.  The flat extract carries the
000368*                  reversal group as part of WKTRANS.
000370* ****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.  DLHXTR.
001240     05  WK-MATCH-COUNT             PIC 9(09) VALUE ZERO.
001250     05  WK-ARCH-READ-COUNT         PIC 9(09) VALUE ZERO.
001260     05  WK-ARCH-MATCH-COUNT        PIC 9(09) VALUE ZERO.
001265     05  WK-REVERSED-COUNT          PIC 9(09) VALUE ZERO.
001266     05  WK-REVERSAL-COUNT          PIC 9(09) VALUE ZERO.
001270*
001280 01  WK-REPORT-LINES.
001290     05  WK-HEADING-1.
001520         10  FILLER                 PIC X(06) VALUE '  CTA'.
001530         10  FILLER                 PIC X(04) VALUE ' ERR'.
001540         10  FILLER                 PIC X(04) VALUE ' SRC'.
001545         10  FILLER                 PIC X(04) VALUE ' REV'.
001550     05  WK-DETAIL-LINE.
001560         10  WK-DL-ID               PIC X(08).
001570         10  FILLER                 PIC X(02) VALUE SPACES.
001700         10  WK-DL-ERROR            PIC X(01).
001710         10  FILLER                 PIC X(03) VALUE SPACES.
001720         10  WK-DL-SOURCE           PIC X(01).
001721         10  FILLER                 PIC X(03) VALUE SPACES.
001722         10  WK-DL-REV              PIC X(01).
001723     05  WK-PAIR-LINE.
001724         10  FILLER                 PIC X(10) VALUE SPACES.
001725         10  WK-PL-TEXT             PIC X(12).
001726         10  WK-PL-ID               PIC X(08).
001727         10  FILLER                 PIC X(02) VALUE SPACES.
001728         10  WK-PL-FECHA            PIC X(08).
001730     05  WK-COUNT-LINE.
001740         10  WK-CL-LABEL            PIC X(30).
001750         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
003630         MOVE 'E'                     TO WK-DL-ERROR
003640     END-IF.
003650     MOVE WK-SOURCE-FLAG              TO WK-DL-SOURCE.
003655     MOVE WK-HI-REV-SW                TO WK-DL-REV.
003660     MOVE WK-DETAIL-LINE              TO WK-RP-LINE.
003670     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003671*    Half of a reversal pair - name the other half right under
003672*    it.
003673     EVALUATE TRUE
003674         WHEN WK-HI-IS-REVERSED
003675             ADD 1                    TO WK-REVERSED-COUNT
003676             MOVE 'REVERSED BY'       TO WK-PL-TEXT
003677             PERFORM 3150-PRINT-PAIR-LINE THRU 3150-EXIT
003678         WHEN WK-HI-IS-REVERSAL
003679             ADD 1                    TO WK-REVERSAL-COUNT
003680             MOVE 'REVERSAL OF'       TO WK-PL-TEXT
003681             PERFORM 3150-PRINT-PAIR-LINE THRU 3150-EXIT
003682     END-EVALUATE.
003683*
003690 3100-EXIT.
003700     EXIT.
003701* ****************************************************************
003702* 3150-PRINT-PAIR-LINE - the other half of the pair, by key.
003703* ****************************************************************
003704 3150-PRINT-PAIR-LINE.
003705     MOVE WK-HI-REV-ID                TO WK-PL-ID.
003706     MOVE WK-HI-REV-FECHA             TO WK-PL-FECHA.
003707     MOVE WK-PAIR-LINE                TO WK-RP-LINE.
003708     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003709*
003710 3150-EXIT.
003711     EXIT.
003712* ****************************************************************
003720* 3500-SEARCH-ARCHIVE - run the same range/operation filters
003730* across the archive generations, so a range straddling the
003740* sweep date answers whole.  Archive matches ride through 3100
004390     MOVE WK-ARCH-MATCH-COUNT         TO WK-CL-COUNT.
004400     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
004410     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004411     MOVE 'ORIGINALS REVERSED'        TO WK-CL-LABEL.
004412     MOVE WK-REVERSED-COUNT           TO WK-CL-COUNT.
004413     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
004414     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004415     MOVE 'REVERSALS'                 TO WK-CL-LABEL.
004416     MOVE WK-REVERSAL-COUNT           TO WK-CL-COUNT.
004417     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
004418     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004420*
004430     DISPLAY '*********************************************'.
004440     DISPLAY 'DLHXTR - HISTORY RECORDS READ ' WK-READ-COUNT.
