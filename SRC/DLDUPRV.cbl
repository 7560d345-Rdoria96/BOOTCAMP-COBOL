000100* ****************************************************************
000110* Program name:    DLDUPRV
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written as the review step for the details
000180*                  DLEDIT holds as probable duplicates - reads the
000190*                  operators' decision cards and the duplicate-
000200*                  review master (WKDUPREV), releases each item
000210*                  decided RLS into a release file the next
000220*                  nightly intake picks up, marks each item
000230*                  decided REJ rejected as a confirmed duplicate,
000240*                  and reports every item still held with the
000250*                  days it has waited, so nothing held is
000260*                  silently forgotten.
000261* 10/15/26 RD      A review record with no matching decision card
000262*                  is settled before the decision table is
000263*                  referenced, so the table is never subscripted
000264*                  by zero.
000270* ****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.  DLDUPRV.
000300 AUTHOR. RICHARD DORIA.
000310 INSTALLATION. COBOL DEVELOPMENT CENTER.
000320 DATE-WRITTEN. 10/15/26.
000330 DATE-COMPILED. 10/15/26.
000340 SECURITY. NON-CONFIDENTIAL.
000350* ****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT REVIEW-FILE      ASSIGN TO DUPREV
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS SEQUENTIAL
000420            RECORD KEY IS WK-DV-KEY
000430            FILE STATUS IS WK-DUPREV-STATUS.
000440     SELECT DECISION-FILE    ASSIGN TO DUPDECN
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WK-DUPDECN-STATUS.
000470     SELECT RELEASE-FILE     ASSIGN TO DUPREL
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS WK-DUPREL-STATUS.
000500     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000510            ORGANIZATION IS SEQUENTIAL
000520            FILE STATUS IS WK-RPTOUT-STATUS.
000530* ****************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000560*    REVIEW-FILE - the duplicate-review master DLEDIT holds its
000570*    probable duplicates on; read front to back, and each item
000580*    decided tonight is rewritten with its decision.
000590 FD  REVIEW-FILE.
000600 01  WK-DV-RECORD.
000610     COPY WKDUPREV REPLACING LEADING
000620          ==PREFIX-== BY ==WK-DV-==.
000630*    DECISION-FILE - one operator-keyed decision per record,
000640*    keyed by the held item's ID/FECHA as the review master and
000650*    the report show them.  ACTION is RLS (not a duplicate -
000660*    release it) or REJ (a confirmed duplicate - never process
000670*    it); OPERATOR-ID is who decided.
000680 FD  DECISION-FILE
000690     RECORDING MODE IS F.
000700 01  WK-DC-RECORD.
000710     05  WK-DC-ID                PIC X(08).
000720     05  WK-DC-FECHA             PIC X(08).
000730     05  WK-DC-ACTION            PIC X(03).
000740         88  WK-DC-RELEASE       VALUE 'RLS'.
000750         88  WK-DC-REJECT        VALUE 'REJ'.
000760     05  WK-DC-OPERATOR-ID       PIC X(08).
000770     05  FILLER                  PIC X(13).
000780*    RELEASE-FILE - every item released tonight, in the
000790*    transaction-file layout the nightly intake reads, with its
000800*    own HDR/TRL batch controls for DLEDIT to prove.
000810 FD  RELEASE-FILE
000820     RECORDING MODE IS F.
000830 01  WK-RL-RECORD.
000840     COPY WKTRANS REPLACING LEADING
000850          ==PREFIX-== BY ==WK-RL-==.
000860 01  WK-RLC-RECORD.
000870     COPY WKTRNCTL REPLACING LEADING
000880          ==PREFIX-== BY ==WK-RLC-==.
000890*    REPORT-FILE - the printed review report.
000900 FD  REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  WK-RP-LINE                        PIC X(80).
000930* ****************************************************************
000940 WORKING-STORAGE SECTION.
000950*
000960 01  WK-FILE-STATUSES.
000970     05  WK-DUPREV-STATUS           PIC X(02) VALUE '00'.
000980     05  WK-DUPDECN-STATUS          PIC X(02) VALUE '00'.
000990     05  WK-DUPREL-STATUS           PIC X(02) VALUE '00'.
001000     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
001010*
001020 01  WK-ABEND-AREA.
001030     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
001040     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
001050*
001060 01  WK-SWITCHES.
001070     05  WK-EOF-SW                  PIC X(01) VALUE 'N'.
001080         88  WK-EOF                 VALUE 'Y'.
001090     05  WK-DECN-EOF-SW             PIC X(01) VALUE 'N'.
001100         88  WK-DECN-EOF            VALUE 'Y'.
001110*
001120*    Decisions are loaded into this table up front so each review
001130*    record can be matched without rereading DUPDECN.  OUTCOME is
001140*    what became of the card; one left blank matched nothing.
001150 01  WK-DECN-MAX                    PIC S9(04) COMP VALUE +500.
001160 01  WK-DECN-COUNT                  PIC S9(04) COMP VALUE ZERO.
001170 01  WK-DECN-IX                     PIC S9(04) COMP VALUE ZERO.
001180 01  WK-DECN-FOUND-IX               PIC S9(04) COMP VALUE ZERO.
001190 01  WK-DECISION-TABLE.
001200     05  WK-DECN-ENTRY OCCURS 500 TIMES.
001210         10  WK-DT-ID               PIC X(08).
001220         10  WK-DT-FECHA            PIC X(08).
001230         10  WK-DT-ACTION           PIC X(03).
001240             88  WK-DT-RELEASE      VALUE 'RLS'.
001250             88  WK-DT-REJECT       VALUE 'REJ'.
001260         10  WK-DT-OPERATOR-ID      PIC X(08).
001270         10  WK-DT-OUTCOME          PIC X(20).
001280*
001290*    The held item itself, in transaction layout.
001300 01  WK-TRAN-WORK.
001310     COPY WKTRANS REPLACING LEADING
001320          ==PREFIX-== BY ==WK-TW-==.
001330*
001340*    Days held is today's day number minus the held item's
001350*    FECHA day number.
001360 01  WK-TODAY                              PIC X(08).
001370 01  WK-TODAY-NUM                          PIC 9(08).
001380 01  WK-FECHA-NUM                          PIC 9(08).
001390 01  WK-TODAY-DAYS                  PIC S9(07) COMP VALUE ZERO.
001400 01  WK-FECHA-DAYS                  PIC S9(07) COMP VALUE ZERO.
001410 01  WK-DAYS-HELD                   PIC S9(05) COMP VALUE ZERO.
001420*
001430 01  WK-COUNTERS.
001440     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001450     05  WK-RELEASE-COUNT           PIC 9(09) VALUE ZERO.
001460     05  WK-REJECT-COUNT            PIC 9(09) VALUE ZERO.
001470     05  WK-STILL-HELD-COUNT        PIC 9(09) VALUE ZERO.
001480     05  WK-UNUSED-COUNT            PIC 9(09) VALUE ZERO.
001490*
001500*    Hash total of the operands of every item released, carried
001510*    on the release trailer for DLEDIT to prove.
001520 01  WK-HASH-WORK                          PIC S9(02).
001530 01  WK-RELEASE-HASH                       PIC 9(13) VALUE ZERO.
001540*
001550 01  WK-REPORT-LINES.
001560     05  WK-HEADING-1.
001570         10  FILLER                 PIC X(20) VALUE SPACES.
001580         10  FILLER                 PIC X(40)
001590             VALUE 'DEVOPS PROBABLE-DUPLICATE REVIEW'.
001600     05  WK-HEADING-2.
001610         10  FILLER                 PIC X(20) VALUE SPACES.
001620         10  FILLER                 PIC X(32) VALUE ALL '-'.
001630     05  WK-HEADING-3.
001640         10  FILLER                 PIC X(10) VALUE 'ID'.
001650         10  FILLER                 PIC X(10) VALUE 'FECHA'.
001660         10  FILLER                 PIC X(06) VALUE 'CTA'.
001670         10  FILLER                 PIC X(22) VALUE 'OPERACION'.
001680         10  FILLER                 PIC X(10) VALUE 'REPEATS'.
001690         10  FILLER                 PIC X(11) VALUE 'DECISION'.
001700         10  FILLER                 PIC X(04) VALUE 'DAYS'.
001710     05  WK-DETAIL-LINE.
001720         10  WK-DL-ID               PIC X(08).
001730         10  FILLER                 PIC X(02) VALUE SPACES.
001740         10  WK-DL-FECHA            PIC X(08).
001750         10  FILLER                 PIC X(02) VALUE SPACES.
001760         10  WK-DL-CUENTA           PIC X(04).
001770         10  FILLER                 PIC X(02) VALUE SPACES.
001780         10  WK-DL-OPERACION        PIC X(20).
001790         10  FILLER                 PIC X(02) VALUE SPACES.
001800         10  WK-DL-MATCH-REF        PIC X(08).
001810         10  FILLER                 PIC X(02) VALUE SPACES.
001820         10  WK-DL-DECISION         PIC X(10).
001830         10  FILLER                 PIC X(01) VALUE SPACES.
001840         10  WK-DL-DAYS             PIC ZZ9.
001850     05  WK-CARD-HEAD.
001860         10  FILLER                 PIC X(40)
001870             VALUE 'DECISIONS NOT APPLIED'.
001880     05  WK-CARD-LINE.
001890         10  WK-KL-ID               PIC X(08).
001900         10  FILLER                 PIC X(02) VALUE SPACES.
001910         10  WK-KL-FECHA            PIC X(08).
001920         10  FILLER                 PIC X(02) VALUE SPACES.
001930         10  WK-KL-ACTION           PIC X(03).
001940         10  FILLER                 PIC X(02) VALUE SPACES.
001950         10  WK-KL-OPERATOR-ID      PIC X(08).
001960         10  FILLER                 PIC X(02) VALUE SPACES.
001970         10  WK-KL-OUTCOME          PIC X(20).
001980     05  WK-COUNT-LINE.
001990         10  WK-CL-LABEL            PIC X(30).
002000         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
002010* ****************************************************************
002020 PROCEDURE DIVISION.
002030* ****************************************************************
002040* 0000-MAINLINE - apply the operators' decisions to the review
002050* master end to end, then report what is still held and any
002060* decision that did not apply.
002070* ****************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002100     PERFORM 1100-LOAD-DECISIONS THRU 1100-EXIT.
002110     PERFORM 1300-SET-TODAY THRU 1300-EXIT.
002120     PERFORM 1350-WRITE-RELEASE-HEADER THRU 1350-EXIT.
002130     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
002140     PERFORM 2000-READ-REVIEW THRU 2000-EXIT.
002150     PERFORM 3000-PROCESS-REVIEW THRU 3000-EXIT
002160         UNTIL WK-EOF.
002170     PERFORM 3550-WRITE-RELEASE-TRAILER THRU 3550-EXIT.
002180     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
002190     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
002200*    A decision that applied to nothing is the operator's to
002210*    look at - the run completes, but says so.
002220     IF WK-UNUSED-COUNT > ZERO
002230         MOVE 4                       TO RETURN-CODE
002240     END-IF.
002250     STOP RUN.
002260*
002270 0000-EXIT.
002280     EXIT.
002290* ****************************************************************
002300* 1000-OPEN-FILES - open every file, checking status after each
002310* OPEN so a missing/misallocated dataset abends the run.
002320* ****************************************************************
002330 1000-OPEN-FILES.
002340     OPEN I-O    REVIEW-FILE.
002350     MOVE 'DUPREV'            TO WK-ABEND-FILE-ID.
002360     MOVE WK-DUPREV-STATUS    TO WK-ABEND-STATUS.
002370     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002380     OPEN INPUT  DECISION-FILE.
002390     MOVE 'DUPDECN'           TO WK-ABEND-FILE-ID.
002400     MOVE WK-DUPDECN-STATUS   TO WK-ABEND-STATUS.
002410     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002420     OPEN OUTPUT RELEASE-FILE.
002430     MOVE 'DUPREL'            TO WK-ABEND-FILE-ID.
002440     MOVE WK-DUPREL-STATUS    TO WK-ABEND-STATUS.
002450     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002460     OPEN OUTPUT REPORT-FILE.
002470     MOVE 'RPTOUT'            TO WK-ABEND-FILE-ID.
002480     MOVE WK-RPTOUT-STATUS    TO WK-ABEND-STATUS.
002490     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002500*
002510 1000-EXIT.
002520     EXIT.
002530* ****************************************************************
002540* 1100-LOAD-DECISIONS - read the whole decision file into the
002550* table so each review record is matched in storage.
002560* ****************************************************************
002570 1100-LOAD-DECISIONS.
002580     PERFORM 1150-READ-ONE-DECISION THRU 1150-EXIT
002590         UNTIL WK-DECN-EOF.
002600*
002610 1100-EXIT.
002620     EXIT.
002630* ****************************************************************
002640* 1150-READ-ONE-DECISION - advance the decision file one record
002650* and post it to the table.  A card with no operator, or with an
002660* action other than RLS or REJ, is tabled already settled as bad
002670* so it can never match; more cards than the table holds is an
002680* operator keying problem worth stopping for.
002690* ****************************************************************
002700 1150-READ-ONE-DECISION.
002710     READ DECISION-FILE
002720         AT END
002730             MOVE 'Y'                 TO WK-DECN-EOF-SW
002740         NOT AT END
002750             ADD 1                    TO WK-DECN-COUNT
002760             IF WK-DECN-COUNT > WK-DECN-MAX
002770                 DISPLAY 'DLDUPRV - MORE THAN ' WK-DECN-MAX
002780                    ' DECISIONS - SPLIT THE DECISION FILE'
002790                 MOVE 16              TO RETURN-CODE
002800                 STOP RUN
002810             END-IF
002820             MOVE WK-DC-ID            TO WK-DT-ID (WK-DECN-COUNT)
002830             MOVE WK-DC-FECHA         TO
002840                  WK-DT-FECHA (WK-DECN-COUNT)
002850             MOVE WK-DC-ACTION        TO
002860                  WK-DT-ACTION (WK-DECN-COUNT)
002870             MOVE WK-DC-OPERATOR-ID   TO
002880                  WK-DT-OPERATOR-ID (WK-DECN-COUNT)
002890             MOVE SPACES              TO
002900                  WK-DT-OUTCOME (WK-DECN-COUNT)
002910             EVALUATE TRUE
002920                 WHEN NOT WK-DC-RELEASE AND NOT WK-DC-REJECT
002930                     MOVE 'ACTION NOT RLS/REJ' TO
002940                          WK-DT-OUTCOME (WK-DECN-COUNT)
002950                 WHEN WK-DC-OPERATOR-ID = SPACES
002960                     MOVE 'NO OPERATOR ID'     TO
002970                          WK-DT-OUTCOME (WK-DECN-COUNT)
002980             END-EVALUATE
002990     END-READ.
003000     IF WK-DUPDECN-STATUS NOT = '00'
003010        AND WK-DUPDECN-STATUS NOT = '10'
003020         MOVE 'DUPDECN'           TO WK-ABEND-FILE-ID
003030         MOVE WK-DUPDECN-STATUS   TO WK-ABEND-STATUS
003040         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003050     END-IF.
003060*
003070 1150-EXIT.
003080     EXIT.
003090* ****************************************************************
003100* 1300-SET-TODAY - capture today's date once and convert it to a
003110* day number so each item's days held is one subtraction.
003120* ****************************************************************
003130 1300-SET-TODAY.
003140     ACCEPT WK-TODAY              FROM DATE YYYYMMDD.
003150     MOVE WK-TODAY                TO WK-TODAY-NUM.
003160     COMPUTE WK-TODAY-DAYS =
003170         FUNCTION INTEGER-OF-DATE (WK-TODAY-NUM).
003180*
003190 1300-EXIT.
003200     EXIT.
003210* ****************************************************************
003220* 1350-WRITE-RELEASE-HEADER - open the release file's batch
003230* controls; the extract date is today so DLEDIT accepts the
003240* batch on tonight's run and never on a later one.
003250* ****************************************************************
003260 1350-WRITE-RELEASE-HEADER.
003270     MOVE SPACES                      TO WK-RLC-CTL-DATA.
003280     MOVE 'HDR'                       TO WK-RLC-CTL-TYPE.
003290     MOVE 'DLDUPRV'                   TO WK-RLC-HD-SUBMITTER.
003300     MOVE WK-TODAY                    TO WK-RLC-HD-EXTRACT-DATE.
003310     WRITE WK-RLC-RECORD.
003320     MOVE 'DUPREL'                    TO WK-ABEND-FILE-ID.
003330     MOVE WK-DUPREL-STATUS            TO WK-ABEND-STATUS.
003340     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003350*
003360 1350-EXIT.
003370     EXIT.
003380* ****************************************************************
003390* 1400-PRINT-HEADINGS.
003400* ****************************************************************
003410 1400-PRINT-HEADINGS.
003420     MOVE WK-HEADING-1                TO WK-RP-LINE.
003430     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003440     MOVE WK-HEADING-2                TO WK-RP-LINE.
003450     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003460     MOVE SPACES                      TO WK-RP-LINE.
003470     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003480     MOVE WK-HEADING-3                TO WK-RP-LINE.
003490     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003500*
003510 1400-EXIT.
003520     EXIT.
003530* ****************************************************************
003540* 2000-READ-REVIEW - prime/advance the review master.
003550* ****************************************************************
003560 2000-READ-REVIEW.
003570     READ REVIEW-FILE NEXT RECORD
003580         AT END
003590             MOVE 'Y'                 TO WK-EOF-SW
003600         NOT AT END
003610             ADD 1                    TO WK-READ-COUNT
003620     END-READ.
003630     IF WK-DUPREV-STATUS NOT = '00'
003640        AND WK-DUPREV-STATUS NOT = '10'
003650         MOVE 'DUPREV'            TO WK-ABEND-FILE-ID
003660         MOVE WK-DUPREV-STATUS    TO WK-ABEND-STATUS
003670         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003680     END-IF.
003690*
003700 2000-EXIT.
003710     EXIT.
003720* ****************************************************************
003730* 3000-PROCESS-REVIEW - match one review record against the
003740* decision table.  A held item with a decision is released or
003750* rejected; a held item with none is listed as still held.  A
003760* decision for an item already decided is noted and does
003770* nothing - an item is decided once.  Then advance.
003780* ****************************************************************
003790 3000-PROCESS-REVIEW.
003800     PERFORM 3050-FIND-DECISION THRU 3050-EXIT.
003810     MOVE WK-DV-TRAN-IMAGE            TO WK-TRAN-WORK.
003820*    No decision card matched: the table is not referenced.
003821     EVALUATE TRUE
003830         WHEN WK-DECN-FOUND-IX = ZERO AND WK-DV-HELD
003840             ADD 1                    TO WK-STILL-HELD-COUNT
003850             MOVE 'STILL HELD'        TO WK-DL-DECISION
003860             PERFORM 3300-REPORT-ITEM THRU 3300-EXIT
003861         WHEN WK-DECN-FOUND-IX = ZERO
003862             CONTINUE
003870         WHEN WK-DV-HELD AND WK-DT-RELEASE (WK-DECN-FOUND-IX)
003880             PERFORM 3500-WRITE-RELEASE THRU 3500-EXIT
003890             MOVE 'R'                 TO WK-DV-STATUS
003900             PERFORM 3400-REWRITE-DECIDED THRU 3400-EXIT
003910             MOVE 'RELEASED'          TO WK-DL-DECISION
003920             PERFORM 3300-REPORT-ITEM THRU 3300-EXIT
003930         WHEN WK-DV-HELD
003940             ADD 1                    TO WK-REJECT-COUNT
003950             MOVE 'J'                 TO WK-DV-STATUS
003960             PERFORM 3400-REWRITE-DECIDED THRU 3400-EXIT
003970             MOVE 'REJECTED'          TO WK-DL-DECISION
003980             PERFORM 3300-REPORT-ITEM THRU 3300-EXIT
003990         WHEN WK-DV-RELEASED
004000             MOVE 'ALREADY RELEASED'  TO
004010                  WK-DT-OUTCOME (WK-DECN-FOUND-IX)
004020         WHEN OTHER
004030             MOVE 'ALREADY REJECTED'  TO
004040                  WK-DT-OUTCOME (WK-DECN-FOUND-IX)
004050     END-EVALUATE.
004060     PERFORM 2000-READ-REVIEW THRU 2000-EXIT.
004070*
004080 3000-EXIT.
004090     EXIT.
004100* ****************************************************************
004110* 3050-FIND-DECISION - scan the decision table for this review
004120* record's ID/FECHA among the cards not yet settled.
004130* ****************************************************************
004140 3050-FIND-DECISION.
004150     MOVE ZERO                        TO WK-DECN-FOUND-IX.
004160     MOVE 1                           TO WK-DECN-IX.
004170     PERFORM 3055-MATCH-ONE-DECISION THRU 3055-EXIT
004180         UNTIL WK-DECN-IX > WK-DECN-COUNT
004190            OR WK-DECN-FOUND-IX > ZERO.
004200*
004210 3050-EXIT.
004220     EXIT.
004230* ****************************************************************
004240* 3055-MATCH-ONE-DECISION.
004250* ****************************************************************
004260 3055-MATCH-ONE-DECISION.
004270     IF WK-DT-ID (WK-DECN-IX) = WK-DV-HOLD-ID
004280        AND WK-DT-FECHA (WK-DECN-IX) = WK-DV-HOLD-FECHA
004290        AND WK-DT-OUTCOME (WK-DECN-IX) = SPACES
004300         MOVE WK-DECN-IX              TO WK-DECN-FOUND-IX
004310     END-IF.
004320     ADD 1                            TO WK-DECN-IX.
004330*
004340 3055-EXIT.
004350     EXIT.
004360* ****************************************************************
004370* 3300-REPORT-ITEM - one line for a held item: what it repeated
004380* (the matched item's department reference), what became of it
004390* tonight, and how long it has been held.
004400* ****************************************************************
004410 3300-REPORT-ITEM.
004420     PERFORM 3310-COMPUTE-DAYS-HELD THRU 3310-EXIT.
004430     MOVE WK-DV-HOLD-ID               TO WK-DL-ID.
004440     MOVE WK-DV-HOLD-FECHA            TO WK-DL-FECHA.
004450     MOVE WK-TW-CUENTA                TO WK-DL-CUENTA.
004460     MOVE WK-TW-OPERACION             TO WK-DL-OPERACION.
004470     MOVE WK-DV-MATCH-REF             TO WK-DL-MATCH-REF.
004480     MOVE WK-DAYS-HELD                TO WK-DL-DAYS.
004490     MOVE WK-DETAIL-LINE              TO WK-RP-LINE.
004500     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004510*
004520 3300-EXIT.
004530     EXIT.
004540* ****************************************************************
004550* 3310-COMPUTE-DAYS-HELD - days held is today minus the date
004560* DLEDIT held the item; an unparseable date counts as zero days
004570* rather than stopping the review.
004580* ****************************************************************
004590 3310-COMPUTE-DAYS-HELD.
004600     IF WK-DV-HOLD-FECHA NUMERIC
004610         MOVE WK-DV-HOLD-FECHA        TO WK-FECHA-NUM
004620         COMPUTE WK-FECHA-DAYS =
004630             FUNCTION INTEGER-OF-DATE (WK-FECHA-NUM)
004640         COMPUTE WK-DAYS-HELD = WK-TODAY-DAYS - WK-FECHA-DAYS
004650     ELSE
004660         MOVE ZERO                    TO WK-DAYS-HELD
004670     END-IF.
004680     IF WK-DAYS-HELD < ZERO
004690         MOVE ZERO                    TO WK-DAYS-HELD
004700     END-IF.
004710*
004720 3310-EXIT.
004730     EXIT.
004740* ****************************************************************
004750* 3400-REWRITE-DECIDED - record the decision, who made it and
004760* when, on the review master and settle the card.
004770* ****************************************************************
004780 3400-REWRITE-DECIDED.
004790     MOVE WK-TODAY                    TO WK-DV-DECISION-DATE.
004800     MOVE WK-DT-OPERATOR-ID (WK-DECN-FOUND-IX)
004810                                      TO WK-DV-DECISION-OPER.
004820     REWRITE WK-DV-RECORD.
004830     MOVE 'DUPREV'                    TO WK-ABEND-FILE-ID.
004840     MOVE WK-DUPREV-STATUS            TO WK-ABEND-STATUS.
004850     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004860     MOVE 'APPLIED'                   TO
004870          WK-DT-OUTCOME (WK-DECN-FOUND-IX).
004880*
004890 3400-EXIT.
004900     EXIT.
004910* ****************************************************************
004920* 3500-WRITE-RELEASE - the item is not a duplicate; write it in
004930* transaction layout, result fields cleared and marked released
004940* from review so the next night's screen passes it.  It is
004950* billed to the date it was first held unless it already
004960* carries an earlier one.
004970* ****************************************************************
004980 3500-WRITE-RELEASE.
004990     MOVE WK-TRAN-WORK                TO WK-RL-RECORD.
005000     MOVE ZERO                        TO WK-RL-RESULTADO.
005010     MOVE SPACES                      TO WK-RL-MENSAJE-ERROR.
005020     IF WK-RL-ORIG-FECHA = SPACES
005030         MOVE WK-DV-HOLD-FECHA        TO WK-RL-ORIG-FECHA
005040     END-IF.
005050     SET WK-RL-DUP-RELEASED           TO TRUE.
005060     WRITE WK-RL-RECORD.
005070     MOVE 'DUPREL'                    TO WK-ABEND-FILE-ID.
005080     MOVE WK-DUPREL-STATUS            TO WK-ABEND-STATUS.
005090     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005100     ADD 1                            TO WK-RELEASE-COUNT.
005110     MOVE WK-RL-NUMERO-1              TO WK-HASH-WORK.
005120     PERFORM 3520-ADD-HASH THRU 3520-EXIT.
005130     MOVE WK-RL-NUMERO-2              TO WK-HASH-WORK.
005140     PERFORM 3520-ADD-HASH THRU 3520-EXIT.
005150*
005160 3500-EXIT.
005170     EXIT.
005180* ****************************************************************
005190* 3520-ADD-HASH - roll one operand into the release hash as an
005200* ABSOLUTE value, the hash definition WKTRNCTL carries and
005210* DLEDIT reproduces on the intake side.
005220* ****************************************************************
005230 3520-ADD-HASH.
005240     IF WK-HASH-WORK < ZERO
005250         SUBTRACT WK-HASH-WORK FROM ZERO GIVING WK-HASH-WORK
005260     END-IF.
005270     ADD WK-HASH-WORK                 TO WK-RELEASE-HASH.
005280*
005290 3520-EXIT.
005300     EXIT.
005310* ****************************************************************
005320* 3550-WRITE-RELEASE-TRAILER - close the release file's batch
005330* controls with the count and hash total DLEDIT will prove.
005340* ****************************************************************
005350 3550-WRITE-RELEASE-TRAILER.
005360     MOVE SPACES                      TO WK-RLC-CTL-DATA.
005370     MOVE 'TRL'                       TO WK-RLC-CTL-TYPE.
005380     MOVE WK-RELEASE-COUNT            TO WK-RLC-TR-RECORD-COUNT.
005390     MOVE WK-RELEASE-HASH             TO WK-RLC-TR-HASH-TOTAL.
005400     WRITE WK-RLC-RECORD.
005410     MOVE 'DUPREL'                    TO WK-ABEND-FILE-ID.
005420     MOVE WK-DUPREL-STATUS            TO WK-ABEND-STATUS.
005430     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005440*
005450 3550-EXIT.
005460     EXIT.
005470* ****************************************************************
005480* 4000-PRINT-SUMMARY - every decision that did not apply, with
005490* why, then the run's control counts.  DECISIONS ON FILE against
005500* RELEASED plus REJECTED is the operator's check that every card
005510* found its item - a mistyped ID/FECHA matches nothing and would
005520* otherwise look like a decision made.
005530* ****************************************************************
005540 4000-PRINT-SUMMARY.
005550     MOVE SPACES                      TO WK-RP-LINE.
005560     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005570     MOVE WK-CARD-HEAD                TO WK-RP-LINE.
005580     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005590     MOVE 1                           TO WK-DECN-IX.
005600     PERFORM 4100-PRINT-ONE-CARD THRU 4100-EXIT
005610         UNTIL WK-DECN-IX > WK-DECN-COUNT.
005620     MOVE SPACES                      TO WK-RP-LINE.
005630     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005640*
005650     MOVE 'REVIEW RECORDS READ'       TO WK-CL-LABEL.
005660     MOVE WK-READ-COUNT               TO WK-CL-COUNT.
005670     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005680     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005690     MOVE 'DECISIONS ON FILE'         TO WK-CL-LABEL.
005700     MOVE WK-DECN-COUNT               TO WK-CL-COUNT.
005710     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005720     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005730     MOVE 'RELEASED'                  TO WK-CL-LABEL.
005740     MOVE WK-RELEASE-COUNT            TO WK-CL-COUNT.
005750     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005760     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005770     MOVE 'REJECTED AS DUPLICATES'    TO WK-CL-LABEL.
005780     MOVE WK-REJECT-COUNT             TO WK-CL-COUNT.
005790     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005800     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005810     MOVE 'STILL HELD'                TO WK-CL-LABEL.
005820     MOVE WK-STILL-HELD-COUNT         TO WK-CL-COUNT.
005830     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005840     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005850     MOVE 'DECISIONS NOT APPLIED'     TO WK-CL-LABEL.
005860     MOVE WK-UNUSED-COUNT             TO WK-CL-COUNT.
005870     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005880     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005890*
005900     DISPLAY '*********************************************'.
005910     DISPLAY 'DLDUPRV - REVIEW RECORDS READ  ' WK-READ-COUNT.
005920     DISPLAY 'DLDUPRV - RELEASED             ' WK-RELEASE-COUNT.
005930     DISPLAY 'DLDUPRV - REJECTED             ' WK-REJECT-COUNT.
005940     DISPLAY 'DLDUPRV - STILL HELD           '
005950         WK-STILL-HELD-COUNT.
005960     DISPLAY 'DLDUPRV - DECISIONS NOT APPLIED '
005970         WK-UNUSED-COUNT.
005980*
005990 4000-EXIT.
006000     EXIT.
006010* ****************************************************************
006020* 4050-WRITE-LINE - write one already-built REPORT-FILE line and
006030* check its status immediately, so a failure on any one line is
006040* caught instead of being overwritten by a later line's success.
006050* ****************************************************************
006060 4050-WRITE-LINE.
006070     WRITE WK-RP-LINE.
006080     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
006090     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
006100     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
006110*
006120 4050-EXIT.
006130     EXIT.
006140* ****************************************************************
006150* 4100-PRINT-ONE-CARD - one line per decision that did not apply;
006160* a card still unsettled matched no item on the review master.
006170* ****************************************************************
006180 4100-PRINT-ONE-CARD.
006190     IF WK-DT-OUTCOME (WK-DECN-IX) = SPACES
006200         MOVE 'NOT ON REVIEW MASTER'  TO
006210              WK-DT-OUTCOME (WK-DECN-IX)
006220     END-IF.
006230     IF WK-DT-OUTCOME (WK-DECN-IX) NOT = 'APPLIED'
006240         ADD 1                        TO WK-UNUSED-COUNT
006250         MOVE WK-DT-ID (WK-DECN-IX)   TO WK-KL-ID
006260         MOVE WK-DT-FECHA (WK-DECN-IX) TO WK-KL-FECHA
006270         MOVE WK-DT-ACTION (WK-DECN-IX) TO WK-KL-ACTION
006280         MOVE WK-DT-OPERATOR-ID (WK-DECN-IX)
006290                                      TO WK-KL-OPERATOR-ID
006300         MOVE WK-DT-OUTCOME (WK-DECN-IX) TO WK-KL-OUTCOME
006310         MOVE WK-CARD-LINE            TO WK-RP-LINE
006320         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
006330     END-IF.
006340     ADD 1                            TO WK-DECN-IX.
006350*
006360 4100-EXIT.
006370     EXIT.
006380* ****************************************************************
006390* 5000-CLOSE-FILES.
006400* ****************************************************************
006410 5000-CLOSE-FILES.
006420     CLOSE REVIEW-FILE.
006430     CLOSE DECISION-FILE.
006440     CLOSE RELEASE-FILE.
006450     CLOSE REPORT-FILE.
006460*
006470 5000-EXIT.
006480     EXIT.
006490* ****************************************************************
006500* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
006510* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
006520* is PERFORMed; any status other than '00' abends the run with a
006530* message instead of letting the job continue on bad data.
006540* ****************************************************************
006550 9000-VERIFY-FILE-STATUS.
006560     IF WK-ABEND-STATUS NOT = '00'
006570         DISPLAY 'DLDUPRV - I/O ERROR ON ' WK-ABEND-FILE-ID
006580            ' - FILE STATUS ' WK-ABEND-STATUS
006590         MOVE 16                      TO RETURN-CODE
006600         STOP RUN
006610     END-IF.
006620*
006630 9000-EXIT.
006640     EXIT.
