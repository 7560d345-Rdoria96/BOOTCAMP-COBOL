000100* ****************************************************************
000110* Program name:    DLRETN
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written to send each department a machine-
000180*                  readable answer for every record it sent, the
000190*                  same morning.  Reads the night's result,
000200*                  exception and suspense generations and writes
000210*                  one return file per submitter (WKRETRN) -
000220*                  results, size-error exceptions and suspense
000230*                  rejections with reason code and text, each
000240*                  carrying the department's own ORIG-REF - in
000250*                  HDR/TRL controls.  Submitters are routed to
000260*                  the RETURN1-RETURN8 slots by the routing
000270*                  cards (DD RETCTL); a detail whose submitter
000280*                  has no card is counted, listed and ends the
000290*                  step RC=4.  The counts read are proved
000300*                  against the night's STEP015/STEP020 run-
000310*                  control postings, one verdict line per link,
000320*                  RC=8 on any break, and the verdict posts to
000330*                  run control as STEP050.
000331* 10/15/26 RD      Proves against the nightly run's postings only
000332*                  - a daytime priority cycle (DEVOPSIC) posts
000333*                  its own STEP015/STEP020 under its cycle and
000334*                  returns nothing to the departments.
000335* 10/15/26 RD      Details DLEDIT held for review as probable
000336*                  duplicates (DUPREV) now answer as HLD records,
000337*                  counted in the trailer, and the edit's posting
000338*                  is proved whole: held read = edit held, and
000339*                  edit details = clean + suspense + held.
000340*                  PARM CYCLE=n (after the run date, if one is
000341*                  given) returns daytime cycle n from its own
000342*                  generations and proves it against the cycle's
000343*                  postings - DEVOPSIC now runs this step after
000344*                  every cycle, so a cycle's answers no longer
000345*                  wait for the night.  The header carries the
000346*                  cycle and STEP050 posts under it.
000347* ****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID.  DLRETN.
000370 AUTHOR. RICHARD DORIA.
000380 INSTALLATION. COBOL DEVELOPMENT CENTER.
000390 DATE-WRITTEN. 10/15/26.
000400 DATE-COMPILED. 10/15/26.
000410 SECURITY. NON-CONFIDENTIAL.
000420* ****************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ROUTE-FILE        ASSIGN TO RETCTL
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS WK-RETCTL-STATUS.
000490     SELECT RESULT-FILE       ASSIGN TO TRANOUT
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS WK-TRANOUT-STATUS.
000520     SELECT EXCEPTION-FILE    ASSIGN TO EXCPTN
000530            ORGANIZATION IS SEQUENTIAL
000540            FILE STATUS IS WK-EXCPTN-STATUS.
000550     SELECT SUSPENSE-FILE     ASSIGN TO SUSPENSE
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS WK-SUSPENSE-STATUS.
000571     SELECT REVIEW-FILE       ASSIGN TO DUPREV
000572            ORGANIZATION IS INDEXED
000573            ACCESS MODE IS SEQUENTIAL
000574            RECORD KEY IS WK-DV-KEY
000575            FILE STATUS IS WK-DUPREV-STATUS.
000580     SELECT RETURN1-FILE      ASSIGN TO RETURN1
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS WK-RETURN1-STATUS.
000610     SELECT RETURN2-FILE      ASSIGN TO RETURN2
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS WK-RETURN2-STATUS.
000640     SELECT RETURN3-FILE      ASSIGN TO RETURN3
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS WK-RETURN3-STATUS.
000670     SELECT RETURN4-FILE      ASSIGN TO RETURN4
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS WK-RETURN4-STATUS.
000700     SELECT RETURN5-FILE      ASSIGN TO RETURN5
000710            ORGANIZATION IS SEQUENTIAL
000720            FILE STATUS IS WK-RETURN5-STATUS.
000730     SELECT RETURN6-FILE      ASSIGN TO RETURN6
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS WK-RETURN6-STATUS.
000760     SELECT RETURN7-FILE      ASSIGN TO RETURN7
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS WK-RETURN7-STATUS.
000790     SELECT RETURN8-FILE      ASSIGN TO RETURN8
000800            ORGANIZATION IS SEQUENTIAL
000810            FILE STATUS IS WK-RETURN8-STATUS.
000820     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS DYNAMIC
000850            RECORD KEY IS WK-RC-KEY
000860            FILE STATUS IS WK-RUNCTL-STATUS.
000870     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS WK-RPTOUT-STATUS.
000900* ****************************************************************
000910 DATA DIVISION.
000920 FILE SECTION.
000930*    ROUTE-FILE - one card per submitter: the submitter ID in
000940*    columns 1-8 and the return slot (1-8) it is written to in
000950*    column 10.  A card with '*' in column 1 is a comment.
000960 FD  ROUTE-FILE
000970     RECORDING MODE IS F.
000980 01  WK-RO-CARD.
000990     05  WK-RO-SUBMITTER         PIC X(08).
001000     05  FILLER                  PIC X(01).
001010     05  WK-RO-SLOT              PIC X(01).
001020     05  FILLER                  PIC X(70).
001030*    RESULT-FILE - the result generation DEVOPS wrote tonight.
001040 FD  RESULT-FILE
001050     RECORDING MODE IS F.
001060 01  WK-TO-RECORD.
001070     COPY WKTRANS REPLACING LEADING
001080          ==PREFIX-== BY ==WK-TO-==.
001090*    EXCEPTION-FILE - tonight's size-error exceptions.
001100 FD  EXCEPTION-FILE
001110     RECORDING MODE IS F.
001120 01  WK-EX-RECORD.
001130     COPY WKTRANS REPLACING LEADING
001140          ==PREFIX-== BY ==WK-EX-==.
001150*    SUSPENSE-FILE - tonight's DLEDIT rejects, each with the
001160*    reason it was rejected.
001170 FD  SUSPENSE-FILE
001180     RECORDING MODE IS F.
001190 01  WK-SU-RECORD.
001200     COPY WKTRANS REPLACING LEADING
001210          ==PREFIX-== BY ==WK-SU-==.
001220     05  WK-SU-REASON-CODE       PIC X(02).
001230     05  WK-SU-REASON-TEXT       PIC X(30).
001231*    REVIEW-FILE - the duplicate-review master; read front to back
001232*    for the details the edit held on the run date and cycle,
001233*    whatever has since been decided about them.
001234 FD  REVIEW-FILE.
001235 01  WK-DV-RECORD.
001236     COPY WKDUPREV REPLACING LEADING
001237          ==PREFIX-== BY ==WK-DV-==.
001240*    RETURN1..8 - one return file per routed submitter; a slot
001250*    with no routing card is opened and closed empty.  Each
001260*    record is built in WK-RT-RECORD first.
001270 FD  RETURN1-FILE
001280     RECORDING MODE IS F.
001290 01  WK-R1-RECORD                  PIC X(160).
001300 FD  RETURN2-FILE
001310     RECORDING MODE IS F.
001320 01  WK-R2-RECORD                  PIC X(160).
001330 FD  RETURN3-FILE
001340     RECORDING MODE IS F.
001350 01  WK-R3-RECORD                  PIC X(160).
001360 FD  RETURN4-FILE
001370     RECORDING MODE IS F.
001380 01  WK-R4-RECORD                  PIC X(160).
001390 FD  RETURN5-FILE
001400     RECORDING MODE IS F.
001410 01  WK-R5-RECORD                  PIC X(160).
001420 FD  RETURN6-FILE
001430     RECORDING MODE IS F.
001440 01  WK-R6-RECORD                  PIC X(160).
001450 FD  RETURN7-FILE
001460     RECORDING MODE IS F.
001470 01  WK-R7-RECORD                  PIC X(160).
001480 FD  RETURN8-FILE
001490     RECORDING MODE IS F.
001500 01  WK-R8-RECORD                  PIC X(160).
001510*    RUN-CONTROL-FILE - browsed for the run date's postings,
001520*    posted with this step's verdict.
001530 FD  RUN-CONTROL-FILE.
001540 01  WK-RC-RECORD.
001550     COPY WKRUNCTL REPLACING LEADING
001560          ==PREFIX-== BY ==WK-RC-==.
001570*    REPORT-FILE - the routing summary and the balance verdict.
001580 FD  REPORT-FILE
001590     RECORDING MODE IS F.
001600 01  WK-RP-LINE                        PIC X(80).
001610* ****************************************************************
001620 WORKING-STORAGE SECTION.
001630*
001640 01  WK-FILE-STATUSES.
001650     05  WK-RETCTL-STATUS           PIC X(02) VALUE '00'.
001660     05  WK-TRANOUT-STATUS          PIC X(02) VALUE '00'.
001670     05  WK-EXCPTN-STATUS           PIC X(02) VALUE '00'.
001680     05  WK-SUSPENSE-STATUS         PIC X(02) VALUE '00'.
001681     05  WK-DUPREV-STATUS           PIC X(02) VALUE '00'.
001690     05  WK-RETURN1-STATUS          PIC X(02) VALUE '00'.
001700     05  WK-RETURN2-STATUS          PIC X(02) VALUE '00'.
001710     05  WK-RETURN3-STATUS          PIC X(02) VALUE '00'.
001720     05  WK-RETURN4-STATUS          PIC X(02) VALUE '00'.
001730     05  WK-RETURN5-STATUS          PIC X(02) VALUE '00'.
001740     05  WK-RETURN6-STATUS          PIC X(02) VALUE '00'.
001750     05  WK-RETURN7-STATUS          PIC X(02) VALUE '00'.
001760     05  WK-RETURN8-STATUS          PIC X(02) VALUE '00'.
001770     05  WK-RUNCTL-STATUS           PIC X(02) VALUE '00'.
001780     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
001790*
001800 01  WK-RUN-STAMPS.
001810     05  WK-START-TS                PIC X(14).
001820     05  WK-END-TS                  PIC X(14).
001830 01  WK-TS-WORK.
001840     05  WK-TS-DATE                 PIC X(08).
001850     05  WK-TS-TIME                 PIC X(06).
001860 01  WK-TS-TIME-RAW                        PIC X(08).
001870*
001880 01  WK-ABEND-AREA.
001890     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
001900     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
001910*
001920 01  WK-SWITCHES.
001930     05  WK-ROUTE-EOF-SW            PIC X(01) VALUE 'N'.
001940         88  WK-ROUTE-EOF           VALUE 'Y'.
001950     05  WK-EOF-SW                  PIC X(01) VALUE 'N'.
001960         88  WK-EOF                 VALUE 'Y'.
001970     05  WK-S15-SW                  PIC X(01) VALUE 'N'.
001980         88  WK-HAVE-S15            VALUE 'Y'.
001990     05  WK-S20-SW                  PIC X(01) VALUE 'N'.
002000         88  WK-HAVE-S20            VALUE 'Y'.
002010*
002020 01  WK-RUN-DATE                           PIC X(08).
002021 01  WK-CYCLE                              PIC X(01) VALUE SPACE.
002022*
002023*    The PARM as passed, and its CYCLE=n keyword.
002024 01  WK-PARM-WORK                          PIC X(16).
002025 01  WK-CYCLE-PARM.
002026     05  WK-CP-KEYWORD              PIC X(06).
002027     05  WK-CP-CYCLE                PIC X(01).
002028     05  WK-CP-REST                 PIC X(09).
002030*
002040*    The detail being returned, whichever file it came from, in
002050*    transaction layout plus the suspense reason (blank for a
002060*    result or an exception).  The byte view carries the
002070*    operands of a suspense reject across untouched - they are
002080*    often not valid numerics, which is why it was rejected.
002090 01  WK-IN-RECORD.
002100     COPY WKTRANS REPLACING LEADING
002110          ==PREFIX-== BY ==WK-IN-==.
002120     05  WK-IN-REASON-CODE          PIC X(02).
002130     05  WK-IN-REASON-TEXT          PIC X(30).
002140 01  WK-INX-RECORD REDEFINES WK-IN-RECORD.
002150     05  FILLER                     PIC X(36).
002160     05  WK-INX-OPERANDS            PIC X(04).
002170     05  FILLER                     PIC X(112).
002180*
002190*    The return record being built, moved to its slot's FD.
002200 01  WK-RT-RECORD.
002210     COPY WKRETRN REPLACING LEADING
002220          ==PREFIX-== BY ==WK-RT-==.
002230*
002240*    Hash staging - the return hash is the sum of ABSOLUTE
002250*    operand values, the WKTRNCTL definition.
002260 01  WK-HASH-WORK                          PIC S9(02).
002265*
002266*    The submitter being looked up in the slot/unrouted tables.
002267 01  WK-FIND-SUBMITTER                     PIC X(08).
002270*
002280*    The return slots, indexed by slot number.  A slot with a
002290*    blank submitter has no routing card tonight.
002300 01  WK-SLOT-MAX                    PIC S9(04) COMP VALUE +8.
002310 01  WK-SLOT-IX                     PIC S9(04) COMP VALUE ZERO.
002320 01  WK-SLOT-FOUND-IX               PIC S9(04) COMP VALUE ZERO.
002330 01  WK-SLOT-TABLE.
002340     05  WK-SL-ENTRY OCCURS 8 TIMES.
002350         10  WK-SL-SUBMITTER        PIC X(08).
002360         10  WK-SL-RES-COUNT        PIC 9(09).
002370         10  WK-SL-EXC-COUNT        PIC 9(09).
002380         10  WK-SL-SUS-COUNT        PIC 9(09).
002381         10  WK-SL-HLD-COUNT        PIC 9(09).
002390         10  WK-SL-DTL-COUNT        PIC 9(09).
002400         10  WK-SL-HASH-TOTAL       PIC 9(13).
002410*
002420*    Submitters tonight's details carried that no routing card
002430*    names - listed on the report so the card can be added.
002440 01  WK-UNR-MAX                     PIC S9(04) COMP VALUE +20.
002450 01  WK-UNR-COUNT                   PIC S9(04) COMP VALUE ZERO.
002460 01  WK-UNR-IX                      PIC S9(04) COMP VALUE ZERO.
002470 01  WK-UNR-FOUND-IX                PIC S9(04) COMP VALUE ZERO.
002480 01  WK-UNROUTED-TABLE.
002490     05  WK-UN-ENTRY OCCURS 20 TIMES.
002500         10  WK-UN-SUBMITTER        PIC X(08).
002510         10  WK-UN-DTL-COUNT        PIC 9(09).
002520*
002530 01  WK-COUNTERS.
002540     05  WK-CARD-COUNT              PIC 9(09) VALUE ZERO.
002550     05  WK-ROUTE-COUNT             PIC 9(09) VALUE ZERO.
002560     05  WK-RES-READ                PIC 9(09) VALUE ZERO.
002570     05  WK-EXC-READ                PIC 9(09) VALUE ZERO.
002580     05  WK-SUS-READ                PIC 9(09) VALUE ZERO.
002581     05  WK-HLD-READ                PIC 9(09) VALUE ZERO.
002590     05  WK-DTL-READ                PIC 9(09) VALUE ZERO.
002600     05  WK-DTL-RETURNED            PIC 9(09) VALUE ZERO.
002610     05  WK-DTL-UNROUTED            PIC 9(09) VALUE ZERO.
002620     05  WK-BROKEN-COUNT            PIC 9(09) VALUE ZERO.
002630*
002640*    The counts the edit and the engine posted for the run
002641*    date and cycle.  The STEP020n partition postings are summed.
002660 01  WK-STEP-COUNTS.
002661     05  WK-S15-IN                  PIC 9(09) VALUE ZERO.
002670     05  WK-S15-OUT                 PIC 9(09) VALUE ZERO.
002680     05  WK-S15-ALT                 PIC 9(09) VALUE ZERO.
002681     05  WK-S15-EXCP                PIC 9(09) VALUE ZERO.
002690     05  WK-S20-OUT                 PIC 9(09) VALUE ZERO.
002700     05  WK-S20-EXCP                PIC 9(09) VALUE ZERO.
002710     05  WK-S20P-OUT-SUM            PIC 9(09) VALUE ZERO.
002720     05  WK-S20P-EXCP-SUM           PIC 9(09) VALUE ZERO.
002730     05  WK-S20P-COUNT              PIC 9(02) VALUE ZERO.
002740 01  WK-ENGINE-OUT                  PIC 9(09) VALUE ZERO.
002750 01  WK-ENGINE-EXCP                 PIC 9(09) VALUE ZERO.
002760*
002770 01  WK-REPORT-LINES.
002780     05  WK-HEADING-1.
002790         10  FILLER                 PIC X(20) VALUE SPACES.
002800         10  FILLER                 PIC X(40)
002810             VALUE 'DEVOPS DEPARTMENT RETURN FILES'.
002820     05  WK-HEADING-2.
002830         10  FILLER                 PIC X(20) VALUE SPACES.
002840         10  FILLER                 PIC X(30) VALUE ALL '-'.
002850     05  WK-DATE-LINE.
002860         10  FILLER                 PIC X(09) VALUE 'RUN DATE '.
002870         10  WK-DT-DATE             PIC X(08).
002871         10  FILLER                 PIC X(02) VALUE SPACES.
002872         10  WK-DT-CYCLE-TEXT       PIC X(08).
002880     05  WK-SLOT-HEADING.
002890         10  FILLER                 PIC X(06) VALUE 'SLOT'.
002900         10  FILLER                 PIC X(10) VALUE 'SUBMITTER'.
002910         10  FILLER                 PIC X(12) VALUE
002920             '     RESULTS'.
002930         10  FILLER                 PIC X(12) VALUE
002940             '  EXCEPTIONS'.
002950         10  FILLER                 PIC X(12) VALUE
002960             '    SUSPENSE'.
002970         10  FILLER                 PIC X(12) VALUE
002971             '        HELD'.
002972         10  FILLER                 PIC X(12) VALUE
002980             '    RETURNED'.
002990     05  WK-SLOT-LINE.
003000         10  FILLER                 PIC X(02) VALUE SPACES.
003010         10  WK-SO-SLOT             PIC 9(01).
003020         10  FILLER                 PIC X(03) VALUE SPACES.
003030         10  WK-SO-SUBMITTER        PIC X(08).
003040         10  FILLER                 PIC X(02) VALUE SPACES.
003050         10  WK-SO-RES              PIC ZZZ,ZZZ,ZZ9.
003060         10  FILLER                 PIC X(01) VALUE SPACES.
003070         10  WK-SO-EXC              PIC ZZZ,ZZZ,ZZ9.
003080         10  FILLER                 PIC X(01) VALUE SPACES.
003090         10  WK-SO-SUS              PIC ZZZ,ZZZ,ZZ9.
003100         10  FILLER                 PIC X(01) VALUE SPACES.
003101         10  WK-SO-HLD              PIC ZZZ,ZZZ,ZZ9.
003102         10  FILLER                 PIC X(01) VALUE SPACES.
003110         10  WK-SO-DTL              PIC ZZZ,ZZZ,ZZ9.
003120     05  WK-UNROUTED-LINE.
003130         10  FILLER                 PIC X(06) VALUE SPACES.
003140         10  WK-UO-SUBMITTER        PIC X(08).
003150         10  FILLER                 PIC X(02) VALUE SPACES.
003160         10  WK-UO-DTL              PIC ZZZ,ZZZ,ZZ9.
003170         10  FILLER                 PIC X(02) VALUE SPACES.
003180         10  FILLER                 PIC X(30)
003190             VALUE 'NOT RETURNED - NO ROUTING CARD'.
003200     05  WK-HEADING-3.
003210         10  FILLER                 PIC X(34) VALUE 'LINK'.
003220         10  FILLER                 PIC X(12) VALUE
003230             '        LEFT'.
003240         10  FILLER                 PIC X(13) VALUE
003250             '        RIGHT'.
003260         10  FILLER                 PIC X(10) VALUE
003270             '  VERDICT'.
003280     05  WK-LINK-LINE.
003290         10  WK-LK-NAME             PIC X(34).
003300         10  WK-LK-LEFT             PIC ZZZ,ZZZ,ZZ9.
003310         10  FILLER                 PIC X(02) VALUE SPACES.
003320         10  WK-LK-RIGHT            PIC ZZZ,ZZZ,ZZ9.
003330         10  FILLER                 PIC X(02) VALUE SPACES.
003340         10  WK-LK-VERDICT          PIC X(08).
003350     05  WK-MISS-LINE.
003360         10  WK-MS-NAME             PIC X(34).
003370         10  FILLER                 PIC X(25) VALUE SPACES.
003380         10  WK-MS-VERDICT          PIC X(15).
003390     05  WK-VERDICT-LINE.
003400         10  FILLER                 PIC X(15)
003410             VALUE 'RETURN VERDICT '.
003420         10  WK-VD-TEXT             PIC X(45).
003430* ****************************************************************
003440 LINKAGE SECTION.
003450*    PARM passed from JCL: the run date being returned
003460*    (CCYYMMDD), or omitted/blank for today's date - inside the
003470*    nightly job the PARM is omitted and the step answers for
003471*    its own night.  CYCLE=n (n 1-9) returns daytime priority
003472*    cycle n instead, alone or behind the date:
003473*    PARM='CYCLE=1' or PARM='20261015,CYCLE=1'.
003490 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
003491 01  WK-PARM-DATA                          PIC X(16).
003510* ****************************************************************
003520 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
003530* ****************************************************************
003540* 0000-MAINLINE - route tonight's details into the return files,
003550* prove the counts against run control, post and report.
003560* ****************************************************************
003570 0000-MAINLINE.
003571     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
003630     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
003640     PERFORM 1100-LOAD-ROUTES THRU 1100-EXIT.
003650     PERFORM 1200-WRITE-HEADERS THRU 1200-EXIT.
003660     PERFORM 2000-RETURN-RESULTS THRU 2000-EXIT.
003670     PERFORM 2100-RETURN-EXCEPTIONS THRU 2100-EXIT.
003680     PERFORM 2200-RETURN-SUSPENSE THRU 2200-EXIT.
003681     PERFORM 2300-RETURN-HELD THRU 2300-EXIT.
003690     PERFORM 3000-WRITE-TRAILERS THRU 3000-EXIT.
003700     PERFORM 3500-GATHER-POSTINGS THRU 3500-EXIT.
003710     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
003720     PERFORM 4500-BALANCE-RETURNS THRU 4500-EXIT.
003730     PERFORM 4900-RENDER-VERDICT THRU 4900-EXIT.
003740     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
003750     STOP RUN.
003760*
003770 0000-EXIT.
003780     EXIT.
003781* ****************************************************************
003782* 0500-VALIDATE-PARM - no PARM (or a blank one) is tonight's
003783* nightly run; a leading CCYYMMDD names another run date, and
003784* CYCLE=n - alone or after the date and a comma - a daytime
003785* cycle.  Anything else stops the run before a file is opened,
003786* never returns the wrong run.
003787* ****************************************************************
003788 0500-VALIDATE-PARM.
003789     MOVE SPACE                   TO WK-CYCLE.
003790     ACCEPT WK-RUN-DATE           FROM DATE YYYYMMDD.
003791     IF WK-PARM-LENGTH = ZERO
003792         GO TO 0500-EXIT
003793     END-IF.
003794     IF WK-PARM-LENGTH > 16
003795         PERFORM 0590-REJECT-PARM THRU 0590-EXIT
003796     END-IF.
003797     MOVE SPACES                  TO WK-PARM-WORK.
003798     MOVE WK-PARM-DATA (1:WK-PARM-LENGTH) TO WK-PARM-WORK.
003799     MOVE WK-PARM-WORK            TO WK-CYCLE-PARM.
003800     IF WK-PARM-WORK (1:8) NUMERIC
003801         MOVE WK-PARM-WORK (1:8)  TO WK-RUN-DATE
003802         MOVE SPACES              TO WK-CYCLE-PARM
003803         IF WK-PARM-WORK (9:1) = ','
003804             MOVE WK-PARM-WORK (10:7) TO WK-CYCLE-PARM
003805             IF WK-CYCLE-PARM = SPACES
003806                 PERFORM 0590-REJECT-PARM THRU 0590-EXIT
003807             END-IF
003808         ELSE
003809             IF WK-PARM-WORK (9:1) NOT = SPACE
003810                 PERFORM 0590-REJECT-PARM THRU 0590-EXIT
003811             END-IF
003812         END-IF
003813     END-IF.
003814     IF WK-CYCLE-PARM = SPACES
003815         GO TO 0500-EXIT
003816     END-IF.
003817     IF WK-CP-KEYWORD NOT = 'CYCLE='
003818        OR WK-CP-CYCLE NOT NUMERIC
003819        OR WK-CP-CYCLE = '0'
003820        OR WK-CP-REST NOT = SPACES
003821         PERFORM 0590-REJECT-PARM THRU 0590-EXIT
003822     END-IF.
003823     MOVE WK-CP-CYCLE             TO WK-CYCLE.
003824*
003825 0500-EXIT.
003826     EXIT.
003827* ****************************************************************
003828* 0590-REJECT-PARM - a PARM this program does not know.
003829* ****************************************************************
003830 0590-REJECT-PARM.
003831     DISPLAY 'DLRETN - PARM MUST BE CCYYMMDD, CYCLE=n (1-9), '
003832        'CCYYMMDD,CYCLE=n OR OMITTED'.
003833     MOVE 16                      TO RETURN-CODE.
003834     STOP RUN.
003835*
003836 0590-EXIT.
003837     EXIT.
003838* ****************************************************************
003839* 1000-OPEN-FILES - open every file, checking status after each
003840* OPEN so a missing/misallocated dataset abends the run.  All
003841* eight return slots open even when fewer are routed, so the
003842* JCL never changes when a routing card is added.
003843* ****************************************************************
003850 1000-OPEN-FILES.
003860     OPEN INPUT  ROUTE-FILE.
003870     MOVE 'RETCTL'            TO WK-ABEND-FILE-ID.
003880     MOVE WK-RETCTL-STATUS    TO WK-ABEND-STATUS.
003890     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003900     OPEN INPUT  RESULT-FILE.
003910     MOVE 'TRANOUT'           TO WK-ABEND-FILE-ID.
003920     MOVE WK-TRANOUT-STATUS   TO WK-ABEND-STATUS.
003930     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003940     OPEN INPUT  EXCEPTION-FILE.
003950     MOVE 'EXCPTN'            TO WK-ABEND-FILE-ID.
003960     MOVE WK-EXCPTN-STATUS    TO WK-ABEND-STATUS.
003970     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003980     OPEN INPUT  SUSPENSE-FILE.
003990     MOVE 'SUSPENSE'          TO WK-ABEND-FILE-ID.
004000     MOVE WK-SUSPENSE-STATUS  TO WK-ABEND-STATUS.
004010     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004011     OPEN INPUT  REVIEW-FILE.
004012     MOVE 'DUPREV'            TO WK-ABEND-FILE-ID.
004013     MOVE WK-DUPREV-STATUS    TO WK-ABEND-STATUS.
004014     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004020     OPEN OUTPUT RETURN1-FILE.
004030     MOVE 'RETURN1'           TO WK-ABEND-FILE-ID.
004040     MOVE WK-RETURN1-STATUS   TO WK-ABEND-STATUS.
004050     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004060     OPEN OUTPUT RETURN2-FILE.
004070     MOVE 'RETURN2'           TO WK-ABEND-FILE-ID.
004080     MOVE WK-RETURN2-STATUS   TO WK-ABEND-STATUS.
004090     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004100     OPEN OUTPUT RETURN3-FILE.
004110     MOVE 'RETURN3'           TO WK-ABEND-FILE-ID.
004120     MOVE WK-RETURN3-STATUS   TO WK-ABEND-STATUS.
004130     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004140     OPEN OUTPUT RETURN4-FILE.
004150     MOVE 'RETURN4'           TO WK-ABEND-FILE-ID.
004160     MOVE WK-RETURN4-STATUS   TO WK-ABEND-STATUS.
004170     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004180     OPEN OUTPUT RETURN5-FILE.
004190     MOVE 'RETURN5'           TO WK-ABEND-FILE-ID.
004200     MOVE WK-RETURN5-STATUS   TO WK-ABEND-STATUS.
004210     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004220     OPEN OUTPUT RETURN6-FILE.
004230     MOVE 'RETURN6'           TO WK-ABEND-FILE-ID.
004240     MOVE WK-RETURN6-STATUS   TO WK-ABEND-STATUS.
004250     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004260     OPEN OUTPUT RETURN7-FILE.
004270     MOVE 'RETURN7'           TO WK-ABEND-FILE-ID.
004280     MOVE WK-RETURN7-STATUS   TO WK-ABEND-STATUS.
004290     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004300     OPEN OUTPUT RETURN8-FILE.
004310     MOVE 'RETURN8'           TO WK-ABEND-FILE-ID.
004320     MOVE WK-RETURN8-STATUS   TO WK-ABEND-STATUS.
004330     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004340     OPEN I-O    RUN-CONTROL-FILE.
004350     MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID.
004360     MOVE WK-RUNCTL-STATUS    TO WK-ABEND-STATUS.
004370     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004380     OPEN OUTPUT REPORT-FILE.
004390     MOVE 'RPTOUT'            TO WK-ABEND-FILE-ID.
004400     MOVE WK-RPTOUT-STATUS    TO WK-ABEND-STATUS.
004410     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004420     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
004430     MOVE WK-TS-WORK          TO WK-START-TS.
004440*
004450 1000-EXIT.
004460     EXIT.
004470* ****************************************************************
004480* 1100-LOAD-ROUTES - read the routing cards into the slot table.
004490* A card with a bad slot number, a slot claimed twice or a
004500* submitter routed twice would send a department someone
004510* else's answers or split one department across two files -
004520* the run stops before a single return record is written.
004530* ****************************************************************
004540 1100-LOAD-ROUTES.
004550     MOVE 1                           TO WK-SLOT-IX.
004560     PERFORM 1110-CLEAR-ONE-SLOT THRU 1110-EXIT
004570         UNTIL WK-SLOT-IX > WK-SLOT-MAX.
004580     PERFORM 1150-READ-ONE-ROUTE THRU 1150-EXIT
004590         UNTIL WK-ROUTE-EOF.
004600     CLOSE ROUTE-FILE.
004610     IF WK-ROUTE-COUNT = ZERO
004620         DISPLAY 'DLRETN - NO ROUTING CARDS - NOTHING CAN BE '
004630            'RETURNED'
004640         MOVE 16                      TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670*
004680 1100-EXIT.
004690     EXIT.
004700* ****************************************************************
004710* 1110-CLEAR-ONE-SLOT.
004720* ****************************************************************
004730 1110-CLEAR-ONE-SLOT.
004740     MOVE SPACES              TO WK-SL-SUBMITTER (WK-SLOT-IX).
004750     MOVE ZERO                TO WK-SL-RES-COUNT (WK-SLOT-IX)
004760                                 WK-SL-EXC-COUNT (WK-SLOT-IX)
004770                                 WK-SL-SUS-COUNT (WK-SLOT-IX)
004771                                 WK-SL-HLD-COUNT (WK-SLOT-IX)
004780                                 WK-SL-DTL-COUNT (WK-SLOT-IX)
004790                                 WK-SL-HASH-TOTAL (WK-SLOT-IX).
004800     ADD 1                            TO WK-SLOT-IX.
004810*
004820 1110-EXIT.
004830     EXIT.
004840* ****************************************************************
004850* 1150-READ-ONE-ROUTE - advance the routing cards one card and
004860* post it to its slot.
004870* ****************************************************************
004880 1150-READ-ONE-ROUTE.
004890     READ ROUTE-FILE
004900         AT END
004910             MOVE 'Y'                 TO WK-ROUTE-EOF-SW
004920     END-READ.
004930     IF WK-RETCTL-STATUS NOT = '00'
004940        AND WK-RETCTL-STATUS NOT = '10'
004950         MOVE 'RETCTL'            TO WK-ABEND-FILE-ID
004960         MOVE WK-RETCTL-STATUS    TO WK-ABEND-STATUS
004970         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004980     END-IF.
004990     IF WK-ROUTE-EOF
005000         GO TO 1150-EXIT
005010     END-IF.
005020     ADD 1                            TO WK-CARD-COUNT.
005030     IF WK-RO-CARD (1:1) = '*'
005040        OR WK-RO-CARD = SPACES
005050         GO TO 1150-EXIT
005060     END-IF.
005070     IF WK-RO-SUBMITTER = SPACES
005080        OR WK-RO-SLOT NOT NUMERIC
005090        OR WK-RO-SLOT = '0'
005100         DISPLAY 'DLRETN - ROUTING CARD ' WK-CARD-COUNT
005110            ' MUST CARRY A SUBMITTER AND A SLOT 1-8'
005120         MOVE 16                      TO RETURN-CODE
005130         STOP RUN
005140     END-IF.
005150     MOVE WK-RO-SLOT                  TO WK-SLOT-IX.
005160     IF WK-SLOT-IX > WK-SLOT-MAX
005170         DISPLAY 'DLRETN - ROUTING CARD ' WK-CARD-COUNT
005180            ' NAMES SLOT ' WK-RO-SLOT ' - ONLY 1-8 EXIST'
005190         MOVE 16                      TO RETURN-CODE
005200         STOP RUN
005210     END-IF.
005220     IF WK-SL-SUBMITTER (WK-SLOT-IX) NOT = SPACES
005230         DISPLAY 'DLRETN - SLOT ' WK-RO-SLOT ' ROUTED TWICE - '
005240            WK-SL-SUBMITTER (WK-SLOT-IX) ' AND '
005250            WK-RO-SUBMITTER
005260         MOVE 16                      TO RETURN-CODE
005270         STOP RUN
005280     END-IF.
005290     MOVE WK-RO-SUBMITTER             TO WK-FIND-SUBMITTER.
005300     PERFORM 2500-FIND-SLOT THRU 2500-EXIT.
005310     IF WK-SLOT-FOUND-IX > ZERO
005320         DISPLAY 'DLRETN - SUBMITTER ' WK-RO-SUBMITTER
005330            ' ROUTED TWICE'
005340         MOVE 16                      TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370     MOVE WK-RO-SLOT                  TO WK-SLOT-IX.
005380     MOVE WK-RO-SUBMITTER     TO WK-SL-SUBMITTER (WK-SLOT-IX).
005390     ADD 1                            TO WK-ROUTE-COUNT.
005400*
005410 1150-EXIT.
005420     EXIT.
005430* ****************************************************************
005440* 1200-WRITE-HEADERS - every routed slot gets its header, so a
005450* department that sent nothing tonight still receives a file
005460* that says so.
005470* ****************************************************************
005480 1200-WRITE-HEADERS.
005490     MOVE 1                           TO WK-SLOT-IX.
005500     PERFORM 1250-WRITE-ONE-HEADER THRU 1250-EXIT
005510         UNTIL WK-SLOT-IX > WK-SLOT-MAX.
005520*
005530 1200-EXIT.
005540     EXIT.
005550* ****************************************************************
005560* 1250-WRITE-ONE-HEADER.
005570* ****************************************************************
005580 1250-WRITE-ONE-HEADER.
005590     IF WK-SL-SUBMITTER (WK-SLOT-IX) NOT = SPACES
005600         MOVE SPACES                  TO WK-RT-RECORD
005610         MOVE 'HDR'                   TO WK-RT-RET-TYPE
005620         MOVE WK-SL-SUBMITTER (WK-SLOT-IX)
005630                                      TO WK-RT-HD-SUBMITTER
005640         MOVE WK-RUN-DATE             TO WK-RT-HD-RUN-DATE
005641         MOVE WK-CYCLE                TO WK-RT-HD-CYCLE
005650         MOVE WK-SLOT-IX              TO WK-SLOT-FOUND-IX
005660         PERFORM 2700-WRITE-RETURN THRU 2700-EXIT
005670     END-IF.
005680     ADD 1                            TO WK-SLOT-IX.
005690*
005700 1250-EXIT.
005710     EXIT.
005720* ****************************************************************
005730* 2000-RETURN-RESULTS - every result DEVOPS posted tonight.
005740* ****************************************************************
005750 2000-RETURN-RESULTS.
005760     MOVE 'N'                         TO WK-EOF-SW.
005770     PERFORM 2050-READ-ONE-RESULT THRU 2050-EXIT
005780         UNTIL WK-EOF.
005790     CLOSE RESULT-FILE.
005800*
005810 2000-EXIT.
005820     EXIT.
005830* ****************************************************************
005840* 2050-READ-ONE-RESULT.
005850* ****************************************************************
005860 2050-READ-ONE-RESULT.
005870     READ RESULT-FILE
005880         AT END
005890             MOVE 'Y'                 TO WK-EOF-SW
005900         NOT AT END
005910             ADD 1                    TO WK-RES-READ
005920             MOVE SPACES              TO WK-IN-RECORD
005930             MOVE WK-TO-RECORD        TO WK-IN-RECORD
005940             MOVE 'RES'               TO WK-RT-RET-TYPE
005950             PERFORM 2400-RETURN-ONE-DETAIL THRU 2400-EXIT
005960     END-READ.
005970     IF WK-TRANOUT-STATUS NOT = '00'
005980        AND WK-TRANOUT-STATUS NOT = '10'
005990         MOVE 'TRANOUT'           TO WK-ABEND-FILE-ID
006000         MOVE WK-TRANOUT-STATUS   TO WK-ABEND-STATUS
006010         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006020     END-IF.
006030*
006040 2050-EXIT.
006050     EXIT.
006060* ****************************************************************
006070* 2100-RETURN-EXCEPTIONS - every size-error exception tonight.
006080* ****************************************************************
006090 2100-RETURN-EXCEPTIONS.
006100     MOVE 'N'                         TO WK-EOF-SW.
006110     PERFORM 2150-READ-ONE-EXCEPTION THRU 2150-EXIT
006120         UNTIL WK-EOF.
006130     CLOSE EXCEPTION-FILE.
006140*
006150 2100-EXIT.
006160     EXIT.
006170* ****************************************************************
006180* 2150-READ-ONE-EXCEPTION.
006190* ****************************************************************
006200 2150-READ-ONE-EXCEPTION.
006210     READ EXCEPTION-FILE
006220         AT END
006230             MOVE 'Y'                 TO WK-EOF-SW
006240         NOT AT END
006250             ADD 1                    TO WK-EXC-READ
006260             MOVE SPACES              TO WK-IN-RECORD
006270             MOVE WK-EX-RECORD        TO WK-IN-RECORD
006280             MOVE 'EXC'               TO WK-RT-RET-TYPE
006290             PERFORM 2400-RETURN-ONE-DETAIL THRU 2400-EXIT
006300     END-READ.
006310     IF WK-EXCPTN-STATUS NOT = '00'
006320        AND WK-EXCPTN-STATUS NOT = '10'
006330         MOVE 'EXCPTN'            TO WK-ABEND-FILE-ID
006340         MOVE WK-EXCPTN-STATUS    TO WK-ABEND-STATUS
006350         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006360     END-IF.
006370*
006380 2150-EXIT.
006390     EXIT.
006400* ****************************************************************
006410* 2200-RETURN-SUSPENSE - every detail DLEDIT rejected tonight.
006420* ****************************************************************
006430 2200-RETURN-SUSPENSE.
006440     MOVE 'N'                         TO WK-EOF-SW.
006450     PERFORM 2250-READ-ONE-SUSPENSE THRU 2250-EXIT
006460         UNTIL WK-EOF.
006470     CLOSE SUSPENSE-FILE.
006480*
006490 2200-EXIT.
006500     EXIT.
006510* ****************************************************************
006520* 2250-READ-ONE-SUSPENSE.
006530* ****************************************************************
006540 2250-READ-ONE-SUSPENSE.
006550     READ SUSPENSE-FILE
006560         AT END
006570             MOVE 'Y'                 TO WK-EOF-SW
006580         NOT AT END
006590             ADD 1                    TO WK-SUS-READ
006600             MOVE WK-SU-RECORD        TO WK-IN-RECORD
006610             MOVE 'SUS'               TO WK-RT-RET-TYPE
006620             PERFORM 2400-RETURN-ONE-DETAIL THRU 2400-EXIT
006630     END-READ.
006640     IF WK-SUSPENSE-STATUS NOT = '00'
006650        AND WK-SUSPENSE-STATUS NOT = '10'
006660         MOVE 'SUSPENSE'          TO WK-ABEND-FILE-ID
006670         MOVE WK-SUSPENSE-STATUS  TO WK-ABEND-STATUS
006680         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006690     END-IF.
006700*
006710 2250-EXIT.
006720     EXIT.
006721* ****************************************************************
006722* 2300-RETURN-HELD - every detail DLEDIT held for review on the
006723* run date and cycle.  The review master is keyed by the held
006724* item's ID first, so it is read whole and the run's holds are
006725* picked out by their date and cycle.
006726* ****************************************************************
006727 2300-RETURN-HELD.
006728     MOVE 'N'                         TO WK-EOF-SW.
006729     PERFORM 2350-READ-ONE-HELD THRU 2350-EXIT
006730         UNTIL WK-EOF.
006731     CLOSE REVIEW-FILE.
006732*
006733 2300-EXIT.
006734     EXIT.
006735* ****************************************************************
006736* 2350-READ-ONE-HELD - the held item answers under its review
006737* key, with the department's request as DLEDIT received it.
006738* ****************************************************************
006739 2350-READ-ONE-HELD.
006740     READ REVIEW-FILE NEXT RECORD
006741         AT END
006742             MOVE 'Y'                 TO WK-EOF-SW
006743     END-READ.
006744     IF WK-DUPREV-STATUS NOT = '00'
006745        AND WK-DUPREV-STATUS NOT = '10'
006746         MOVE 'DUPREV'            TO WK-ABEND-FILE-ID
006747         MOVE WK-DUPREV-STATUS    TO WK-ABEND-STATUS
006748         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006749     END-IF.
006750     IF WK-EOF
006751        OR WK-DV-HOLD-FECHA NOT = WK-RUN-DATE
006752        OR WK-DV-HOLD-CYCLE NOT = WK-CYCLE
006753         GO TO 2350-EXIT
006754     END-IF.
006755     ADD 1                            TO WK-HLD-READ.
006756     MOVE SPACES                      TO WK-IN-RECORD.
006757     MOVE WK-DV-TRAN-IMAGE            TO WK-IN-RECORD (1:120).
006758     MOVE WK-DV-HOLD-ID               TO WK-IN-ID.
006759     MOVE WK-DV-HOLD-FECHA            TO WK-IN-FECHA-PROCESO.
006760     MOVE 'DUPLICADO PROBABLE EN REVISION'
006761                                      TO WK-IN-REASON-TEXT.
006762     MOVE 'HLD'                       TO WK-RT-RET-TYPE.
006763     PERFORM 2400-RETURN-ONE-DETAIL THRU 2400-EXIT.
006764*
006765 2350-EXIT.
006766     EXIT.
006767* ****************************************************************
006768* 2400-RETURN-ONE-DETAIL - the caller loaded WK-IN-RECORD and
006769* set the record type.  Build the return detail, find the
006770* submitter's slot, and write it there - or count it unrouted
006771* when no card names the submitter.
006780* ****************************************************************
006790 2400-RETURN-ONE-DETAIL.
006800     ADD 1                            TO WK-DTL-READ.
006810     MOVE SPACES                      TO WK-RT-RET-DATA.
006820     MOVE WK-IN-ORIG-REF              TO WK-RT-DT-ORIG-REF.
006830     MOVE WK-IN-KEY                   TO WK-RT-DT-KEY.
006840     MOVE WK-IN-OPERACION             TO WK-RT-DT-OPERACION.
006850     MOVE WK-INX-OPERANDS             TO WK-RT-DT-OPERANDS.
006860     MOVE WK-IN-RESULTADO             TO WK-RT-DT-RESULTADO.
006870     MOVE WK-IN-MENSAJE-ERROR         TO WK-RT-DT-MENSAJE-ERROR.
006880     MOVE WK-IN-CUENTA                TO WK-RT-DT-CUENTA.
006890     MOVE WK-IN-REVERSAL              TO WK-RT-DT-REVERSAL.
006900     MOVE WK-IN-REASON-CODE           TO WK-RT-DT-REASON-CODE.
006910     MOVE WK-IN-REASON-TEXT           TO WK-RT-DT-REASON-TEXT.
006911     IF WK-RT-RET-HELD
006912         MOVE WK-DV-MATCH-REF         TO WK-RT-DT-MATCH-REF
006913     END-IF.
006920     MOVE WK-IN-SUBMITTER             TO WK-FIND-SUBMITTER.
006930     PERFORM 2500-FIND-SLOT THRU 2500-EXIT.
006940     IF WK-SLOT-FOUND-IX = ZERO
006950         PERFORM 2600-COUNT-UNROUTED THRU 2600-EXIT
006960         GO TO 2400-EXIT
006970     END-IF.
007010     PERFORM 2700-WRITE-RETURN THRU 2700-EXIT.
007020     ADD 1                            TO WK-DTL-RETURNED.
007030     ADD 1            TO WK-SL-DTL-COUNT (WK-SLOT-FOUND-IX).
007040     EVALUATE TRUE
007050         WHEN WK-RT-RET-RESULT
007060             ADD 1    TO WK-SL-RES-COUNT (WK-SLOT-FOUND-IX)
007070         WHEN WK-RT-RET-EXCEPTION
007080             ADD 1    TO WK-SL-EXC-COUNT (WK-SLOT-FOUND-IX)
007090         WHEN WK-RT-RET-SUSPENSE
007100             ADD 1    TO WK-SL-SUS-COUNT (WK-SLOT-FOUND-IX)
007101         WHEN WK-RT-RET-HELD
007102             ADD 1    TO WK-SL-HLD-COUNT (WK-SLOT-FOUND-IX)
007110     END-EVALUATE.
007120     IF WK-IN-NUMERO-1 NUMERIC
007130         MOVE WK-IN-NUMERO-1          TO WK-HASH-WORK
007140         PERFORM 2800-ADD-HASH THRU 2800-EXIT
007150     END-IF.
007160     IF WK-IN-NUMERO-2 NUMERIC
007170         MOVE WK-IN-NUMERO-2          TO WK-HASH-WORK
007180         PERFORM 2800-ADD-HASH THRU 2800-EXIT
007190     END-IF.
007200*
007210 2400-EXIT.
007220     EXIT.
007230* ****************************************************************
007240* 2500-FIND-SLOT - look the submitter in WK-FIND-SUBMITTER up
007250* in the slot table; WK-SLOT-FOUND-IX is zero when no routing
007260* card names it.  A blank submitter (a detail suspended before
007270* submitters were stamped) never matches.
007280* ****************************************************************
007290 2500-FIND-SLOT.
007300     MOVE ZERO                        TO WK-SLOT-FOUND-IX.
007310     IF WK-FIND-SUBMITTER = SPACES
007320         GO TO 2500-EXIT
007330     END-IF.
007340     MOVE 1                           TO WK-SLOT-IX.
007350     PERFORM 2550-MATCH-ONE-SLOT THRU 2550-EXIT
007360         UNTIL WK-SLOT-IX > WK-SLOT-MAX
007370            OR WK-SLOT-FOUND-IX > ZERO.
007380*
007390 2500-EXIT.
007400     EXIT.
007410* ****************************************************************
007420* 2550-MATCH-ONE-SLOT.
007430* ****************************************************************
007440 2550-MATCH-ONE-SLOT.
007450     IF WK-SL-SUBMITTER (WK-SLOT-IX) = WK-FIND-SUBMITTER
007460         MOVE WK-SLOT-IX              TO WK-SLOT-FOUND-IX
007470     END-IF.
007480     ADD 1                            TO WK-SLOT-IX.
007490*
007500 2550-EXIT.
007510     EXIT.
007520* ****************************************************************
007530* 2600-COUNT-UNROUTED - a detail no return file can carry.  It
007540* is counted against its submitter for the report; more
007550* unrouted submitters than the table holds are still counted
007560* in the total, just not named.
007570* ****************************************************************
007580 2600-COUNT-UNROUTED.
007590     ADD 1                            TO WK-DTL-UNROUTED.
007600     MOVE ZERO                        TO WK-UNR-FOUND-IX.
007610     MOVE 1                           TO WK-UNR-IX.
007620     PERFORM 2650-MATCH-ONE-UNROUTED THRU 2650-EXIT
007630         UNTIL WK-UNR-IX > WK-UNR-COUNT
007640            OR WK-UNR-FOUND-IX > ZERO.
007650     IF WK-UNR-FOUND-IX = ZERO
007660         IF WK-UNR-COUNT < WK-UNR-MAX
007670             ADD 1                    TO WK-UNR-COUNT
007680             MOVE WK-UNR-COUNT        TO WK-UNR-FOUND-IX
007690             MOVE WK-FIND-SUBMITTER   TO
007700                  WK-UN-SUBMITTER (WK-UNR-FOUND-IX)
007710             MOVE ZERO                TO
007720                  WK-UN-DTL-COUNT (WK-UNR-FOUND-IX)
007730         ELSE
007740             GO TO 2600-EXIT
007750         END-IF
007760     END-IF.
007770     ADD 1            TO WK-UN-DTL-COUNT (WK-UNR-FOUND-IX).
007780*
007790 2600-EXIT.
007800     EXIT.
007810* ****************************************************************
007820* 2650-MATCH-ONE-UNROUTED.
007830* ****************************************************************
007840 2650-MATCH-ONE-UNROUTED.
007850     IF WK-UN-SUBMITTER (WK-UNR-IX) = WK-FIND-SUBMITTER
007860         MOVE WK-UNR-IX               TO WK-UNR-FOUND-IX
007870     END-IF.
007880     ADD 1                            TO WK-UNR-IX.
007890*
007900 2650-EXIT.
007910     EXIT.
007920* ****************************************************************
007930* 2700-WRITE-RETURN - write the built record to the slot in
007940* WK-SLOT-FOUND-IX, checking status immediately.
007950* ****************************************************************
007960 2700-WRITE-RETURN.
007970     EVALUATE WK-SLOT-FOUND-IX
007980         WHEN 1
007990             MOVE WK-RT-RECORD        TO WK-R1-RECORD
008000             WRITE WK-R1-RECORD
008010             MOVE 'RETURN1'           TO WK-ABEND-FILE-ID
008020             MOVE WK-RETURN1-STATUS   TO WK-ABEND-STATUS
008030         WHEN 2
008040             MOVE WK-RT-RECORD        TO WK-R2-RECORD
008050             WRITE WK-R2-RECORD
008060             MOVE 'RETURN2'           TO WK-ABEND-FILE-ID
008070             MOVE WK-RETURN2-STATUS   TO WK-ABEND-STATUS
008080         WHEN 3
008090             MOVE WK-RT-RECORD        TO WK-R3-RECORD
008100             WRITE WK-R3-RECORD
008110             MOVE 'RETURN3'           TO WK-ABEND-FILE-ID
008120             MOVE WK-RETURN3-STATUS   TO WK-ABEND-STATUS
008130         WHEN 4
008140             MOVE WK-RT-RECORD        TO WK-R4-RECORD
008150             WRITE WK-R4-RECORD
008160             MOVE 'RETURN4'           TO WK-ABEND-FILE-ID
008170             MOVE WK-RETURN4-STATUS   TO WK-ABEND-STATUS
008180         WHEN 5
008190             MOVE WK-RT-RECORD        TO WK-R5-RECORD
008200             WRITE WK-R5-RECORD
008210             MOVE 'RETURN5'           TO WK-ABEND-FILE-ID
008220             MOVE WK-RETURN5-STATUS   TO WK-ABEND-STATUS
008230         WHEN 6
008240             MOVE WK-RT-RECORD        TO WK-R6-RECORD
008250             WRITE WK-R6-RECORD
008260             MOVE 'RETURN6'           TO WK-ABEND-FILE-ID
008270             MOVE WK-RETURN6-STATUS   TO WK-ABEND-STATUS
008280         WHEN 7
008290             MOVE WK-RT-RECORD        TO WK-R7-RECORD
008300             WRITE WK-R7-RECORD
008310             MOVE 'RETURN7'           TO WK-ABEND-FILE-ID
008320             MOVE WK-RETURN7-STATUS   TO WK-ABEND-STATUS
008330         WHEN OTHER
008340             MOVE WK-RT-RECORD        TO WK-R8-RECORD
008350             WRITE WK-R8-RECORD
008360             MOVE 'RETURN8'           TO WK-ABEND-FILE-ID
008370             MOVE WK-RETURN8-STATUS   TO WK-ABEND-STATUS
008380     END-EVALUATE.
008390     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
008400*
008410 2700-EXIT.
008420     EXIT.
008430* ****************************************************************
008440* 2800-ADD-HASH - roll one operand into its slot's hash total as
008450* an absolute value.
008460* ****************************************************************
008470 2800-ADD-HASH.
008480     IF WK-HASH-WORK < ZERO
008490         SUBTRACT WK-HASH-WORK FROM ZERO GIVING WK-HASH-WORK
008500     END-IF.
008510     ADD WK-HASH-WORK TO WK-SL-HASH-TOTAL (WK-SLOT-FOUND-IX).
008520*
008530 2800-EXIT.
008540     EXIT.
008550* ****************************************************************
008560* 3000-WRITE-TRAILERS - close every routed slot's file with its
008570* counts and hash total.
008580* ****************************************************************
008590 3000-WRITE-TRAILERS.
008600     MOVE 1                           TO WK-SLOT-IX.
008610     PERFORM 3050-WRITE-ONE-TRAILER THRU 3050-EXIT
008620         UNTIL WK-SLOT-IX > WK-SLOT-MAX.
008630*
008640 3000-EXIT.
008650     EXIT.
008660* ****************************************************************
008670* 3050-WRITE-ONE-TRAILER.
008680* ****************************************************************
008690 3050-WRITE-ONE-TRAILER.
008700     IF WK-SL-SUBMITTER (WK-SLOT-IX) NOT = SPACES
008710         MOVE SPACES                  TO WK-RT-RECORD
008720         MOVE 'TRL'                   TO WK-RT-RET-TYPE
008730         MOVE WK-SL-DTL-COUNT (WK-SLOT-IX)
008740                                      TO WK-RT-TR-RECORD-COUNT
008750         MOVE WK-SL-RES-COUNT (WK-SLOT-IX)
008760                                      TO WK-RT-TR-RESULT-COUNT
008770         MOVE WK-SL-EXC-COUNT (WK-SLOT-IX)
008780                                      TO WK-RT-TR-EXCPTN-COUNT
008790         MOVE WK-SL-SUS-COUNT (WK-SLOT-IX)
008800                                   TO WK-RT-TR-SUSPENSE-COUNT
008810         MOVE WK-SL-HASH-TOTAL (WK-SLOT-IX)
008820                                      TO WK-RT-TR-HASH-TOTAL
008821         MOVE WK-SL-HLD-COUNT (WK-SLOT-IX)
008822                                      TO WK-RT-TR-HELD-COUNT
008830         MOVE WK-SLOT-IX              TO WK-SLOT-FOUND-IX
008840         PERFORM 2700-WRITE-RETURN THRU 2700-EXIT
008850     END-IF.
008860     ADD 1                            TO WK-SLOT-IX.
008870*
008880 3050-EXIT.
008890     EXIT.
008900* ****************************************************************
008901* 3500-GATHER-POSTINGS - browse the run-control records of the
008902* run date and cycle (blank, the nightly run), keeping the edit's
008903* and the engine's counts.
008930* ****************************************************************
008940 3500-GATHER-POSTINGS.
008950     MOVE 'N'                         TO WK-EOF-SW.
008960     MOVE SPACES                      TO WK-RC-RECORD.
008970     MOVE WK-RUN-DATE                 TO WK-RC-RUN-DATE.
008971     MOVE WK-CYCLE                    TO WK-RC-CYCLE.
008980     MOVE LOW-VALUES                  TO WK-RC-STEP-NAME.
008990     START RUN-CONTROL-FILE KEY NOT < WK-RC-KEY
009000         INVALID KEY
009010             MOVE 'Y'                 TO WK-EOF-SW
009020     END-START.
009030     PERFORM 3550-READ-ONE-STEP THRU 3550-EXIT
009040         UNTIL WK-EOF.
009050     IF WK-S20P-COUNT > ZERO
009060         MOVE WK-S20P-OUT-SUM         TO WK-ENGINE-OUT
009070         MOVE WK-S20P-EXCP-SUM        TO WK-ENGINE-EXCP
009080     ELSE
009090         MOVE WK-S20-OUT              TO WK-ENGINE-OUT
009100         MOVE WK-S20-EXCP             TO WK-ENGINE-EXCP
009110     END-IF.
009120*
009130 3500-EXIT.
009140     EXIT.
009150* ****************************************************************
009160* 3550-READ-ONE-STEP - advance the browse; anything past the run
009161* date and cycle's postings (another date, or another cycle) ends
009162* it.
009180* ****************************************************************
009190 3550-READ-ONE-STEP.
009200     READ RUN-CONTROL-FILE NEXT RECORD
009210         AT END
009220             MOVE 'Y'                 TO WK-EOF-SW
009230         NOT AT END
009240             IF WK-RC-RUN-DATE NOT = WK-RUN-DATE
009241                OR WK-RC-CYCLE NOT = WK-CYCLE
009250                 MOVE 'Y'             TO WK-EOF-SW
009260             ELSE
009270                 PERFORM 3600-KEEP-ONE-POSTING THRU 3600-EXIT
009280             END-IF
009290     END-READ.
009300     IF WK-RUNCTL-STATUS NOT = '00'
009310        AND WK-RUNCTL-STATUS NOT = '10'
009320         MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID
009330         MOVE WK-RUNCTL-STATUS    TO WK-ABEND-STATUS
009340         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
009350     END-IF.
009360*
009370 3550-EXIT.
009380     EXIT.
009390* ****************************************************************
009400* 3600-KEEP-ONE-POSTING - plain STEP020 is the whole engine; a
009410* STEP020n posting is one partition and is summed.
009420* ****************************************************************
009430 3600-KEEP-ONE-POSTING.
009440     EVALUATE TRUE
009450         WHEN WK-RC-STEP-NAME = 'STEP015'
009460             MOVE 'Y'                 TO WK-S15-SW
009461             MOVE WK-RC-IN-COUNT      TO WK-S15-IN
009470             MOVE WK-RC-OUT-COUNT     TO WK-S15-OUT
009480             MOVE WK-RC-ALT-COUNT     TO WK-S15-ALT
009481             MOVE WK-RC-EXCP-COUNT    TO WK-S15-EXCP
009490         WHEN WK-RC-STEP-NAME = 'STEP020'
009500             MOVE 'Y'                 TO WK-S20-SW
009510             MOVE WK-RC-OUT-COUNT     TO WK-S20-OUT
009520             MOVE WK-RC-EXCP-COUNT    TO WK-S20-EXCP
009530         WHEN WK-RC-STEP-NAME (1:7) = 'STEP020'
009540              AND WK-RC-STEP-NAME (8:1) NUMERIC
009550             MOVE 'Y'                 TO WK-S20-SW
009560             ADD 1                    TO WK-S20P-COUNT
009570             ADD WK-RC-OUT-COUNT      TO WK-S20P-OUT-SUM
009580             ADD WK-RC-EXCP-COUNT     TO WK-S20P-EXCP-SUM
009590     END-EVALUATE.
009600*
009610 3600-EXIT.
009620     EXIT.
009630* ****************************************************************
009640* 4000-PRINT-REPORT - headings, one line per routed slot, then
009650* one line per submitter nothing could be returned to.
009660* ****************************************************************
009670 4000-PRINT-REPORT.
009680     MOVE WK-HEADING-1                TO WK-RP-LINE.
009690     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
009700     MOVE WK-HEADING-2                TO WK-RP-LINE.
009710     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
009720     MOVE WK-RUN-DATE                 TO WK-DT-DATE.
009721     IF WK-CYCLE = SPACE
009722         MOVE 'NIGHTLY'               TO WK-DT-CYCLE-TEXT
009723     ELSE
009724         MOVE 'CYCLE'                 TO WK-DT-CYCLE-TEXT
009725         MOVE WK-CYCLE                TO WK-DT-CYCLE-TEXT (7:1)
009726     END-IF.
009730     MOVE WK-DATE-LINE                TO WK-RP-LINE.
009740     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
009750     MOVE SPACES                      TO WK-RP-LINE.
009760     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
009770     MOVE WK-SLOT-HEADING             TO WK-RP-LINE.
009780     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
009790     MOVE 1                           TO WK-SLOT-IX.
009800     PERFORM 4050-PRINT-ONE-SLOT THRU 4050-EXIT
009810         UNTIL WK-SLOT-IX > WK-SLOT-MAX.
009820     MOVE 1                           TO WK-UNR-IX.
009830     PERFORM 4100-PRINT-ONE-UNROUTED THRU 4100-EXIT
009840         UNTIL WK-UNR-IX > WK-UNR-COUNT.
009850     MOVE SPACES                      TO WK-RP-LINE.
009860     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
009870*
009880 4000-EXIT.
009890     EXIT.
009900* ****************************************************************
009910* 4050-PRINT-ONE-SLOT.
009920* ****************************************************************
009930 4050-PRINT-ONE-SLOT.
009940     IF WK-SL-SUBMITTER (WK-SLOT-IX) NOT = SPACES
009950         MOVE WK-SLOT-IX              TO WK-SO-SLOT
009960         MOVE WK-SL-SUBMITTER (WK-SLOT-IX) TO WK-SO-SUBMITTER
009970         MOVE WK-SL-RES-COUNT (WK-SLOT-IX) TO WK-SO-RES
009980         MOVE WK-SL-EXC-COUNT (WK-SLOT-IX) TO WK-SO-EXC
009990         MOVE WK-SL-SUS-COUNT (WK-SLOT-IX) TO WK-SO-SUS
009991         MOVE WK-SL-HLD-COUNT (WK-SLOT-IX) TO WK-SO-HLD
010000         MOVE WK-SL-DTL-COUNT (WK-SLOT-IX) TO WK-SO-DTL
010010         MOVE WK-SLOT-LINE            TO WK-RP-LINE
010020         PERFORM 4950-WRITE-LINE THRU 4950-EXIT
010030     END-IF.
010040     ADD 1                            TO WK-SLOT-IX.
010050*
010060 4050-EXIT.
010070     EXIT.
010080* ****************************************************************
010090* 4100-PRINT-ONE-UNROUTED.
010100* ****************************************************************
010110 4100-PRINT-ONE-UNROUTED.
010120     IF WK-UN-SUBMITTER (WK-UNR-IX) = SPACES
010130         MOVE '(BLANK)'               TO WK-UO-SUBMITTER
010140     ELSE
010150         MOVE WK-UN-SUBMITTER (WK-UNR-IX) TO WK-UO-SUBMITTER
010160     END-IF.
010170     MOVE WK-UN-DTL-COUNT (WK-UNR-IX) TO WK-UO-DTL.
010180     MOVE WK-UNROUTED-LINE            TO WK-RP-LINE.
010190     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
010200     ADD 1                            TO WK-UNR-IX.
010210*
010220 4100-EXIT.
010230     EXIT.
010240* ****************************************************************
010250* 4500-BALANCE-RETURNS - one verdict line per link.  What was
010251* read must be what the edit and the engine posted, every detail
010252* the edit took must have gone clean, to suspense or to review,
010253* and every detail read must have been returned or counted
010254* unrouted.  A step that posted nothing is a broken link in
010255* itself.
010290* ****************************************************************
010300 4500-BALANCE-RETURNS.
010310     MOVE WK-HEADING-3                TO WK-RP-LINE.
010320     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
010330     IF WK-HAVE-S15
010340         MOVE 'SUSPENSE READ = EDIT SUSPENSE'
010350                                      TO WK-LK-NAME
010360         MOVE WK-SUS-READ             TO WK-LK-LEFT
010370         MOVE WK-S15-ALT              TO WK-LK-RIGHT
010380         PERFORM 4700-JUDGE-ONE-LINK THRU 4700-EXIT
010390         MOVE 'RESULTS READ = EDIT CLEAN'
010400                                      TO WK-LK-NAME
010410         MOVE WK-RES-READ             TO WK-LK-LEFT
010420         MOVE WK-S15-OUT              TO WK-LK-RIGHT
010430         PERFORM 4700-JUDGE-ONE-LINK THRU 4700-EXIT
010431         MOVE 'HELD READ = EDIT HELD'
010432                                      TO WK-LK-NAME
010433         MOVE WK-HLD-READ             TO WK-LK-LEFT
010434         MOVE WK-S15-EXCP             TO WK-LK-RIGHT
010435         PERFORM 4700-JUDGE-ONE-LINK THRU 4700-EXIT
010436         MOVE 'EDIT IN = CLEAN+SUSPENSE+HELD'
010437                                      TO WK-LK-NAME
010438         MOVE WK-S15-IN               TO WK-LK-LEFT
010439         COMPUTE WK-LK-RIGHT = WK-S15-OUT + WK-S15-ALT
010440                             + WK-S15-EXCP
010441         PERFORM 4700-JUDGE-ONE-LINK THRU 4700-EXIT
010442     ELSE
010450         MOVE 'EDIT (STEP015)'        TO WK-MS-NAME
010460         PERFORM 4800-REPORT-MISSING THRU 4800-EXIT
010470     END-IF.
010480     IF WK-HAVE-S20
010490         MOVE 'RESULTS READ = ENGINE RESULTS'
010500                                      TO WK-LK-NAME
010510         MOVE WK-RES-READ             TO WK-LK-LEFT
010520         MOVE WK-ENGINE-OUT           TO WK-LK-RIGHT
010530         PERFORM 4700-JUDGE-ONE-LINK THRU 4700-EXIT
010540         MOVE 'EXCEPTIONS READ = ENGINE EXCPTNS'
010550                                      TO WK-LK-NAME
010560         MOVE WK-EXC-READ             TO WK-LK-LEFT
010570         MOVE WK-ENGINE-EXCP          TO WK-LK-RIGHT
010580         PERFORM 4700-JUDGE-ONE-LINK THRU 4700-EXIT
010590     ELSE
010600         MOVE 'ENGINE (STEP020/STEP020N)' TO WK-MS-NAME
010610         PERFORM 4800-REPORT-MISSING THRU 4800-EXIT
010620     END-IF.
010630     MOVE 'DETAILS READ = RETURNED+UNROUTED'
010640                                      TO WK-LK-NAME.
010650     MOVE WK-DTL-READ                 TO WK-LK-LEFT.
010660     COMPUTE WK-LK-RIGHT = WK-DTL-RETURNED + WK-DTL-UNROUTED.
010670     PERFORM 4700-JUDGE-ONE-LINK THRU 4700-EXIT.
010680*
010690 4500-EXIT.
010700     EXIT.
010710* ****************************************************************
010720* 4700-JUDGE-ONE-LINK - the caller set the link's name and both
010730* sides; print the line and count a break.
010740* ****************************************************************
010750 4700-JUDGE-ONE-LINK.
010760     IF WK-LK-LEFT = WK-LK-RIGHT
010770         MOVE 'VERIFIED'              TO WK-LK-VERDICT
010780     ELSE
010790         MOVE 'BROKEN'                TO WK-LK-VERDICT
010800         ADD 1                        TO WK-BROKEN-COUNT
010810     END-IF.
010820     MOVE WK-LINK-LINE                TO WK-RP-LINE.
010830     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
010840*
010850 4700-EXIT.
010860     EXIT.
010870* ****************************************************************
010880* 4800-REPORT-MISSING - a step the balance needs posted no
010890* record; that is a broken link in itself.
010900* ****************************************************************
010910 4800-REPORT-MISSING.
010920     MOVE 'NOT POSTED'                TO WK-MS-VERDICT.
010930     MOVE WK-MISS-LINE                TO WK-RP-LINE.
010940     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
010950     ADD 1                            TO WK-BROKEN-COUNT.
010960*
010970 4800-EXIT.
010980     EXIT.
010990* ****************************************************************
011000* 4900-RENDER-VERDICT - the one-line answer, the return code the
011010* job stream sees, and the STEP050 posting.  A broken balance
011020* outranks an unrouted submitter.
011030* ****************************************************************
011040 4900-RENDER-VERDICT.
011050     MOVE SPACES                      TO WK-RP-LINE.
011060     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
011070     EVALUATE TRUE
011080         WHEN WK-BROKEN-COUNT > ZERO
011090             MOVE 'OUT OF BALANCE - HOLD THE RETURN FILES'
011100                                      TO WK-VD-TEXT
011110             MOVE 8                   TO RETURN-CODE
011120         WHEN WK-DTL-UNROUTED > ZERO
011130             MOVE 'BALANCED - SUBMITTERS WITH NO ROUTING CARD'
011140                                      TO WK-VD-TEXT
011150             MOVE 4                   TO RETURN-CODE
011160         WHEN OTHER
011170             MOVE 'BALANCED - EVERY DETAIL RETURNED'
011180                                      TO WK-VD-TEXT
011190     END-EVALUATE.
011200     MOVE WK-VERDICT-LINE             TO WK-RP-LINE.
011210     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
011220     DISPLAY '*********************************************'.
011230     DISPLAY 'DLRETN - RUN DATE          ' WK-RUN-DATE.
011231     DISPLAY 'DLRETN - CYCLE             ' WK-DT-CYCLE-TEXT.
011240     DISPLAY 'DLRETN - SUBMITTERS ROUTED ' WK-ROUTE-COUNT.
011250     DISPLAY 'DLRETN - RESULTS READ      ' WK-RES-READ.
011260     DISPLAY 'DLRETN - EXCEPTIONS READ   ' WK-EXC-READ.
011270     DISPLAY 'DLRETN - SUSPENSE READ     ' WK-SUS-READ.
011271     DISPLAY 'DLRETN - HELD READ         ' WK-HLD-READ.
011280     DISPLAY 'DLRETN - DETAILS RETURNED  ' WK-DTL-RETURNED.
011290     DISPLAY 'DLRETN - DETAILS UNROUTED  ' WK-DTL-UNROUTED.
011300     DISPLAY 'DLRETN - ' WK-VD-TEXT.
011310     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
011320*
011330 4900-EXIT.
011340     EXIT.
011350* ****************************************************************
011360* 4950-WRITE-LINE - write one already-built REPORT-FILE line and
011370* check its status immediately.
011380* ****************************************************************
011390 4950-WRITE-LINE.
011400     WRITE WK-RP-LINE.
011410     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
011420     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
011430     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
011440*
011450 4950-EXIT.
011460     EXIT.
011470* ****************************************************************
011471* 5000-CLOSE-FILES - the four inputs and the routing cards were
011490* closed as each was finished.
011500* ****************************************************************
011510 5000-CLOSE-FILES.
011520     CLOSE RETURN1-FILE.
011530     CLOSE RETURN2-FILE.
011540     CLOSE RETURN3-FILE.
011550     CLOSE RETURN4-FILE.
011560     CLOSE RETURN5-FILE.
011570     CLOSE RETURN6-FILE.
011580     CLOSE RETURN7-FILE.
011590     CLOSE RETURN8-FILE.
011600     CLOSE RUN-CONTROL-FILE.
011610     CLOSE REPORT-FILE.
011620*
011630 5000-EXIT.
011640     EXIT.
011650* ****************************************************************
011660* 8400-CAPTURE-TIMESTAMP - current date and time into
011670* WK-TS-WORK.
011680* ****************************************************************
011690 8400-CAPTURE-TIMESTAMP.
011700     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
011710     ACCEPT WK-TS-TIME-RAW        FROM TIME.
011720     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
011730*
011740 8400-EXIT.
011750     EXIT.
011760* ****************************************************************
011770* 8600-POST-RUN-CONTROL - record this step's end-of-step state
011771* on the run-control master as STEP050 under the run's cycle; a
011772* rerun of the same date and cycle replaces the earlier posting.
011773* The balance switch carries the return balance verdict.
011810* ****************************************************************
011820 8600-POST-RUN-CONTROL.
011830     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
011840     MOVE WK-TS-WORK                  TO WK-END-TS.
011850     MOVE SPACES                      TO WK-RC-RECORD.
011860     MOVE WK-RUN-DATE                 TO WK-RC-RUN-DATE.
011861     MOVE WK-CYCLE                    TO WK-RC-CYCLE.
011870     MOVE 'STEP050'                   TO WK-RC-STEP-NAME.
011880     MOVE 'DLRETN'                    TO WK-RC-PROGRAM.
011890     MOVE WK-START-TS                 TO WK-RC-START-TS.
011900     MOVE WK-END-TS                   TO WK-RC-END-TS.
011910     MOVE WK-DTL-READ                 TO WK-RC-IN-COUNT.
011920     MOVE WK-DTL-RETURNED             TO WK-RC-OUT-COUNT.
011930     MOVE WK-DTL-UNROUTED             TO WK-RC-ALT-COUNT.
011940     MOVE WK-EXC-READ                 TO WK-RC-EXCP-COUNT.
011950     MOVE RETURN-CODE                 TO WK-RC-RETURN-CODE.
011960     IF WK-BROKEN-COUNT = ZERO
011970         MOVE 'Y'                     TO WK-RC-BALANCE-SW
011980     ELSE
011990         MOVE 'N'                     TO WK-RC-BALANCE-SW
012000     END-IF.
012010     WRITE WK-RC-RECORD
012020         INVALID KEY
012030             REWRITE WK-RC-RECORD
012040     END-WRITE.
012050     MOVE 'RUNCTL'                    TO WK-ABEND-FILE-ID.
012060     MOVE WK-RUNCTL-STATUS            TO WK-ABEND-STATUS.
012070     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
012080*
012090 8600-EXIT.
012100     EXIT.
012110* ****************************************************************
012120* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
012130* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
012140* is PERFORMed; any status other than '00' abends the run with a
012150* message instead of letting the job continue on bad data.
012160* ****************************************************************
012170 9000-VERIFY-FILE-STATUS.
012180     IF WK-ABEND-STATUS NOT = '00'
012190         DISPLAY 'DLRETN - I/O ERROR ON ' WK-ABEND-FILE-ID
012200            ' - FILE STATUS ' WK-ABEND-STATUS
012210         MOVE 16                      TO RETURN-CODE
012220         STOP RUN
012230     END-IF.
012240*
012250 9000-EXIT.
012260     EXIT.
