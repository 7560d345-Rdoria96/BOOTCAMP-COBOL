000830*                  override.  A run date with no calendar
000840*                  record falls back to the strict equal-dates
000850*                  rule with a warning.
000851* 10/15/26 RD      Edits reversal records (REV-SW 'R', see
000852*                  WKTRANS).  The original named in REV-KEY is
000853*                  looked up on the history master (DD HISTORY)
000854*                  and, failing that, in the archive
000855*                  generations (DD ARCHIN).  A reversal goes to
000856*                  suspense when the original is not found
000857*                  (reason 10), is already reversed - on file or
000858*                  earlier in tonight's input (11), belongs to
000859*                  another CUENTA (12), or is not reversible -
000860*                  itself a reversal or an error result (13).
000861*                  An accepted reversal reaches the clean file
000862*                  carrying the original's operation, operands
000863*                  and RESULTADO so DEVOPS posts the exact
000864*                  negative without computing anything.
000865* 10/15/26 RD      Stamps every detail with its batch header's
000866*                  SUBMITTER and the ID the department sent
000867*                  (ORIG-REF, see WKTRANS) before any edit, so
000868*                  the clean and suspense records both carry the
000869*                  department's own reference past the point
000870*                  where the ID becomes ours.  A detail already
000871*                  stamped - a DLSUSP resubmission - keeps the
000872*                  department that first sent it.
000873* 10/15/26 RD      Enforces the account's daily and monthly
000874*                  operation limits (WKACCT) against the usage
000875*                  master (WKUSAGE, DD USAGEMST): a detail that
000876*                  would take its account past either limit goes
000877*                  to suspense with reason 14.  Tonight's
000878*                  accepted count per account is posted to the
000879*                  usage master at normal end of step; a rerun of
000880*                  the same run date replaces it rather than
000881*                  adding to it, and the month rolls over on the
000882*                  calendar's month-end processing date.
000883* 10/15/26 RD      PARM='CYCLE=n' runs the edit as daytime
000884*                  priority cycle n (DEVOPSIC); no PARM is the
000885*                  nightly run.  A cycle's suspense IDs are built
000886*                  as C + cycle digit + 6-digit sequence so they
000887*                  never repeat the night's, run control posts
000888*                  under the cycle, the batch registration records
000889*                  it, and the usage master counts the cycles of
000890*                  one date as one day.
000891* 10/15/26 RD      A detail stamped here (not a resubmission) has
000892*                  its ORIG-FECHA cleared - only DLSUSP and a
000893*                  DEVOPS restart set it (see WKTRANS).
000894* 10/15/26 RD      Screens every detail that passes the edits for
000895*                  a probable duplicate: the same CUENTA,
000896*                  OPERACION and operands as a history record the
000897*                  account had posted inside the lookback window
000898*                  (WK-DUP-WINDOW business days back on the
000899*                  calendar), read through the CUENTA alternate
000900*                  index (DD HISTORY1), or as a detail accepted
000901*                  earlier in the run.  A probable duplicate is
000902*                  held on the duplicate-review master (WKDUPREV,
000903*                  DD DUPREV) instead of reaching the clean file,
000904*                  for DLDUPRV to release or reject; the count
000905*                  posts as STEP015's EXCP-COUNT.  An account
000906*                  marked DUP-EXEMPT (WKACCT) is not screened, nor
000907*                  is an item already released from review or
000908*                  scheduled by DLPEND (DUP-SCREEN, see WKTRANS).
000909* 10/15/26 RD      Probable duplicates are queued and written to
000910*                  the review master only at normal end of step,
000911*                  after the last trailer has proved - a batch-
000912*                  control stop leaves DUPREV as it found it.  The
000913*                  lookback window comes from PARM DUPDAYS=nn
000914*                  (default 5 business days) and is shown at end
000915*                  of run.  STEP015's IN-COUNT is now the details
000916*                  edited (control records no longer counted) so
000917*                  that IN = OUT + ALT + EXCP.  With no month-end
000918*                  date on the calendar the usage period now ends
000919*                  on the month's real last day, leap years
000920*                  included.
000921* 10/15/26 RD      Only a DLSUSP, DLPEND or DLDUPRV batch keeps
000922*                  the SUBMITTER, ORIG-REF, ORIG-FECHA and
000923*                  DUP-SCREEN its details carry; every other
000924*                  batch's details are stamped afresh.  A rerun
000925*                  no longer replaces a review record DLDUPRV
000926*                  has already released or rejected.
000927* ****************************************************************
000928 IDENTIFICATION DIVISION.
000929 PROGRAM-ID.  DLEDIT.
000930 AUTHOR. RICHARD DORIA.
000931 INSTALLATION. COBOL DEVELOPMENT CENTER.
000932 DATE-WRITTEN. 08/08/26.
000933 DATE-COMPILED. 08/08/26.
000934 SECURITY. NON-CONFIDENTIAL.
000940* ****************************************************************
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
001260            FILE STATUS IS WK-BATREG-STATUS.
001270     SELECT CALENDAR-FILE    ASSIGN TO CALMST
001280            ORGANIZATION IS INDEXED
001281            ACCESS MODE IS DYNAMIC
001300            RECORD KEY IS WK-CA-CAL-DATE
001301            FILE STATUS IS WK-CALMST-STATUS.
001302     SELECT HIST-FILE        ASSIGN TO HISTORY
001303            ORGANIZATION IS INDEXED
001304            ACCESS MODE IS DYNAMIC
001305            RECORD KEY IS WK-HI-KEY
001306            ALTERNATE RECORD KEY IS WK-HI-CUENTA
001314                WITH DUPLICATES
001315            FILE STATUS IS WK-HISTORY-STATUS.
001316     SELECT ARCHIVE-IN-FILE  ASSIGN TO ARCHIN
001317            ORGANIZATION IS SEQUENTIAL
001318            FILE STATUS IS WK-ARCHIN-STATUS.
001319     SELECT USAGE-FILE       ASSIGN TO USAGEMST
001320            ORGANIZATION IS INDEXED
001321            ACCESS MODE IS RANDOM
001322            RECORD KEY IS WK-US-CUENTA
001323            FILE STATUS IS WK-USAGEMST-STATUS.
001324     SELECT REVIEW-FILE      ASSIGN TO DUPREV
001325            ORGANIZATION IS INDEXED
001326            ACCESS MODE IS RANDOM
001327            RECORD KEY IS WK-DV-KEY
001328            FILE STATUS IS WK-DUPREV-STATUS.
001329* ****************************************************************
001330 DATA DIVISION.
001340 FILE SECTION.
001350*    TRANSACTION-FILE - one incoming calculation request per
001870          ==PREFIX-== BY ==WK-BR-==.
001880*    CALENDAR-FILE - the processing-calendar master DLCALLD
001890*    loads; one keyed read per header answers whether the
001891*    extract legitimately carries the previous business day, and
001892*    one browse at startup finds the month-end processing date
001893*    that closes tonight's usage period.
001910 FD  CALENDAR-FILE.
001920 01  WK-CA-RECORD.
001930     COPY WKCALEND REPLACING LEADING
001931          ==PREFIX-== BY ==WK-CA-==.
001932*    HIST-FILE - the history master DEVOPS posts to; one keyed
001933*    read per reversal proves the original it names, and the
001934*    account's records are browsed through the CUENTA path for
001942*    the duplicate screen.
001943 FD  HIST-FILE.
001944 01  WK-HI-RECORD.
001945     COPY WKTRANS REPLACING LEADING
001946          ==PREFIX-== BY ==WK-HI-==.
001947*    ARCHIVE-IN-FILE - the archive generations DLARCH swept the
001948*    master into; searched only when the master misses.
001949 FD  ARCHIVE-IN-FILE
001950     RECORDING MODE IS F.
001951 01  WK-AI-RECORD.
001952     COPY WKTRANS REPLACING LEADING
001953          ==PREFIX-== BY ==WK-AI-==.
001954*    USAGE-FILE - each account's accepted volume for the billing
001955*    month; read once per account tonight, posted at end of step.
001956 FD  USAGE-FILE.
001957 01  WK-US-RECORD.
001958     COPY WKUSAGE REPLACING LEADING
001959          ==PREFIX-== BY ==WK-US-==.
001960*    REVIEW-FILE - the duplicate-review master; every detail held
001961*    as a probable duplicate is written here instead of the clean
001962*    file, for DLDUPRV to release or reject.
001963 FD  REVIEW-FILE.
001964 01  WK-DV-RECORD.
001965     COPY WKDUPREV REPLACING LEADING
001966          ==PREFIX-== BY ==WK-DV-==.
001967* ****************************************************************
001968 WORKING-STORAGE SECTION.
001970*
001980 01  WK-ID-NUM                             PIC 9(08) VALUE ZERO.
001990 01  WK-ID                                 PIC X(08).
001991*
001992*    The run's cycle - blank the nightly run, 1-9 a daytime
001993*    priority cycle.  A cycle's IDs are C + cycle + sequence, so
001994*    two runs of one date never build the same ID.
001995 01  WK-CYCLE                              PIC X(01) VALUE SPACE.
001996 01  WK-CYCLE-ID.
001997     05  FILLER                     PIC X(01) VALUE 'C'.
001998     05  WK-CI-CYCLE                PIC X(01).
001999     05  WK-CI-SEQ                  PIC 9(06).
002000 01  WK-FECHA-PROCESO                       PIC X(08).
002010*
002020 01  WK-NUM-1                              PIC 9(02).
002150     05  WK-OPRULES-STATUS          PIC X(02) VALUE '00'.
002160     05  WK-BATREG-STATUS           PIC X(02) VALUE '00'.
002170     05  WK-CALMST-STATUS           PIC X(02) VALUE '00'.
002171     05  WK-HISTORY-STATUS          PIC X(02) VALUE '00'.
002172     05  WK-ARCHIN-STATUS           PIC X(02) VALUE '00'.
002173     05  WK-USAGEMST-STATUS         PIC X(02) VALUE '00'.
002174     05  WK-DUPREV-STATUS           PIC X(02) VALUE '00'.
002180*
002190 01  WK-RUN-STAMPS.
002200     05  WK-START-TS                PIC X(14).
002370         88  WK-RULE-EOF            VALUE 'Y'.
002380     05  WK-CAL-FOUND-SW            PIC X(01) VALUE 'N'.
002390         88  WK-CAL-FOUND           VALUE 'Y'.
002391     05  WK-ORIG-FOUND-SW           PIC X(01) VALUE 'N'.
002392         88  WK-ORIG-FOUND          VALUE 'Y'.
002393     05  WK-ORIG-REVERSED-SW        PIC X(01) VALUE 'N'.
002394         88  WK-ORIG-REVERSED       VALUE 'Y'.
002395     05  WK-ARCH-EOF-SW             PIC X(01) VALUE 'N'.
002396         88  WK-ARCH-EOF            VALUE 'Y'.
002397     05  WK-CAL-EOF-SW              PIC X(01) VALUE 'N'.
002398         88  WK-CAL-EOF             VALUE 'Y'.
002399     05  WK-HOLD-SW                 PIC X(01) VALUE 'N'.
002400         88  WK-HELD                VALUE 'Y'.
002401     05  WK-DUP-NOTE-SW             PIC X(01) VALUE 'N'.
002402         88  WK-DUP-NOTE            VALUE 'Y'.
002403     05  WK-HIST-EOF-SW             PIC X(01) VALUE 'N'.
002404         88  WK-HIST-EOF            VALUE 'Y'.
002405     05  WK-WINDOW-END-SW           PIC X(01) VALUE 'N'.
002406         88  WK-WINDOW-END          VALUE 'Y'.
002407*
002410 01  WK-REASON-CODE                        PIC X(02) VALUE SPACES.
002420 01  WK-REASON-TEXT                        PIC X(30) VALUE SPACES.
002430*
002450     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
002460     05  WK-CLEAN-COUNT             PIC 9(09) VALUE ZERO.
002470     05  WK-SUSPENSE-COUNT          PIC 9(09) VALUE ZERO.
002471     05  WK-REVERSAL-COUNT          PIC 9(09) VALUE ZERO.
002472     05  WK-LIMIT-COUNT             PIC 9(09) VALUE ZERO.
002473     05  WK-HELD-COUNT              PIC 9(09) VALUE ZERO.
002474     05  WK-HOLD-DECIDED-COUNT      PIC 9(09) VALUE ZERO.
002475     05  WK-DETAIL-COUNT            PIC 9(09) VALUE ZERO.
002480*
002490*    Batch-control state - one HDR/TRL pair brackets each batch
002500*    in the input file; the detail count and hash total are
002550     05  WK-BC-HDR-SEEN-SW          PIC X(01) VALUE 'N'.
002560         88  WK-BC-HDR-SEEN         VALUE 'Y'.
002570     05  WK-BC-SUBMITTER            PIC X(08) VALUE SPACES.
002571         88  WK-BC-REFEED           VALUE 'DLSUSP'
002572                                          'DLPEND'
002573                                          'DLDUPRV'.
002580     05  WK-BC-EXTRACT-DATE         PIC X(08) VALUE SPACES.
002590     05  WK-BC-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
002600     05  WK-BC-HASH-TOTAL           PIC 9(13) VALUE ZERO.
002730         10  WK-RL-EFF-DATE         PIC X(08).
002740         10  WK-RL-EXP-DATE         PIC X(08).
002750         10  WK-RL-NOZERO-SW        PIC X(01).
002751*
002752*    The original a reversal names, as found on the master or in
002753*    the archive; its operation, operands and result ride on to
002754*    the clean record.
002755 01  WK-ORIG-RECORD.
002756     COPY WKTRANS REPLACING LEADING
002757          ==PREFIX-== BY ==WK-OR-==.
002758*
002759*    Originals reversed by a reversal already accepted tonight -
002760*    the master is not marked until DEVOPS posts, so a second
002761*    reversal of the same original in the same input is caught
002762*    here.
002763 01  WK-REVTAB-MAX                  PIC S9(04) COMP VALUE +500.
002764 01  WK-REVTAB-COUNT                PIC S9(04) COMP VALUE ZERO.
002765 01  WK-REVTAB-IX                   PIC S9(04) COMP VALUE ZERO.
002766 01  WK-REVTAB-FOUND-IX             PIC S9(04) COMP VALUE ZERO.
002767 01  WK-REVERSED-TABLE.
002768     05  WK-RT-KEY OCCURS 500 TIMES PIC X(16).
002769*
002770*    Tonight's run date and the month-end processing date that
002771*    closes its usage period (see WKUSAGE).
002772 01  WK-RUN-DATE                           PIC X(08).
002773 01  WK-PERIOD-END                         PIC X(08).
002774*
002775*    The month's last day, worked out when the calendar carries
002776*    no month-end date to close the period.
002777 01  WK-MONTH-END-WORK.
002778     05  WK-ME-YEAR                 PIC 9(04).
002779     05  WK-ME-MONTH                PIC 9(02).
002780     05  WK-ME-LAST-DAY             PIC 9(02).
002781     05  WK-ME-QUOTIENT             PIC S9(04) COMP.
002782     05  WK-ME-REM-4                PIC S9(04) COMP.
002783     05  WK-ME-REM-100              PIC S9(04) COMP.
002784     05  WK-ME-REM-400              PIC S9(04) COMP.
002785*
002786*    One entry per account seen tonight: its period total before
002787*    tonight, as the usage master had it, and what this run has
002788*    accepted so far.  The entry's index is left in
002789*    WK-USE-FOUND-IX for the clean write to count the detail.
002790 01  WK-USE-MAX                     PIC S9(04) COMP VALUE +500.
002791 01  WK-USE-COUNT                   PIC S9(04) COMP VALUE ZERO.
002792 01  WK-USE-IX                      PIC S9(04) COMP VALUE ZERO.
002793 01  WK-USE-FOUND-IX                PIC S9(04) COMP VALUE ZERO.
002794 01  WK-USAGE-TABLE.
002795     05  WK-UT-ENTRY OCCURS 500 TIMES.
002796         10  WK-UT-CUENTA           PIC X(04).
002797         10  WK-UT-PRIOR            PIC 9(09).
002798         10  WK-UT-DAY-PRIOR        PIC 9(09).
002799         10  WK-UT-TONIGHT          PIC 9(09).
002800 01  WK-USE-NEXT                           PIC 9(10).
002801*
002802*    The duplicate screen's lookback: history posted on or after
002803*    WK-DUP-FROM-DATE - WK-DUP-WINDOW business days back from the
002804*    run date on the calendar - is recent work.  DUPDAYS=nn on the
002805*    PARM overrides the default.
002806 01  WK-DUP-WINDOW                  PIC 9(02) VALUE 05.
002807 01  WK-DUP-STEP                    PIC S9(04) COMP VALUE ZERO.
002808 01  WK-DUP-FROM-DATE                      PIC X(08).
002809*
002810*    What a held detail repeated, for its review record.
002811 01  WK-DUP-MATCH.
002812     05  WK-DUP-MATCH-SOURCE        PIC X(01).
002813     05  WK-DUP-MATCH-ID            PIC X(08).
002814     05  WK-DUP-MATCH-FECHA         PIC X(08).
002815     05  WK-DUP-MATCH-REF           PIC X(08).
002816*
002817*    Details of screened accounts accepted so far tonight - they
002818*    are not on the master until DEVOPS posts, so the same
002819*    request sent twice in one intake is caught here.
002820 01  WK-DUPTAB-MAX                  PIC S9(04) COMP VALUE +5000.
002821 01  WK-DUPTAB-COUNT                PIC S9(04) COMP VALUE ZERO.
002822 01  WK-DUPTAB-IX                   PIC S9(04) COMP VALUE ZERO.
002823 01  WK-DUPTAB-FOUND-IX             PIC S9(04) COMP VALUE ZERO.
002824 01  WK-DUP-TABLE.
002825     05  WK-DT-ENTRY OCCURS 5000 TIMES.
002826         10  WK-DT-CUENTA           PIC X(04).
002827         10  WK-DT-OPERACION        PIC X(20).
002828         10  WK-DT-NUMERO-1         PIC S9(02).
002829         10  WK-DT-NUMERO-2         PIC S9(02).
002830         10  WK-DT-ORIG-REF         PIC X(08).
002831*
002832*    Review records for tonight's holds, queued as they are found
002833*    and written to the review master only at normal end of step,
002834*    after the last trailer has proved.
002835 01  WK-HOLDQ-MAX                   PIC S9(04) COMP VALUE +2000.
002836 01  WK-HOLDQ-COUNT                 PIC S9(04) COMP VALUE ZERO.
002837 01  WK-HOLDQ-IX                    PIC S9(04) COMP VALUE ZERO.
002838 01  WK-HOLD-QUEUE.
002839     05  WK-HQ-ENTRY OCCURS 2000 TIMES PIC X(200).
002840*
002841*    The PARM as passed, and its DUPDAYS=nn keyword.
002842 01  WK-PARM-WORK                          PIC X(20).
002843 01  WK-DAYS-PARM.
002844     05  WK-DP-KEYWORD              PIC X(08).
002845     05  WK-DP-DAYS                 PIC X(02).
002846     05  WK-DP-DAYS-N REDEFINES WK-DP-DAYS
002847                                    PIC 9(02).
002848     05  WK-DP-REST                 PIC X(10).
002849* ****************************************************************
002850 LINKAGE SECTION.
002851*    PARM passed from JCL: PARM='CYCLE=n' (n 1-9) for a daytime
002852*    priority cycle, omitted for the nightly run.  DUPDAYS=nn
002853*    (01-99) sets the duplicate screen's lookback in business
002854*    days, default 5 - alone, or behind the cycle:
002855*    PARM='CYCLE=1,DUPDAYS=03'.
002856 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
002857 01  WK-PARM-DATA                          PIC X(20).
002858* ****************************************************************
002859 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
002860* ****************************************************************
002861* 0000-MAINLINE - screen the transaction file end to end.
002862* ****************************************************************
002863 0000-MAINLINE.
002864     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
002865     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002866     PERFORM 2000-READ-TRANSACTION THRU 2000-EXIT.
002867     PERFORM 3000-EDIT-TRANSACTION THRU 3000-EXIT
002868         UNTIL WK-EOF.
002869     PERFORM 4000-CLOSE-FILES THRU 4000-EXIT.
002870     STOP RUN.
002880*
002890 0000-EXIT.
002900     EXIT.
002910* ****************************************************************
002911* 0500-VALIDATE-PARM - no PARM is the nightly run (cycle blank);
002912* CYCLE=n is daytime cycle n.  DUPDAYS=nn, alone or after the
002913* cycle, replaces the default lookback.  Anything else stops the
002914* run before a file is opened, never runs it as the wrong cycle
002915* or with a window nobody asked for.
002916* ****************************************************************
002917 0500-VALIDATE-PARM.
002918     MOVE SPACE                   TO WK-CYCLE.
002919     IF WK-PARM-LENGTH = ZERO
002920         GO TO 0500-EXIT
002921     END-IF.
002922     IF WK-PARM-LENGTH > 20
002923         PERFORM 0590-REJECT-PARM THRU 0590-EXIT
002924     END-IF.
002925     MOVE SPACES                  TO WK-PARM-WORK.
002926     MOVE WK-PARM-DATA (1:WK-PARM-LENGTH) TO WK-PARM-WORK.
002927     MOVE WK-PARM-WORK            TO WK-DAYS-PARM.
002928     IF WK-PARM-WORK (1:6) = 'CYCLE='
002929         IF WK-PARM-WORK (7:1) NOT NUMERIC
002930            OR WK-PARM-WORK (7:1) = '0'
002931            OR (WK-PARM-WORK (8:1) NOT = SPACE
002932                AND WK-PARM-WORK (8:1) NOT = ',')
002933             PERFORM 0590-REJECT-PARM THRU 0590-EXIT
002934         END-IF
002935         MOVE WK-PARM-WORK (7:1)  TO WK-CYCLE
002936         MOVE SPACES              TO WK-DAYS-PARM
002937         IF WK-PARM-WORK (8:1) = ','
002938             MOVE WK-PARM-WORK (9:12) TO WK-DAYS-PARM
002939             IF WK-DAYS-PARM = SPACES
002940                 PERFORM 0590-REJECT-PARM THRU 0590-EXIT
002941             END-IF
002942         END-IF
002943     END-IF.
002944     IF WK-DAYS-PARM = SPACES
002945         GO TO 0500-EXIT
002946     END-IF.
002947     IF WK-DP-KEYWORD NOT = 'DUPDAYS='
002948        OR WK-DP-DAYS NOT NUMERIC
002949        OR WK-DP-DAYS = '00'
002950        OR WK-DP-REST NOT = SPACES
002951         PERFORM 0590-REJECT-PARM THRU 0590-EXIT
002952     END-IF.
002953     MOVE WK-DP-DAYS-N            TO WK-DUP-WINDOW.
002954*
002955 0500-EXIT.
002956     EXIT.
002957* ****************************************************************
002958* 0590-REJECT-PARM - a PARM this program does not know.
002959* ****************************************************************
002960 0590-REJECT-PARM.
002961     DISPLAY 'DLEDIT - PARM MUST BE CYCLE=n (1-9), DUPDAYS=nn '
002962        '(01-99), CYCLE=n,DUPDAYS=nn OR OMITTED'.
002963     MOVE 16                      TO RETURN-CODE.
002964     STOP RUN.
002965*
002966 0590-EXIT.
002967     EXIT.
002968* ****************************************************************
002969* 1000-OPEN-FILES - open every file, checking status after each
002970* OPEN so a missing/misallocated dataset abends the run.
002971* ****************************************************************
002972 1000-OPEN-FILES.
002973     OPEN INPUT  TRANSACTION-FILE.
002974     MOVE 'TRANIN'            TO WK-ABEND-FILE-ID.
002980     MOVE WK-TRANIN-STATUS    TO WK-ABEND-STATUS.
002990     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003000     OPEN OUTPUT CLEAN-FILE.
003250     MOVE 'CALMST'            TO WK-ABEND-FILE-ID.
003260     MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS.
003270     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003271     OPEN INPUT HIST-FILE.
003272     MOVE 'HISTORY'           TO WK-ABEND-FILE-ID.
003273     MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS.
003274     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003275     OPEN I-O USAGE-FILE.
003276     MOVE 'USAGEMST'          TO WK-ABEND-FILE-ID.
003277     MOVE WK-USAGEMST-STATUS  TO WK-ABEND-STATUS.
003278     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003279     OPEN I-O REVIEW-FILE.
003280     MOVE 'DUPREV'            TO WK-ABEND-FILE-ID.
003281     MOVE WK-DUPREV-STATUS    TO WK-ABEND-STATUS.
003282     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003283     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
003290     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
003300     MOVE WK-TS-WORK          TO WK-START-TS.
003301     MOVE WK-START-TS (1:8)   TO WK-RUN-DATE.
003302     PERFORM 1200-FIND-PERIOD-END THRU 1200-EXIT.
003303     PERFORM 1300-FIND-DUP-WINDOW THRU 1300-EXIT.
003310*
003320 1000-EXIT.
003330     EXIT.
003850*
003860 1150-EXIT.
003870     EXIT.
003871* ****************************************************************
003872* 1200-FIND-PERIOD-END - browse the calendar forward from the run
003873* date to the first month-end processing date; that date names
003874* tonight's usage period.  A calendar with no month-end ahead of
003875* the run date (next year not loaded yet) falls back to the
003876* calendar month, with a warning.
003877* ****************************************************************
003878 1200-FIND-PERIOD-END.
003879     MOVE SPACES                      TO WK-PERIOD-END.
003880     MOVE 'N'                         TO WK-CAL-EOF-SW.
003881     MOVE WK-RUN-DATE                 TO WK-CA-CAL-DATE.
003882     START CALENDAR-FILE KEY NOT < WK-CA-CAL-DATE
003883         INVALID KEY
003884             MOVE 'Y'                 TO WK-CAL-EOF-SW
003885     END-START.
003886     IF WK-CALMST-STATUS NOT = '00'
003887        AND WK-CALMST-STATUS NOT = '23'
003888         MOVE 'CALMST'            TO WK-ABEND-FILE-ID
003889         MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
003890         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003891     END-IF.
003892     PERFORM 1250-READ-NEXT-CALENDAR THRU 1250-EXIT
003893         UNTIL WK-CAL-EOF OR WK-PERIOD-END NOT = SPACES.
003894     IF WK-PERIOD-END = SPACES
003895         PERFORM 1260-FIND-LAST-DAY THRU 1260-EXIT
003896         MOVE WK-RUN-DATE (1:6)       TO WK-PERIOD-END (1:6)
003897         MOVE WK-ME-LAST-DAY          TO WK-PERIOD-END (7:2)
003898         DISPLAY 'DLEDIT - NO MONTH-END DATE ON THE CALENDAR '
003899            'FROM ' WK-RUN-DATE ' - USAGE PERIOD TAKEN AS '
003900            WK-PERIOD-END
003901     END-IF.
003902*
003903 1200-EXIT.
003904     EXIT.
003905* ****************************************************************
003906* 1250-READ-NEXT-CALENDAR.
003907* ****************************************************************
003908 1250-READ-NEXT-CALENDAR.
003909     READ CALENDAR-FILE NEXT RECORD
003910         AT END
003911             MOVE 'Y'                 TO WK-CAL-EOF-SW
003912         NOT AT END
003913             IF WK-CA-MONTH-END
003914                 MOVE WK-CA-CAL-DATE  TO WK-PERIOD-END
003915             END-IF
003916     END-READ.
003917     IF WK-CALMST-STATUS NOT = '00'
003918        AND WK-CALMST-STATUS NOT = '10'
003919         MOVE 'CALMST'            TO WK-ABEND-FILE-ID
003920         MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
003921         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003922     END-IF.
003923*
003924 1250-EXIT.
003925     EXIT.
003926* ****************************************************************
003927* 1260-FIND-LAST-DAY - the last day of the run date's month: 30
003928* for April, June, September and November, 31 for the rest, and
003929* for February 29 in a leap year (divisible by 4, but not by 100
003930* unless also by 400), else 28.
003931* ****************************************************************
003932 1260-FIND-LAST-DAY.
003933     MOVE WK-RUN-DATE (1:4)           TO WK-ME-YEAR.
003934     MOVE WK-RUN-DATE (5:2)           TO WK-ME-MONTH.
003935     EVALUATE WK-ME-MONTH
003936         WHEN 04
003937         WHEN 06
003938         WHEN 09
003939         WHEN 11
003940             MOVE 30                  TO WK-ME-LAST-DAY
003941         WHEN 02
003942             DIVIDE WK-ME-YEAR BY 4 GIVING WK-ME-QUOTIENT
003943                 REMAINDER WK-ME-REM-4
003944             DIVIDE WK-ME-YEAR BY 100 GIVING WK-ME-QUOTIENT
003945                 REMAINDER WK-ME-REM-100
003946             DIVIDE WK-ME-YEAR BY 400 GIVING WK-ME-QUOTIENT
003947                 REMAINDER WK-ME-REM-400
003948             IF WK-ME-REM-4 = ZERO
003949                AND (WK-ME-REM-100 NOT = ZERO
003950                     OR WK-ME-REM-400 = ZERO)
003951                 MOVE 29              TO WK-ME-LAST-DAY
003952             ELSE
003953                 MOVE 28              TO WK-ME-LAST-DAY
003954             END-IF
003955         WHEN OTHER
003956             MOVE 31                  TO WK-ME-LAST-DAY
003957     END-EVALUATE.
003958*
003959 1260-EXIT.
003960     EXIT.
003961* ****************************************************************
003962* 1300-FIND-DUP-WINDOW - walk the calendar back WK-DUP-WINDOW
003963* business days from the run date; history posted on or after the
003964* date reached is recent work for the duplicate screen.  A
003965* calendar that runs out first (no record for a date, or no
003966* earlier business day loaded) cuts the window short at the last
003967* date it could prove, with a warning.
003968* ****************************************************************
003969 1300-FIND-DUP-WINDOW.
003970     MOVE WK-RUN-DATE                 TO WK-DUP-FROM-DATE.
003971     MOVE ZERO                        TO WK-DUP-STEP.
003972     MOVE 'N'                         TO WK-WINDOW-END-SW.
003973     PERFORM 1350-STEP-BACK-ONE-DAY THRU 1350-EXIT
003974         UNTIL WK-DUP-STEP >= WK-DUP-WINDOW
003975            OR WK-WINDOW-END.
003976     IF WK-DUP-STEP < WK-DUP-WINDOW
003977         DISPLAY 'DLEDIT - CALENDAR ENDS ' WK-DUP-STEP
003978            ' BUSINESS DAYS BACK FROM ' WK-RUN-DATE
003979            ' - DUPLICATE WINDOW CUT SHORT'
003980     END-IF.
003981     DISPLAY 'DLEDIT - DUPLICATE SCREEN LOOKS BACK '
003982        WK-DUP-WINDOW ' BUSINESS DAYS TO ' WK-DUP-FROM-DATE.
003983*
003984 1300-EXIT.
003985     EXIT.
003986* ****************************************************************
003987* 1350-STEP-BACK-ONE-DAY - move the window's start back to the
003988* previous business date the calendar gives for it.
003989* ****************************************************************
003990 1350-STEP-BACK-ONE-DAY.
003991     MOVE WK-DUP-FROM-DATE            TO WK-CA-CAL-DATE.
003992     READ CALENDAR-FILE
003993         INVALID KEY
003994             MOVE 'Y'                 TO WK-WINDOW-END-SW
003995     END-READ.
003996     IF WK-CALMST-STATUS NOT = '00'
003997        AND WK-CALMST-STATUS NOT = '23'
003998         MOVE 'CALMST'            TO WK-ABEND-FILE-ID
003999         MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
004000         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004001     END-IF.
004002     IF WK-WINDOW-END
004003         GO TO 1350-EXIT
004004     END-IF.
004005     IF WK-CA-PREV-BUS-DATE = SPACES
004006         MOVE 'Y'                     TO WK-WINDOW-END-SW
004007         GO TO 1350-EXIT
004008     END-IF.
004009     MOVE WK-CA-PREV-BUS-DATE         TO WK-DUP-FROM-DATE.
004010     ADD 1                            TO WK-DUP-STEP.
004011*
004012 1350-EXIT.
004013     EXIT.
004014* ****************************************************************
004015* 2000-READ-TRANSACTION - prime/advance the input file.
004016* ****************************************************************
004017 2000-READ-TRANSACTION.
004018     READ TRANSACTION-FILE
004019         AT END
004020             MOVE 'Y'                 TO WK-EOF-SW
004021         NOT AT END
004022             ADD 1                    TO WK-READ-COUNT
004023             IF WK-CYCLE = SPACE
004024                 MOVE WK-READ-COUNT   TO WK-ID-NUM
004025                 MOVE WK-ID-NUM       TO WK-ID
004026             ELSE
004027                 MOVE WK-CYCLE        TO WK-CI-CYCLE
004028                 MOVE WK-READ-COUNT   TO WK-CI-SEQ
004029                 MOVE WK-CYCLE-ID     TO WK-ID
004030             END-IF
004031             ACCEPT WK-FECHA-PROCESO  FROM DATE YYYYMMDD
004032     END-READ.
004033     IF WK-TRANIN-STATUS NOT = '00'
004034        AND WK-TRANIN-STATUS NOT = '10'
004035         MOVE 'TRANIN'            TO WK-ABEND-FILE-ID
004040         MOVE WK-TRANIN-STATUS    TO WK-ABEND-STATUS
004050         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004060     END-IF.
004260 3000-EXIT.
004270     EXIT.
004280* ****************************************************************
004290* 3050-EDIT-DETAIL - validate one detail transaction, count it,
004295* stamp it with its submitter and the department's own ID,
004300* roll it into the batch hash total, and route it to the
004301* clean file, the suspense file, or - a probable duplicate - the
004302* queue for the review master.  A detail record arriving
004320* outside an open HDR/TRL batch means the sender lost its
004330* controls - fail the run.
004340* ****************************************************************
004380                                       TO WK-BC-ERROR-TEXT
004390         PERFORM 8500-BATCH-CONTROL-ERROR THRU 8500-EXIT
004400     END-IF.
004401     ADD 1                            TO WK-BC-DETAIL-COUNT.
004402     ADD 1                            TO WK-DETAIL-COUNT.
004403*    The department's own reference is kept before the ID is
004404*    ours; an item re-fed by DLSUSP, DLPEND or DLDUPRV arrives
004405*    already stamped and keeps the department that first sent it.
004406*    Only such an item can arrive cleared of the duplicate screen
004407*    or dated to an earlier night - whatever a department batch
004408*    carries in those fields is replaced.
004409     IF NOT WK-BC-REFEED
004414        OR WK-TI-SUBMITTER = SPACES
004415         MOVE WK-BC-SUBMITTER         TO WK-TI-SUBMITTER
004416         MOVE WK-TI-ID                TO WK-TI-ORIG-REF
004417         MOVE SPACES                  TO WK-TI-ORIG-FECHA
004418         MOVE SPACE                   TO WK-TI-DUP-SCREEN
004419     END-IF.
004420     IF WK-TI-NUMERO-1 NUMERIC
004430         MOVE WK-TI-NUMERO-1          TO WK-HASH-WORK
004440         IF WK-HASH-WORK < ZERO
004580     MOVE 'N'                         TO WK-REJECT-SW.
004590     MOVE SPACES                      TO WK-REASON-CODE.
004600     MOVE SPACES                      TO WK-REASON-TEXT.
004601     MOVE ZERO                        TO WK-USE-FOUND-IX.
004602     MOVE 'N'                         TO WK-HOLD-SW.
004603     MOVE 'N'                         TO WK-DUP-NOTE-SW.
004604*    A reversal carries no operation of its own to edit - it
004605*    is proved against the original it names instead.
004606     IF WK-TI-IS-REVERSAL
004607         PERFORM 3400-EDIT-REVERSAL THRU 3400-EXIT
004608     ELSE
004610         PERFORM 3100-EDIT-OPERATION THRU 3100-EXIT
004620         IF NOT WK-REJECTED
004630             PERFORM 3200-EDIT-OPERANDS THRU 3200-EXIT
004640         END-IF
004650         IF NOT WK-REJECTED
004660             PERFORM 3300-EDIT-CUENTA THRU 3300-EXIT
004661         END-IF
004662         IF NOT WK-REJECTED
004663             PERFORM 3360-SCREEN-DUPLICATE THRU 3360-EXIT
004664         END-IF
004665         IF NOT WK-REJECTED AND NOT WK-HELD
004667             PERFORM 3320-EDIT-LIMITS THRU 3320-EXIT
004668         END-IF
004670     END-IF.
004671     EVALUATE TRUE
004672         WHEN WK-REJECTED
004673             PERFORM 3600-WRITE-SUSPENSE THRU 3600-EXIT
004674         WHEN WK-HELD
004675             PERFORM 3650-WRITE-REVIEW THRU 3650-EXIT
004676         WHEN OTHER
004677             PERFORM 3500-WRITE-CLEAN THRU 3500-EXIT
004678     END-EVALUATE.
004730*
004740 3050-EXIT.
004750     EXIT.
005540 3200-EXIT.
005550     EXIT.
005560* ****************************************************************
005561* 3300-EDIT-CUENTA - the account code must be on the account
005562* master and active.  One keyed read per detail; status '23'
005563* (not found) is the unknown-account reject, anything else
005564* unclean is a real I/O error.
005565* ****************************************************************
005566 3300-EDIT-CUENTA.
005567     MOVE WK-TI-CUENTA                TO WK-AC-CUENTA.
005568     READ ACCOUNT-FILE
005569         INVALID KEY
005570             MOVE 'Y'                 TO WK-REJECT-SW
005571             MOVE '05'                TO WK-REASON-CODE
005572             MOVE 'CUENTA DESCONOCIDA'
005573                                       TO WK-REASON-TEXT
005574         NOT INVALID KEY
005575             IF NOT WK-AC-ACTIVE
005576                 MOVE 'Y'             TO WK-REJECT-SW
005577                 MOVE '06'            TO WK-REASON-CODE
005578                 MOVE 'CUENTA INACTIVA'
005579                                       TO WK-REASON-TEXT
005580             END-IF
005581     END-READ.
005582     IF WK-ACCTMST-STATUS NOT = '00'
005583        AND WK-ACCTMST-STATUS NOT = '23'
005584         MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID
005585         MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS
005586         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005587     END-IF.
005588*
005589 3300-EXIT.
005590     EXIT.
005591* ****************************************************************
005592* 3320-EDIT-LIMITS - the account master record 3300 just read
005593* carries the limits.  Counting this detail, the account's
005594* accepted operations today (earlier cycles of the date and this
005595* run) may not pass its daily limit, nor its period total pass
005596* its monthly limit; zero or blank is no limit.  Run last, so
005597* only a detail that passed every other
005598* edit uses up any of the account's allowance.  A reversal
005599* never comes here - it backs out volume, it adds none - nor does
005600* a detail held as a probable duplicate.
005601* ****************************************************************
005602 3320-EDIT-LIMITS.
005603     PERFORM 3330-FIND-USAGE THRU 3330-EXIT.
005604     ADD 1 WK-UT-TONIGHT (WK-USE-FOUND-IX)
005605           WK-UT-DAY-PRIOR (WK-USE-FOUND-IX)
005606         GIVING WK-USE-NEXT.
005607     IF WK-AC-DAILY-LIMIT NUMERIC
005608        AND WK-AC-DAILY-LIMIT > ZERO
005609        AND WK-USE-NEXT > WK-AC-DAILY-LIMIT
005610         MOVE 'Y'                     TO WK-REJECT-SW
005611         MOVE '14'                    TO WK-REASON-CODE
005612         MOVE 'LIMITE DIARIO EXCEDIDO'
005613                                       TO WK-REASON-TEXT
005614         ADD 1                        TO WK-LIMIT-COUNT
005615         GO TO 3320-EXIT
005616     END-IF.
005617     ADD WK-UT-PRIOR (WK-USE-FOUND-IX) TO WK-USE-NEXT.
005618     IF WK-AC-MONTHLY-LIMIT NUMERIC
005619        AND WK-AC-MONTHLY-LIMIT > ZERO
005620        AND WK-USE-NEXT > WK-AC-MONTHLY-LIMIT
005621         MOVE 'Y'                     TO WK-REJECT-SW
005622         MOVE '14'                    TO WK-REASON-CODE
005623         MOVE 'LIMITE MENSUAL EXCEDIDO'
005624                                       TO WK-REASON-TEXT
005625         ADD 1                        TO WK-LIMIT-COUNT
005626     END-IF.
005627*
005628 3320-EXIT.
005629     EXIT.
005630* ****************************************************************
005631* 3330-FIND-USAGE - the account's entry in tonight's usage
005632* table, loaded from the usage master the first time the account
005633* is seen.
005634* ****************************************************************
005635 3330-FIND-USAGE.
005636     MOVE ZERO                        TO WK-USE-FOUND-IX.
005637     MOVE 1                           TO WK-USE-IX.
005638     PERFORM 3340-MATCH-ONE-USAGE THRU 3340-EXIT
005639         UNTIL WK-USE-IX > WK-USE-COUNT
005640            OR WK-USE-FOUND-IX > ZERO.
005641     IF WK-USE-FOUND-IX > ZERO
005642         GO TO 3330-EXIT
005643     END-IF.
005644     IF WK-USE-COUNT >= WK-USE-MAX
005645         DISPLAY 'DLEDIT - MORE THAN ' WK-USE-MAX
005646            ' ACCOUNTS IN ONE RUN - USAGE TABLE FULL'
005647         MOVE 16                      TO RETURN-CODE
005648         STOP RUN
005649     END-IF.
005650     ADD 1                            TO WK-USE-COUNT.
005651     MOVE WK-USE-COUNT                TO WK-USE-FOUND-IX.
005652     MOVE WK-TI-CUENTA     TO WK-UT-CUENTA (WK-USE-FOUND-IX).
005653     MOVE ZERO             TO WK-UT-TONIGHT (WK-USE-FOUND-IX).
005654     PERFORM 3350-LOAD-USAGE THRU 3350-EXIT.
005655*
005656 3330-EXIT.
005657     EXIT.
005658* ****************************************************************
005659* 3340-MATCH-ONE-USAGE.
005660* ****************************************************************
005661 3340-MATCH-ONE-USAGE.
005662     IF WK-UT-CUENTA (WK-USE-IX) = WK-TI-CUENTA
005663         MOVE WK-USE-IX               TO WK-USE-FOUND-IX
005664     END-IF.
005665     ADD 1                            TO WK-USE-IX.
005666*
005667 3340-EXIT.
005668     EXIT.
005669* ****************************************************************
005670* 3350-LOAD-USAGE - the account's period total before today and
005671* today's total before this run.  No record, or a record from a
005672* closed period, is zero.  A record last posted on an earlier
005673* date contributes everything it holds to the period total; one
005674* posted earlier today by another cycle adds its DAY-COUNT to
005675* today's; one already posted by THIS date and cycle (the edit
005676* is being rerun) contributes only what came before it, since
005677* this run recounts itself from scratch.
005678* ****************************************************************
005679 3350-LOAD-USAGE.
005680     MOVE ZERO             TO WK-UT-PRIOR (WK-USE-FOUND-IX).
005681     MOVE ZERO             TO WK-UT-DAY-PRIOR (WK-USE-FOUND-IX).
005682     MOVE WK-TI-CUENTA                TO WK-US-CUENTA.
005683     READ USAGE-FILE
005684         INVALID KEY
005685             GO TO 3350-EXIT
005686     END-READ.
005687     IF WK-USAGEMST-STATUS NOT = '00'
005688         MOVE 'USAGEMST'          TO WK-ABEND-FILE-ID
005689         MOVE WK-USAGEMST-STATUS  TO WK-ABEND-STATUS
005690         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005691     END-IF.
005692     IF WK-US-PERIOD-END NOT = WK-PERIOD-END
005693         GO TO 3350-EXIT
005694     END-IF.
005695     IF WK-US-DAY-PRIOR NOT NUMERIC
005696         MOVE ZERO                    TO WK-US-DAY-PRIOR
005697     END-IF.
005698     IF WK-US-LAST-RUN-DATE NOT = WK-RUN-DATE
005699         ADD WK-US-MTD-PRIOR WK-US-DAY-PRIOR WK-US-DAY-COUNT
005700             GIVING WK-UT-PRIOR (WK-USE-FOUND-IX)
005701         GO TO 3350-EXIT
005702     END-IF.
005703     MOVE WK-US-MTD-PRIOR  TO WK-UT-PRIOR (WK-USE-FOUND-IX).
005704     IF WK-US-LAST-RUN-CYCLE = WK-CYCLE
005705         MOVE WK-US-DAY-PRIOR
005706                           TO WK-UT-DAY-PRIOR (WK-USE-FOUND-IX)
005707     ELSE
005708         ADD WK-US-DAY-PRIOR WK-US-DAY-COUNT
005709             GIVING WK-UT-DAY-PRIOR (WK-USE-FOUND-IX)
005710     END-IF.
005711*
005712 3350-EXIT.
005713     EXIT.
005714* ****************************************************************
005715* 3360-SCREEN-DUPLICATE - hold a detail that passed every edit as
005716* a probable duplicate when its account already has the same
005717* OPERACION and operands accepted earlier in this run or posted
005718* inside the lookback window.  An exempt account is never
005719* screened.  An item already cleared (released from review, or
005720* scheduled by DLPEND) is not screened again, but is still noted
005721* for the rest of the run like any other accepted detail.
005722* ****************************************************************
005723 3360-SCREEN-DUPLICATE.
005724     IF WK-AC-DUP-EXEMPTED
005725         GO TO 3360-EXIT
005726     END-IF.
005727     MOVE 'Y'                         TO WK-DUP-NOTE-SW.
005728     IF WK-TI-DUP-CLEARED
005729         GO TO 3360-EXIT
005730     END-IF.
005731     MOVE ZERO                        TO WK-DUPTAB-FOUND-IX.
005732     MOVE 1                           TO WK-DUPTAB-IX.
005733     PERFORM 3365-MATCH-ONE-TONIGHT THRU 3365-EXIT
005734         UNTIL WK-DUPTAB-IX > WK-DUPTAB-COUNT
005735            OR WK-DUPTAB-FOUND-IX > ZERO.
005736     IF WK-DUPTAB-FOUND-IX > ZERO
005737         MOVE 'Y'                     TO WK-HOLD-SW
005738         MOVE 'T'                     TO WK-DUP-MATCH-SOURCE
005739         MOVE SPACES                  TO WK-DUP-MATCH-ID
005740         MOVE WK-RUN-DATE             TO WK-DUP-MATCH-FECHA
005741         MOVE WK-DT-ORIG-REF (WK-DUPTAB-FOUND-IX)
005742                                      TO WK-DUP-MATCH-REF
005743         GO TO 3360-EXIT
005744     END-IF.
005745     PERFORM 3370-SEARCH-HISTORY THRU 3370-EXIT.
005746*
005747 3360-EXIT.
005748     EXIT.
005749* ****************************************************************
005750* 3365-MATCH-ONE-TONIGHT.
005751* ****************************************************************
005752 3365-MATCH-ONE-TONIGHT.
005753     IF WK-DT-CUENTA (WK-DUPTAB-IX)    = WK-TI-CUENTA
005754        AND WK-DT-OPERACION (WK-DUPTAB-IX) = WK-TI-OPERACION
005755        AND WK-DT-NUMERO-1 (WK-DUPTAB-IX)  = WK-TI-NUMERO-1
005756        AND WK-DT-NUMERO-2 (WK-DUPTAB-IX)  = WK-TI-NUMERO-2
005757         MOVE WK-DUPTAB-IX            TO WK-DUPTAB-FOUND-IX
005758     END-IF.
005759     ADD 1                            TO WK-DUPTAB-IX.
005760*
005761 3365-EXIT.
005762     EXIT.
005763* ****************************************************************
005764* 3370-SEARCH-HISTORY - position on the account's alternate-index
005765* path and read its records until one repeats the detail or the
005766* path moves on to the next account.  No record at all for the
005767* account is simply no duplicate.
005768* ****************************************************************
005769 3370-SEARCH-HISTORY.
005770     MOVE 'N'                         TO WK-HIST-EOF-SW.
005771     MOVE WK-TI-CUENTA                TO WK-HI-CUENTA.
005772     START HIST-FILE KEY = WK-HI-CUENTA
005773         INVALID KEY
005774             MOVE 'Y'                 TO WK-HIST-EOF-SW
005775     END-START.
005776     IF WK-HISTORY-STATUS NOT = '00'
005777        AND WK-HISTORY-STATUS NOT = '23'
005778         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
005779         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
005780         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005781     END-IF.
005782     PERFORM 3375-READ-ONE-HISTORY THRU 3375-EXIT
005783         UNTIL WK-HIST-EOF OR WK-HELD.
005784*
005785 3370-EXIT.
005786     EXIT.
005787* ****************************************************************
005788* 3375-READ-ONE-HISTORY - advance along the path; the first record
005789* past the detail's account ends the browse.
005790* ****************************************************************
005791 3375-READ-ONE-HISTORY.
005792     READ HIST-FILE NEXT RECORD
005793         AT END
005794             MOVE 'Y'                 TO WK-HIST-EOF-SW
005795         NOT AT END
005796             IF WK-HI-CUENTA NOT = WK-TI-CUENTA
005797                 MOVE 'Y'             TO WK-HIST-EOF-SW
005798             ELSE
005799                 PERFORM 3380-COMPARE-HISTORY THRU 3380-EXIT
005800             END-IF
005801     END-READ.
005802     IF WK-HISTORY-STATUS NOT = '00'
005803        AND WK-HISTORY-STATUS NOT = '02'
005804        AND WK-HISTORY-STATUS NOT = '10'
005805         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
005806         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
005807         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005808     END-IF.
005809*
005810 3375-EXIT.
005811     EXIT.
005812* ****************************************************************
005813* 3380-COMPARE-HISTORY - the account's history record repeats the
005814* detail when it was posted inside the window with the same
005815* OPERACION and operands.  A reversal, or an original already
005816* reversed, no longer stands as work done.  A record this same
005817* date and cycle posted - the engine got partway through before a
005818* restart reran the edit - is the detail itself, not a duplicate:
005819* the night's IDs are all digits, a cycle's C + cycle digit.
005820* ****************************************************************
005821 3380-COMPARE-HISTORY.
005822     IF WK-HI-FECHA-PROCESO < WK-DUP-FROM-DATE
005823        OR WK-HI-OPERACION NOT = WK-TI-OPERACION
005824        OR WK-HI-NUMERO-1 NOT = WK-TI-NUMERO-1
005825        OR WK-HI-NUMERO-2 NOT = WK-TI-NUMERO-2
005826        OR WK-HI-IS-REVERSAL
005827        OR WK-HI-IS-REVERSED
005828         GO TO 3380-EXIT
005829     END-IF.
005830     IF WK-HI-FECHA-PROCESO = WK-RUN-DATE
005831         IF (WK-CYCLE = SPACE AND WK-HI-ID (1:1) NOT = 'C')
005832            OR (WK-CYCLE NOT = SPACE AND WK-HI-ID (1:1) = 'C'
005833                AND WK-HI-ID (2:1) = WK-CYCLE)
005834             GO TO 3380-EXIT
005835         END-IF
005836     END-IF.
005837     MOVE 'Y'                         TO WK-HOLD-SW.
005838     MOVE 'H'                         TO WK-DUP-MATCH-SOURCE.
005839     MOVE WK-HI-ID                    TO WK-DUP-MATCH-ID.
005840     MOVE WK-HI-FECHA-PROCESO         TO WK-DUP-MATCH-FECHA.
005841     MOVE WK-HI-ORIG-REF              TO WK-DUP-MATCH-REF.
005842*
005843 3380-EXIT.
005844     EXIT.
005845* ****************************************************************
005846* 3390-NOTE-TONIGHT - add an accepted detail of a screened account
005847* to tonight's table, so a repeat later in the run is held.
005848* ****************************************************************
005849 3390-NOTE-TONIGHT.
005850     IF WK-DUPTAB-COUNT >= WK-DUPTAB-MAX
005851         DISPLAY 'DLEDIT - MORE THAN ' WK-DUPTAB-MAX
005852            ' SCREENED DETAILS IN ONE RUN - TABLE FULL'
005853         MOVE 16                      TO RETURN-CODE
005854         STOP RUN
005855     END-IF.
005856     ADD 1                            TO WK-DUPTAB-COUNT.
005857     MOVE WK-TI-CUENTA     TO WK-DT-CUENTA (WK-DUPTAB-COUNT).
005858     MOVE WK-TI-OPERACION  TO WK-DT-OPERACION (WK-DUPTAB-COUNT).
005859     MOVE WK-TI-NUMERO-1   TO WK-DT-NUMERO-1 (WK-DUPTAB-COUNT).
005860     MOVE WK-TI-NUMERO-2   TO WK-DT-NUMERO-2 (WK-DUPTAB-COUNT).
005861     MOVE WK-TI-ORIG-REF   TO WK-DT-ORIG-REF (WK-DUPTAB-COUNT).
005862*
005863 3390-EXIT.
005869     EXIT.
005870* ****************************************************************
005871* 3400-EDIT-REVERSAL - a reversal must name an original that
005872* exists (master first, then the archive generations), has not
005873* already been reversed - on file or by a reversal accepted
005874* earlier tonight - belongs to the same CUENTA, and is itself
005875* an ordinary successful result.
005876* ****************************************************************
005877 3400-EDIT-REVERSAL.
005878     PERFORM 3450-FIND-ORIGINAL THRU 3450-EXIT.
005879     IF NOT WK-ORIG-FOUND
005880         MOVE 'Y'                     TO WK-REJECT-SW
005881         MOVE '10'                    TO WK-REASON-CODE
005882         MOVE 'ORIGINAL NO ENCONTRADO'
005883                                       TO WK-REASON-TEXT
005884         GO TO 3400-EXIT
005885     END-IF.
005886     MOVE ZERO                        TO WK-REVTAB-FOUND-IX.
005887     MOVE 1                           TO WK-REVTAB-IX.
005888     PERFORM 3420-MATCH-ONE-REVERSED THRU 3420-EXIT
005889         UNTIL WK-REVTAB-IX > WK-REVTAB-COUNT
005890            OR WK-REVTAB-FOUND-IX > ZERO.
005891     EVALUATE TRUE
005892         WHEN WK-ORIG-REVERSED
005893           OR WK-REVTAB-FOUND-IX > ZERO
005894             MOVE 'Y'                 TO WK-REJECT-SW
005895             MOVE '11'                TO WK-REASON-CODE
005896             MOVE 'ORIGINAL YA REVERSADO'
005897                                       TO WK-REASON-TEXT
005898         WHEN WK-OR-CUENTA NOT = WK-TI-CUENTA
005899             MOVE 'Y'                 TO WK-REJECT-SW
005900             MOVE '12'                TO WK-REASON-CODE
005901             MOVE 'REVERSO DE OTRA CUENTA'
005902                                       TO WK-REASON-TEXT
005903         WHEN WK-OR-IS-REVERSAL
005904           OR WK-OR-MENSAJE-ERROR NOT = SPACES
005905             MOVE 'Y'                 TO WK-REJECT-SW
005906             MOVE '13'                TO WK-REASON-CODE
005907             MOVE 'ORIGINAL NO REVERSABLE'
005908                                       TO WK-REASON-TEXT
005909     END-EVALUATE.
005910     IF WK-REJECTED
005911         GO TO 3400-EXIT
005912     END-IF.
005913     IF WK-REVTAB-COUNT >= WK-REVTAB-MAX
005914         DISPLAY 'DLEDIT - MORE THAN ' WK-REVTAB-MAX
005915            ' REVERSALS IN ONE RUN - TABLE FULL'
005916         MOVE 16                      TO RETURN-CODE
005917         STOP RUN
005918     END-IF.
005919     ADD 1                            TO WK-REVTAB-COUNT.
005920     MOVE WK-TI-REV-KEY     TO WK-RT-KEY (WK-REVTAB-COUNT).
005921*
005922 3400-EXIT.
005923     EXIT.
005924* ****************************************************************
005925* 3420-MATCH-ONE-REVERSED.
005926* ****************************************************************
005927 3420-MATCH-ONE-REVERSED.
005928     IF WK-RT-KEY (WK-REVTAB-IX) = WK-TI-REV-KEY
005929         MOVE WK-REVTAB-IX            TO WK-REVTAB-FOUND-IX
005930     END-IF.
005931     ADD 1                            TO WK-REVTAB-IX.
005932*
005933 3420-EXIT.
005934     EXIT.
005935* ****************************************************************
005936* 3450-FIND-ORIGINAL - keyed read of the history master for the
005937* original; status '23' (not found) falls through to the
005938* archive search.  The master's copy is the live one and
005939* answers alone when it is there.
005940* ****************************************************************
005941 3450-FIND-ORIGINAL.
005942     MOVE 'N'                         TO WK-ORIG-FOUND-SW.
005943     MOVE 'N'                         TO WK-ORIG-REVERSED-SW.
005944     MOVE WK-TI-REV-KEY               TO WK-HI-KEY.
005945     READ HIST-FILE
005946         INVALID KEY
005947             CONTINUE
005948         NOT INVALID KEY
005949             MOVE 'Y'                 TO WK-ORIG-FOUND-SW
005950             MOVE WK-HI-RECORD        TO WK-ORIG-RECORD
005951             IF WK-HI-IS-REVERSED
005952                 MOVE 'Y'             TO WK-ORIG-REVERSED-SW
005953             END-IF
005954     END-READ.
005955     IF WK-HISTORY-STATUS NOT = '00'
005956        AND WK-HISTORY-STATUS NOT = '23'
005957         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
005958         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
005959         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005960     END-IF.
005961     IF NOT WK-ORIG-FOUND
005962         PERFORM 3460-SEARCH-ARCHIVE THRU 3460-EXIT
005963     END-IF.
005964*
005965 3450-EXIT.
005966     EXIT.
005967* ****************************************************************
005968* 3460-SEARCH-ARCHIVE - the master no longer carries the
005969* original; read the archive generations end to end.  Every
005970* generation is read, not just up to the first hit - an
005971* original reinstated by an earlier reversal and swept again
005972* sits in the archive twice, and only the later copy carries the
005973* reversed mark.
005974* ****************************************************************
005975 3460-SEARCH-ARCHIVE.
005976     MOVE 'N'                         TO WK-ARCH-EOF-SW.
005977     OPEN INPUT ARCHIVE-IN-FILE.
005978     MOVE 'ARCHIN'            TO WK-ABEND-FILE-ID.
005979     MOVE WK-ARCHIN-STATUS    TO WK-ABEND-STATUS.
005980     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005981     PERFORM 3470-READ-ONE-ARCHIVE THRU 3470-EXIT
005982         UNTIL WK-ARCH-EOF.
005983     CLOSE ARCHIVE-IN-FILE.
005984*
005985 3460-EXIT.
005986     EXIT.
005987* ****************************************************************
005988* 3470-READ-ONE-ARCHIVE - advance the archive one record; a key
005989* match is the original, and any copy marked reversed marks it.
005990* ****************************************************************
005991 3470-READ-ONE-ARCHIVE.
005992     READ ARCHIVE-IN-FILE
005993         AT END
005994             MOVE 'Y'                 TO WK-ARCH-EOF-SW
005995         NOT AT END
005996             IF WK-AI-KEY = WK-TI-REV-KEY
005997                 MOVE 'Y'             TO WK-ORIG-FOUND-SW
005998                 MOVE WK-AI-RECORD    TO WK-ORIG-RECORD
005999                 IF WK-AI-IS-REVERSED
006000                     MOVE 'Y'         TO WK-ORIG-REVERSED-SW
006001                 END-IF
006002             END-IF
006003     END-READ.
006004     IF WK-ARCHIN-STATUS NOT = '00'
006005        AND WK-ARCHIN-STATUS NOT = '10'
006006         MOVE 'ARCHIN'            TO WK-ABEND-FILE-ID
006007         MOVE WK-ARCHIN-STATUS    TO WK-ABEND-STATUS
006008         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006009     END-IF.
006010*
006011 3470-EXIT.
006012     EXIT.
006013* ****************************************************************
006014* 3500-WRITE-CLEAN - pass a validated transaction through to the
006015* clean file unchanged.  An accepted reversal picks up the
006016* original's operation, operands and result on the way, so
006017* DEVOPS can post its negative without another lookup; any other
006018* accepted detail counts against its account's usage and, for a
006019* screened account, is noted for the duplicate screen.
006020* ****************************************************************
006021 3500-WRITE-CLEAN.
006022     MOVE WK-TI-RECORD                TO WK-CL-RECORD.
006023     IF WK-CL-IS-REVERSAL
006024         MOVE WK-OR-OPERACION         TO WK-CL-OPERACION
006025         MOVE WK-OR-NUMERO-1          TO WK-CL-NUMERO-1
006026         MOVE WK-OR-NUMERO-2          TO WK-CL-NUMERO-2
006027         MOVE WK-OR-RESULTADO         TO WK-CL-RESULTADO
006028         MOVE SPACES                  TO WK-CL-MENSAJE-ERROR
006029         ADD 1                        TO WK-REVERSAL-COUNT
006030     END-IF.
006031     WRITE WK-CL-RECORD.
006032     MOVE 'TRANCLN'                   TO WK-ABEND-FILE-ID.
006033     MOVE WK-TRANCLN-STATUS           TO WK-ABEND-STATUS.
006034     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
006035     ADD 1                            TO WK-CLEAN-COUNT.
006036     IF WK-USE-FOUND-IX > ZERO
006037         ADD 1         TO WK-UT-TONIGHT (WK-USE-FOUND-IX)
006038     END-IF.
006039     IF WK-DUP-NOTE
006040         PERFORM 3390-NOTE-TONIGHT THRU 3390-EXIT
006041     END-IF.
006042*
006043 3500-EXIT.
006044     EXIT.
006045* ****************************************************************
006046* 3600-WRITE-SUSPENSE - route a failed transaction to suspense
006047* with the reason it was rejected.
006048* ****************************************************************
006050 3600-WRITE-SUSPENSE.
006060     MOVE WK-TI-RECORD                TO WK-SU-RECORD.
006070     MOVE WK-ID                       TO WK-SU-ID.
006160*
006170 3600-EXIT.
006180     EXIT.
006181* ****************************************************************
006182* 3650-WRITE-REVIEW - hold a probable duplicate for the review
006183* master, under the ID and date a suspense item would carry, with
006184* what it repeated.  The record is queued here; 4200-POST-HOLDS
006185* writes the queue once the run has proved its batch controls.
006186* ****************************************************************
006187 3650-WRITE-REVIEW.
006188     MOVE SPACES                      TO WK-DV-RECORD.
006189     MOVE WK-ID                       TO WK-DV-HOLD-ID.
006190     MOVE WK-FECHA-PROCESO            TO WK-DV-HOLD-FECHA.
006191     MOVE WK-CYCLE                    TO WK-DV-HOLD-CYCLE.
006192     SET WK-DV-HELD                   TO TRUE.
006193     MOVE WK-DUP-MATCH-SOURCE         TO WK-DV-MATCH-SOURCE.
006194     MOVE WK-DUP-MATCH-ID             TO WK-DV-MATCH-ID.
006195     MOVE WK-DUP-MATCH-FECHA          TO WK-DV-MATCH-FECHA.
006196     MOVE WK-DUP-MATCH-REF            TO WK-DV-MATCH-REF.
006197     MOVE WK-DUP-FROM-DATE            TO WK-DV-WINDOW-FROM.
006198     MOVE WK-TI-RECORD                TO WK-DV-TRAN-IMAGE.
006199     IF WK-HOLDQ-COUNT >= WK-HOLDQ-MAX
006200         DISPLAY 'DLEDIT - MORE THAN ' WK-HOLDQ-MAX
006201            ' HELD DETAILS IN ONE RUN - HOLD QUEUE FULL'
006202         MOVE 16                      TO RETURN-CODE
006203         STOP RUN
006204     END-IF.
006205     ADD 1                            TO WK-HOLDQ-COUNT.
006206     MOVE WK-DV-RECORD         TO WK-HQ-ENTRY (WK-HOLDQ-COUNT).
006207     ADD 1                            TO WK-HELD-COUNT.
006208*
006209 3650-EXIT.
006210     EXIT.
006211* ****************************************************************
006212* 3700-VERIFY-HEADER - open a new batch.  The extract date must
006213* be tonight's run date - anything else is yesterday's file sent
006220* again (or tomorrow's sent early) and the whole run fails
006230* before a single record is released.
006240* ****************************************************************
007410     MOVE WK-BC-HASH-TOTAL            TO WK-BR-HASH-TOTAL.
007420     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
007430     MOVE WK-TS-WORK                  TO WK-BR-REG-TS.
007431     MOVE WK-CYCLE                    TO WK-BR-REG-CYCLE.
007440     WRITE WK-BR-RECORD
007450         INVALID KEY
007460             READ BATCH-REG-FILE
007750                                       TO WK-BC-ERROR-TEXT
007760         PERFORM 8500-BATCH-CONTROL-ERROR THRU 8500-EXIT
007770     END-IF.
007771     PERFORM 4100-POST-USAGE THRU 4100-EXIT.
007772     PERFORM 4200-POST-HOLDS THRU 4200-EXIT.
007780     DISPLAY '*********************************************'.
007790     DISPLAY 'DLEDIT - TRANSACTIONS READ    ' WK-READ-COUNT.
007791     DISPLAY 'DLEDIT - DETAILS EDITED       ' WK-DETAIL-COUNT.
007800     DISPLAY 'DLEDIT - CLEAN RECORDS WRITTEN ' WK-CLEAN-COUNT.
007810     DISPLAY 'DLEDIT - SUSPENSE RECORDS      ' WK-SUSPENSE-COUNT.
007811     DISPLAY 'DLEDIT - REVERSALS ACCEPTED    ' WK-REVERSAL-COUNT.
007812     DISPLAY 'DLEDIT - OVER-LIMIT SUSPENDED  ' WK-LIMIT-COUNT.
007813     DISPLAY 'DLEDIT - HELD AS DUPLICATES    ' WK-HELD-COUNT.
007814     DISPLAY 'DLEDIT - DECIDED HOLDS KEPT    '
007815        WK-HOLD-DECIDED-COUNT.
007816     DISPLAY 'DLEDIT - DUPLICATE WINDOW DAYS ' WK-DUP-WINDOW
007817        ' BACK TO ' WK-DUP-FROM-DATE.
007818     DISPLAY 'DLEDIT - ACCOUNTS USAGE POSTED ' WK-USE-COUNT.
007820     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
007830     CLOSE TRANSACTION-FILE.
007840     CLOSE CLEAN-FILE.
007880     CLOSE RULES-FILE.
007890     CLOSE BATCH-REG-FILE.
007900     CLOSE CALENDAR-FILE.
007901     CLOSE HIST-FILE.
007902     CLOSE USAGE-FILE.
007903     CLOSE REVIEW-FILE.
007910*
007920 4000-EXIT.
007930     EXIT.
007931* ****************************************************************
007932* 4100-POST-USAGE - post every account seen tonight to the usage
007933* master: the period, the total before today, today's total
007934* before this run, and this run's count under its run date and
007935* cycle.  Only a run that reaches
007936* normal end of step posts; a batch-control stop posts nothing,
007937* and its rerun counts the night afresh.
007938* ****************************************************************
007939 4100-POST-USAGE.
007940     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
007941     MOVE 1                           TO WK-USE-IX.
007942     PERFORM 4150-POST-ONE-USAGE THRU 4150-EXIT
007943         UNTIL WK-USE-IX > WK-USE-COUNT.
007944*
007945 4100-EXIT.
007946     EXIT.
007947* ****************************************************************
007948* 4150-POST-ONE-USAGE.
007949* ****************************************************************
007950 4150-POST-ONE-USAGE.
007951     MOVE SPACES                      TO WK-US-RECORD.
007952     MOVE WK-UT-CUENTA (WK-USE-IX)    TO WK-US-CUENTA.
007953     MOVE WK-PERIOD-END               TO WK-US-PERIOD-END.
007954     MOVE WK-UT-PRIOR (WK-USE-IX)     TO WK-US-MTD-PRIOR.
007955     MOVE WK-RUN-DATE                 TO WK-US-LAST-RUN-DATE.
007956     MOVE WK-UT-TONIGHT (WK-USE-IX)   TO WK-US-DAY-COUNT.
007957     MOVE WK-TS-WORK                  TO WK-US-UPDATE-TS.
007958     MOVE WK-UT-DAY-PRIOR (WK-USE-IX) TO WK-US-DAY-PRIOR.
007959     MOVE WK-CYCLE                    TO WK-US-LAST-RUN-CYCLE.
007960     WRITE WK-US-RECORD
007961         INVALID KEY
007962             REWRITE WK-US-RECORD
007963     END-WRITE.
007964     MOVE 'USAGEMST'                  TO WK-ABEND-FILE-ID.
007965     MOVE WK-USAGEMST-STATUS          TO WK-ABEND-STATUS.
007966     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
007967     ADD 1                            TO WK-USE-IX.
007968*
007969 4150-EXIT.
007970     EXIT.
007971* ****************************************************************
007972* 4200-POST-HOLDS - write tonight's queued holds to the review
007973* master.  Like the usage, only a run that reaches normal end of
007974* step posts them; a rerun of the same date and cycle builds the
007975* same IDs and replaces what the first run held - unless DLDUPRV
007976* has since released or rejected it.  A decided record is left
007977* as it stands, DISPLAYed and counted.
007978* ****************************************************************
007979 4200-POST-HOLDS.
007980     MOVE 1                           TO WK-HOLDQ-IX.
007981     PERFORM 4250-POST-ONE-HOLD THRU 4250-EXIT
007982         UNTIL WK-HOLDQ-IX > WK-HOLDQ-COUNT.
007983*
007984 4200-EXIT.
007985     EXIT.
007986* ****************************************************************
007987* 4250-POST-ONE-HOLD.
007988* ****************************************************************
007989 4250-POST-ONE-HOLD.
007990     MOVE WK-HQ-ENTRY (WK-HOLDQ-IX)   TO WK-DV-RECORD.
007991     WRITE WK-DV-RECORD
007992         INVALID KEY
007993             PERFORM 4260-REPLACE-HOLD THRU 4260-EXIT
007994     END-WRITE.
007995     MOVE 'DUPREV'                    TO WK-ABEND-FILE-ID.
007996     MOVE WK-DUPREV-STATUS            TO WK-ABEND-STATUS.
007997     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
007998     ADD 1                            TO WK-HOLDQ-IX.
007999*
008000 4250-EXIT.
008001     EXIT.
008002* ****************************************************************
008003* 4260-REPLACE-HOLD - the key is already on the review master
008004* from an earlier run of this date and cycle.  A record still
008005* HELD is replaced by tonight's image; one DLDUPRV has released
008006* or rejected keeps its decision, so the item is neither
008007* released twice nor brought back after rejection.
008008* ****************************************************************
008009 4260-REPLACE-HOLD.
008010     READ REVIEW-FILE.
008011     MOVE 'DUPREV'                    TO WK-ABEND-FILE-ID.
008012     MOVE WK-DUPREV-STATUS            TO WK-ABEND-STATUS.
008013     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
008014     IF NOT WK-DV-HELD
008015         DISPLAY 'DLEDIT - REVIEW RECORD ' WK-DV-KEY
008016            ' ALREADY DECIDED (' WK-DV-STATUS ') - NOT REPLACED'
008017         ADD 1                        TO WK-HOLD-DECIDED-COUNT
008018         GO TO 4260-EXIT
008019     END-IF.
008020     MOVE WK-HQ-ENTRY (WK-HOLDQ-IX)   TO WK-DV-RECORD.
008021     REWRITE WK-DV-RECORD.
008022*
008023 4260-EXIT.
008024     EXIT.
008025* ****************************************************************
008026* 8500-BATCH-CONTROL-ERROR - a batch-control violation.  The
008027* caller moves the reason to WK-BC-ERROR-TEXT just before this
008028* is PERFORMed; the run stops with RETURN-CODE 16 so the steps
008029* behind the nightly job's COND tests never run against an
008030* unproven transaction file.  Neither the usage master nor the
008031* review master has been touched - both post at normal end.
008032* ****************************************************************
008033 8500-BATCH-CONTROL-ERROR.
008034     DISPLAY 'DLEDIT - BATCH CONTROL ERROR - '
008035        WK-BC-ERROR-TEXT.
008040     DISPLAY 'DLEDIT - TRANSACTIONS READ SO FAR '
008050        WK-READ-COUNT.
008060     MOVE 16                          TO RETURN-CODE.
008330     MOVE WK-TS-WORK                  TO WK-END-TS.
008340     MOVE SPACES                      TO WK-RC-RECORD.
008350     MOVE WK-START-TS (1:8)           TO WK-RC-RUN-DATE.
008351     MOVE WK-CYCLE                    TO WK-RC-CYCLE.
008360     MOVE 'STEP015'                   TO WK-RC-STEP-NAME.
008370     MOVE 'DLEDIT'                    TO WK-RC-PROGRAM.
008380     MOVE WK-START-TS                 TO WK-RC-START-TS.
008390     MOVE WK-END-TS                   TO WK-RC-END-TS.
008391     MOVE WK-DETAIL-COUNT             TO WK-RC-IN-COUNT.
008410     MOVE WK-CLEAN-COUNT              TO WK-RC-OUT-COUNT.
008420     MOVE WK-SUSPENSE-COUNT           TO WK-RC-ALT-COUNT.
008421     MOVE WK-HELD-COUNT               TO WK-RC-EXCP-COUNT.
008440     MOVE RETURN-CODE                 TO WK-RC-RETURN-CODE.
008450     MOVE SPACE                       TO WK-RC-BALANCE-SW.
008460     WRITE WK-RC-RECORD
