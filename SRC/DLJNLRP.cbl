000100* ****************************************************************
000110* Program name:    DLJNLRP
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written with the master change journal, so a
000180*                  question about a past setting - what rate an
000190*                  account carried when a disputed month was
000200*                  billed, when an operation was suspended, who
000210*                  re-flagged a calendar date - is answered from
000220*                  the journal DLACCTM, DLOPRUL and DLCALLD write
000230*                  instead of from memory.  Two modes, chosen by
000240*                  the PARM: a listing of the entries for one
000250*                  master (or all three), optionally one key, in a
000260*                  change-date range, each with its record before
000270*                  and after; and an as-of answer - the record one
000280*                  key of one master carried on a given date.
000281* 10/15/26 RD      The account image shows the duplicate-screen
000282*                  exemption (DX, see WKACCT); the name is cut to
000283*                  17 characters to make room.
000290* ****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.  DLJNLRP.
000320 AUTHOR. RICHARD DORIA.
000330 INSTALLATION. COBOL DEVELOPMENT CENTER.
000340 DATE-WRITTEN. 10/15/26.
000350 DATE-COMPILED. 10/15/26.
000360 SECURITY. NON-CONFIDENTIAL.
000370* ****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT JOURNAL-FILE     ASSIGN TO CHGJNL
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS DYNAMIC
000440            RECORD KEY IS WK-JN-KEY
000450            FILE STATUS IS WK-CHGJNL-STATUS.
000460     SELECT ACCOUNT-FILE     ASSIGN TO ACCTMST
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS RANDOM
000490            RECORD KEY IS WK-AC-CUENTA
000500            FILE STATUS IS WK-ACCTMST-STATUS.
000510     SELECT RULES-FILE       ASSIGN TO OPRULES
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS RANDOM
000540            RECORD KEY IS WK-OP-OPERACION
000550            FILE STATUS IS WK-OPRULES-STATUS.
000560     SELECT CALENDAR-FILE    ASSIGN TO CALMST
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS RANDOM
000590            RECORD KEY IS WK-CA-CAL-DATE
000600            FILE STATUS IS WK-CALMST-STATUS.
000610     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS WK-RPTOUT-STATUS.
000640* ****************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670*    JOURNAL-FILE - the change journal the three master
000680*    maintenance programs write; this program only reads it.
000690 FD  JOURNAL-FILE.
000700 01  WK-JN-RECORD.
000710     COPY WKCHGJNL REPLACING LEADING
000720          ==PREFIX-== BY ==WK-JN-==.
000730*    ACCOUNT-FILE, RULES-FILE, CALENDAR-FILE - the masters
000740*    themselves; only the one an as-of question names is opened,
000750*    and only read when the journal has nothing for the key (the
000760*    record has then stood unchanged since the journal began).
000770 FD  ACCOUNT-FILE.
000780 01  WK-AC-RECORD.
000790     COPY WKACCT REPLACING LEADING
000800          ==PREFIX-== BY ==WK-AC-==.
000810 FD  RULES-FILE.
000820 01  WK-OP-RECORD.
000830     COPY WKOPRUL REPLACING LEADING
000840          ==PREFIX-== BY ==WK-OP-==.
000850 FD  CALENDAR-FILE.
000860 01  WK-CA-RECORD.
000870     COPY WKCALEND REPLACING LEADING
000880          ==PREFIX-== BY ==WK-CA-==.
000890*    REPORT-FILE - the listing or the as-of answer.
000900 FD  REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  WK-RP-LINE                        PIC X(80).
000930* ****************************************************************
000940 WORKING-STORAGE SECTION.
000950*
000960 01  WK-FILE-STATUSES.
000970     05  WK-CHGJNL-STATUS           PIC X(02) VALUE '00'.
000980     05  WK-ACCTMST-STATUS          PIC X(02) VALUE '00'.
000990     05  WK-OPRULES-STATUS          PIC X(02) VALUE '00'.
001000     05  WK-CALMST-STATUS           PIC X(02) VALUE '00'.
001010     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
001020*
001030 01  WK-ABEND-AREA.
001040     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
001050     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
001060*
001070 01  WK-SWITCHES.
001080     05  WK-MODE-SW                 PIC X(01) VALUE SPACE.
001090         88  WK-LIST-MODE           VALUE 'L'.
001100         88  WK-ASOF-MODE           VALUE 'A'.
001110     05  WK-JNL-EOF-SW              PIC X(01) VALUE 'N'.
001120         88  WK-JNL-EOF             VALUE 'Y'.
001130     05  WK-ANSWER-SW               PIC X(01) VALUE 'N'.
001140         88  WK-ANSWER-FOUND        VALUE 'Y'.
001150     05  WK-ANSWER-DONE-SW          PIC X(01) VALUE 'N'.
001160         88  WK-ANSWER-DONE         VALUE 'Y'.
001170*
001180*    The PARM, taken apart by 0500.
001190 01  WK-MASTER-FILTER                      PIC X(04).
001200     88  WK-ALL-MASTERS             VALUE 'ALL '.
001210     88  WK-VALID-MASTER            VALUE 'ACCT' 'OPRL' 'CALD'
001220                                          'ALL '.
001230 01  WK-KEY-FILTER                         PIC X(20).
001240 01  WK-KEY-LEN                     PIC S9(04) COMP VALUE ZERO.
001250 01  WK-FROM-DATE                          PIC X(08).
001260 01  WK-TO-DATE                            PIC X(08).
001270 01  WK-ASOF-DATE                          PIC X(08).
001280*
001290*    The record one key carried on the as-of date, and where the
001300*    answer came from (the journal entry's timestamp, or CURRENT
001310*    when the master record itself was the answer).
001320 01  WK-ANSWER-IMAGE                       PIC X(80).
001330 01  WK-ANSWER-SOURCE                      PIC X(20).
001340*
001350*    One record image, with a view for each master's layout;
001360*    3300 formats whichever one the entry's master names.
001370 01  WK-IMAGE                              PIC X(80).
001380 01  WK-IMAGE-ACCT REDEFINES WK-IMAGE.
001390     COPY WKACCT REPLACING LEADING
001400          ==PREFIX-== BY ==WK-IA-==.
001410 01  WK-IMAGE-OPRL REDEFINES WK-IMAGE.
001420     COPY WKOPRUL REPLACING LEADING
001430          ==PREFIX-== BY ==WK-IO-==.
001440 01  WK-IMAGE-CALD REDEFINES WK-IMAGE.
001450     COPY WKCALEND REPLACING LEADING
001460          ==PREFIX-== BY ==WK-IC-==.
001470 01  WK-IMAGE-MASTER                       PIC X(04).
001480*
001490 01  WK-COUNTERS.
001500     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001510     05  WK-MATCH-COUNT             PIC 9(09) VALUE ZERO.
001520*
001530 01  WK-REPORT-LINES.
001540     05  WK-HEADING-1.
001550         10  FILLER                 PIC X(20) VALUE SPACES.
001560         10  FILLER                 PIC X(40)
001570             VALUE 'DEVOPS MASTER CHANGE JOURNAL'.
001580     05  WK-HEADING-2.
001590         10  FILLER                 PIC X(20) VALUE SPACES.
001600         10  FILLER                 PIC X(28) VALUE ALL '-'.
001610     05  WK-RANGE-LINE.
001620         10  FILLER                 PIC X(08) VALUE 'MASTER '.
001630         10  WK-RL-MASTER           PIC X(04).
001640         10  FILLER                 PIC X(07) VALUE '  FROM '.
001650         10  WK-RL-FROM             PIC X(08).
001660         10  FILLER                 PIC X(04) VALUE ' TO '.
001670         10  WK-RL-TO               PIC X(08).
001680         10  FILLER                 PIC X(06) VALUE '  KEY '.
001690         10  WK-RL-KEY              PIC X(20).
001700     05  WK-ASOF-LINE.
001710         10  FILLER                 PIC X(08) VALUE 'MASTER '.
001720         10  WK-AL-MASTER           PIC X(04).
001730         10  FILLER                 PIC X(06) VALUE '  KEY '.
001740         10  WK-AL-KEY              PIC X(20).
001750         10  FILLER                 PIC X(07) VALUE '  AS OF'.
001760         10  FILLER                 PIC X(01) VALUE SPACE.
001770         10  WK-AL-DATE             PIC X(08).
001780     05  WK-HEADING-3.
001790         10  FILLER                 PIC X(05) VALUE 'MAST'.
001800         10  FILLER                 PIC X(21) VALUE 'KEY'.
001810         10  FILLER                 PIC X(15) VALUE 'CHANGED'.
001820         10  FILLER                 PIC X(04) VALUE 'ACT'.
001830         10  FILLER                 PIC X(09) VALUE 'OPERATOR'.
001840         10  FILLER                 PIC X(08) VALUE 'PROGRAM'.
001850     05  WK-ENTRY-LINE.
001860         10  WK-EL-MASTER           PIC X(04).
001870         10  FILLER                 PIC X(01) VALUE SPACES.
001880         10  WK-EL-KEY              PIC X(20).
001890         10  FILLER                 PIC X(01) VALUE SPACES.
001900         10  WK-EL-TS               PIC X(14).
001910         10  FILLER                 PIC X(01) VALUE SPACES.
001920         10  WK-EL-ACTION           PIC X(03).
001930         10  FILLER                 PIC X(01) VALUE SPACES.
001940         10  WK-EL-OPERATOR         PIC X(08).
001950         10  FILLER                 PIC X(01) VALUE SPACES.
001960         10  WK-EL-PROGRAM          PIC X(08).
001970*        One decoded record image - the label, then the master's
001980*        own fields through whichever view fits.
001990     05  WK-IMAGE-LINE.
002000         10  FILLER                 PIC X(05) VALUE SPACES.
002010         10  WK-IL-LABEL            PIC X(08).
002020         10  WK-IL-TEXT             PIC X(67).
002030     05  WK-ACCT-TEXT.
002031         10  WK-AT-NOMBRE           PIC X(17).
002050         10  FILLER                 PIC X(04) VALUE ' ST '.
002060         10  WK-AT-STATUS           PIC X(01).
002070         10  FILLER                 PIC X(06) VALUE ' RATE '.
002080         10  WK-AT-RATE             PIC ZZ9.9999.
002090         10  FILLER                 PIC X(05) VALUE ' DLY '.
002100         10  WK-AT-DAILY            PIC Z(06)9.
002110         10  FILLER                 PIC X(05) VALUE ' MTH '.
002120         10  WK-AT-MONTHLY          PIC Z(08)9.
002121         10  FILLER                 PIC X(04) VALUE ' DX '.
002122         10  WK-AT-DUP-EXEMPT       PIC X(01).
002130     05  WK-OPRL-TEXT.
002140         10  FILLER                 PIC X(07) VALUE 'STATUS '.
002150         10  WK-OT-STATUS           PIC X(01).
002160         10  FILLER                 PIC X(06) VALUE '  EFF '.
002170         10  WK-OT-EFF              PIC X(08).
002180         10  FILLER                 PIC X(06) VALUE '  EXP '.
002190         10  WK-OT-EXP              PIC X(08).
002200         10  FILLER                 PIC X(15) VALUE
002210             '  NOZERO-CHECK '.
002220         10  WK-OT-NOZERO           PIC X(01).
002230     05  WK-CALD-TEXT.
002240         10  FILLER                 PIC X(09) VALUE 'DAY TYPE '.
002250         10  WK-CT-DAY-TYPE         PIC X(01).
002260         10  FILLER                 PIC X(13) VALUE
002270             '  MONTH-END '.
002280         10  WK-CT-MONTH-END        PIC X(01).
002290         10  FILLER                 PIC X(18) VALUE
002300             '  PREV BUS DATE '.
002310         10  WK-CT-PREV-BUS         PIC X(08).
002320     05  WK-SOURCE-LINE.
002330         10  FILLER                 PIC X(13)
002340             VALUE 'ANSWER FROM '.
002350         10  WK-SL-SOURCE           PIC X(20).
002360     05  WK-COUNT-LINE.
002370         10  WK-CL-LABEL            PIC X(30).
002380         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
002390* ****************************************************************
002400 LINKAGE SECTION.
002410*    PARM passed from JCL:
002420*      PARM='Lmmmmccyymmddccyymmdd'  - every journal entry for
002430*                                master mmmm (ACCT, OPRL, CALD or
002440*                                ALL) changed in the from/to date
002450*                                range, inclusive both ends.
002460*      PARM='Lmmmmccyymmddccyymmddkey' - the same, one key only.
002470*      PARM='Ammmmccyymmddkey'     - the record key carried on
002480*                                master mmmm (not ALL) as of the
002490*                                date, e.g. AACCT20260831D001.
002500 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
002510 01  WK-PARM-DATA                          PIC X(41).
002520* ****************************************************************
002530 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
002540* ****************************************************************
002550* 0000-MAINLINE - validate the PARM, then list or answer.
002560* ****************************************************************
002570 0000-MAINLINE.
002580     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
002590     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002600     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
002610     PERFORM 1500-START-BROWSE THRU 1500-EXIT.
002620     IF WK-LIST-MODE
002630         PERFORM 3000-LIST-ONE-ENTRY THRU 3000-EXIT
002640             UNTIL WK-JNL-EOF
002650     ELSE
002660         PERFORM 3500-ASOF-ONE-ENTRY THRU 3500-EXIT
002670             UNTIL WK-JNL-EOF
002680         PERFORM 3700-PRINT-ANSWER THRU 3700-EXIT
002690     END-IF.
002700     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
002710     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
002720     STOP RUN.
002730*
002740 0000-EXIT.
002750     EXIT.
002760* ****************************************************************
002770* 0500-VALIDATE-PARM - the mode letter and master come first; a
002780* listing needs the from/to dates in order, an as-of question its
002790* date and a key.  Anything after the listing's dates is the
002800* optional key filter.
002810* ****************************************************************
002820 0500-VALIDATE-PARM.
002830     IF WK-PARM-LENGTH < 5
002840         PERFORM 0550-BAD-PARM THRU 0550-EXIT
002850     END-IF.
002860     MOVE WK-PARM-DATA (1:1)      TO WK-MODE-SW.
002870     MOVE WK-PARM-DATA (2:4)      TO WK-MASTER-FILTER.
002880     MOVE SPACES                  TO WK-KEY-FILTER.
002890     IF NOT WK-VALID-MASTER
002900         PERFORM 0550-BAD-PARM THRU 0550-EXIT
002910     END-IF.
002920     EVALUATE TRUE
002930         WHEN WK-LIST-MODE
002940             PERFORM 0600-LIST-PARM THRU 0600-EXIT
002950         WHEN WK-ASOF-MODE
002960             PERFORM 0700-ASOF-PARM THRU 0700-EXIT
002970         WHEN OTHER
002980             PERFORM 0550-BAD-PARM THRU 0550-EXIT
002990     END-EVALUATE.
003000*
003010 0500-EXIT.
003020     EXIT.
003030* ****************************************************************
003040* 0550-BAD-PARM - show both forms and end the run.
003050* ****************************************************************
003060 0550-BAD-PARM.
003070     DISPLAY 'DLJNLRP - PARM MUST BE L+MASTER+FROMDATE+TODATE '
003080        '(LACCTCCYYMMDDCCYYMMDD), OPTIONALLY FOLLOWED BY A KEY, '
003090        'OR A+MASTER+ASOFDATE+KEY (AACCTCCYYMMDDKEY); MASTER IS '
003100        'ACCT, OPRL, CALD OR (LISTING ONLY) ALL'.
003110     MOVE 16                      TO RETURN-CODE.
003120     STOP RUN.
003130*
003140 0550-EXIT.
003150     EXIT.
003160* ****************************************************************
003170* 0600-LIST-PARM - the listing's date range and optional key.
003180* Only the bytes the PARM actually carries are moved - the
003190* linkage area past the PARM's length is not ours to read.
003200* ****************************************************************
003210 0600-LIST-PARM.
003220     IF WK-PARM-LENGTH < 21
003230        OR WK-PARM-DATA (6:8) NOT NUMERIC
003240        OR WK-PARM-DATA (14:8) NOT NUMERIC
003250         PERFORM 0550-BAD-PARM THRU 0550-EXIT
003260     END-IF.
003270     MOVE WK-PARM-DATA (6:8)      TO WK-FROM-DATE.
003280     MOVE WK-PARM-DATA (14:8)     TO WK-TO-DATE.
003290     IF WK-FROM-DATE > WK-TO-DATE
003300         DISPLAY 'DLJNLRP - FROM DATE ' WK-FROM-DATE
003310            ' IS AFTER TO DATE ' WK-TO-DATE
003320         MOVE 16                  TO RETURN-CODE
003330         STOP RUN
003340     END-IF.
003350     IF WK-PARM-LENGTH > 21
003360         COMPUTE WK-KEY-LEN = WK-PARM-LENGTH - 21
003370         IF WK-KEY-LEN > 20
003380             MOVE 20              TO WK-KEY-LEN
003390         END-IF
003400         MOVE WK-PARM-DATA (22:WK-KEY-LEN)
003410                                  TO WK-KEY-FILTER
003420     END-IF.
003430     IF WK-ALL-MASTERS
003440        AND WK-KEY-FILTER NOT = SPACES
003450         DISPLAY 'DLJNLRP - A KEY NEEDS ONE MASTER, NOT ALL'
003460         MOVE 16                  TO RETURN-CODE
003470         STOP RUN
003480     END-IF.
003490*
003500 0600-EXIT.
003510     EXIT.
003520* ****************************************************************
003530* 0700-ASOF-PARM - the as-of date and the key, both required,
003540* for one named master.
003550* ****************************************************************
003560 0700-ASOF-PARM.
003570     IF WK-PARM-LENGTH < 14
003580        OR WK-PARM-DATA (6:8) NOT NUMERIC
003590        OR WK-ALL-MASTERS
003600         PERFORM 0550-BAD-PARM THRU 0550-EXIT
003610     END-IF.
003620     MOVE WK-PARM-DATA (6:8)      TO WK-ASOF-DATE.
003630     COMPUTE WK-KEY-LEN = WK-PARM-LENGTH - 13.
003640     IF WK-KEY-LEN > 20
003650         MOVE 20                  TO WK-KEY-LEN
003660     END-IF.
003670     MOVE WK-PARM-DATA (14:WK-KEY-LEN)
003680                                  TO WK-KEY-FILTER.
003690     IF WK-KEY-FILTER = SPACES
003700         PERFORM 0550-BAD-PARM THRU 0550-EXIT
003710     END-IF.
003720*
003730 0700-EXIT.
003740     EXIT.
003750* ****************************************************************
003760* 1000-OPEN-FILES - open every file, checking status after each
003770* OPEN so a missing/misallocated dataset abends the run.  An
003780* as-of question also opens the master it names.
003790* ****************************************************************
003800 1000-OPEN-FILES.
003810     OPEN INPUT  JOURNAL-FILE.
003820     MOVE 'CHGJNL'            TO WK-ABEND-FILE-ID.
003830     MOVE WK-CHGJNL-STATUS    TO WK-ABEND-STATUS.
003840     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003850     OPEN OUTPUT REPORT-FILE.
003860     MOVE 'RPTOUT'            TO WK-ABEND-FILE-ID.
003870     MOVE WK-RPTOUT-STATUS    TO WK-ABEND-STATUS.
003880     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003890     IF WK-ASOF-MODE
003900         EVALUATE WK-MASTER-FILTER
003910             WHEN 'ACCT'
003920                 OPEN INPUT ACCOUNT-FILE
003930                 MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID
003940                 MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS
003950             WHEN 'OPRL'
003960                 OPEN INPUT RULES-FILE
003970                 MOVE 'OPRULES'           TO WK-ABEND-FILE-ID
003980                 MOVE WK-OPRULES-STATUS   TO WK-ABEND-STATUS
003990             WHEN 'CALD'
004000                 OPEN INPUT CALENDAR-FILE
004010                 MOVE 'CALMST'            TO WK-ABEND-FILE-ID
004020                 MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
004030         END-EVALUATE
004040         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004050     END-IF.
004060*
004070 1000-EXIT.
004080     EXIT.
004090* ****************************************************************
004100* 1400-PRINT-HEADINGS.
004110* ****************************************************************
004120 1400-PRINT-HEADINGS.
004130     MOVE WK-HEADING-1                TO WK-RP-LINE.
004140     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004150     MOVE WK-HEADING-2                TO WK-RP-LINE.
004160     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004170     IF WK-LIST-MODE
004180         MOVE WK-MASTER-FILTER        TO WK-RL-MASTER
004190         MOVE WK-FROM-DATE            TO WK-RL-FROM
004200         MOVE WK-TO-DATE              TO WK-RL-TO
004210         IF WK-KEY-FILTER = SPACES
004220             MOVE 'ALL'               TO WK-RL-KEY
004230         ELSE
004240             MOVE WK-KEY-FILTER       TO WK-RL-KEY
004250         END-IF
004260         MOVE WK-RANGE-LINE           TO WK-RP-LINE
004270     ELSE
004280         MOVE WK-MASTER-FILTER        TO WK-AL-MASTER
004290         MOVE WK-KEY-FILTER           TO WK-AL-KEY
004300         MOVE WK-ASOF-DATE            TO WK-AL-DATE
004310         MOVE WK-ASOF-LINE            TO WK-RP-LINE
004320     END-IF.
004330     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004340     MOVE SPACES                      TO WK-RP-LINE.
004350     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004360     MOVE WK-HEADING-3                TO WK-RP-LINE.
004370     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004380*
004390 1400-EXIT.
004400     EXIT.
004410* ****************************************************************
004420* 1500-START-BROWSE - position at the first entry the question
004430* can use: the master (and key) when one is named, otherwise the
004440* lowest key.  Nothing there is a clean zero-entry run.
004450* ****************************************************************
004460 1500-START-BROWSE.
004470     MOVE LOW-VALUES              TO WK-JN-KEY.
004480     IF NOT WK-ALL-MASTERS
004490         MOVE WK-MASTER-FILTER    TO WK-JN-MASTER
004500         IF WK-KEY-FILTER NOT = SPACES
004510             MOVE WK-KEY-FILTER   TO WK-JN-MASTER-KEY
004520         END-IF
004530     END-IF.
004540     START JOURNAL-FILE KEY NOT < WK-JN-KEY
004550         INVALID KEY
004560             MOVE 'Y'             TO WK-JNL-EOF-SW
004570     END-START.
004580     IF NOT WK-JNL-EOF
004590         PERFORM 2000-READ-JOURNAL THRU 2000-EXIT
004600     END-IF.
004610*
004620 1500-EXIT.
004630     EXIT.
004640* ****************************************************************
004650* 2000-READ-JOURNAL - advance the browse one entry.  The browse
004660* ends where the named master (and key) ends - the journal is in
004670* master, key, time order, so nothing further on can belong.
004680* ****************************************************************
004690 2000-READ-JOURNAL.
004700     READ JOURNAL-FILE NEXT RECORD
004710         AT END
004720             MOVE 'Y'                 TO WK-JNL-EOF-SW
004730     END-READ.
004740     IF WK-CHGJNL-STATUS NOT = '00'
004750        AND WK-CHGJNL-STATUS NOT = '10'
004760         MOVE 'CHGJNL'            TO WK-ABEND-FILE-ID
004770         MOVE WK-CHGJNL-STATUS    TO WK-ABEND-STATUS
004780         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004790     END-IF.
004800     IF WK-JNL-EOF
004810         GO TO 2000-EXIT
004820     END-IF.
004830     IF NOT WK-ALL-MASTERS
004840        AND WK-JN-MASTER NOT = WK-MASTER-FILTER
004850         MOVE 'Y'                     TO WK-JNL-EOF-SW
004860         GO TO 2000-EXIT
004870     END-IF.
004880     IF WK-KEY-FILTER NOT = SPACES
004890        AND WK-JN-MASTER-KEY NOT = WK-KEY-FILTER
004900         MOVE 'Y'                     TO WK-JNL-EOF-SW
004910         GO TO 2000-EXIT
004920     END-IF.
004930     ADD 1                            TO WK-READ-COUNT.
004940*
004950 2000-EXIT.
004960     EXIT.
004970* ****************************************************************
004980* 3000-LIST-ONE-ENTRY - print the entry just read when its change
004990* date is inside the range, then advance the browse.
005000* ****************************************************************
005010 3000-LIST-ONE-ENTRY.
005020     IF WK-JN-CHANGE-TS (1:8) NOT < WK-FROM-DATE
005030        AND WK-JN-CHANGE-TS (1:8) NOT > WK-TO-DATE
005040         PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT
005050     END-IF.
005060     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
005070*
005080 3000-EXIT.
005090     EXIT.
005100* ****************************************************************
005110* 3100-PRINT-ENTRY - the entry's line, then its record before and
005120* after the change.
005130* ****************************************************************
005140 3100-PRINT-ENTRY.
005150     ADD 1                            TO WK-MATCH-COUNT.
005160     MOVE WK-JN-MASTER                TO WK-EL-MASTER.
005170     MOVE WK-JN-MASTER-KEY            TO WK-EL-KEY.
005180     MOVE WK-JN-CHANGE-TS             TO WK-EL-TS.
005190     MOVE WK-JN-ACTION                TO WK-EL-ACTION.
005200     MOVE WK-JN-OPERATOR              TO WK-EL-OPERATOR.
005210     MOVE WK-JN-PROGRAM               TO WK-EL-PROGRAM.
005220     MOVE WK-ENTRY-LINE               TO WK-RP-LINE.
005230     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005240     MOVE WK-JN-MASTER                TO WK-IMAGE-MASTER.
005250     MOVE 'BEFORE'                    TO WK-IL-LABEL.
005260     MOVE WK-JN-BEFORE-IMAGE          TO WK-IMAGE.
005270     PERFORM 3300-PRINT-IMAGE THRU 3300-EXIT.
005280     MOVE 'AFTER'                     TO WK-IL-LABEL.
005290     MOVE WK-JN-AFTER-IMAGE           TO WK-IMAGE.
005300     PERFORM 3300-PRINT-IMAGE THRU 3300-EXIT.
005310*
005320 3100-EXIT.
005330     EXIT.
005340* ****************************************************************
005350* 3300-PRINT-IMAGE - one record image in WK-IMAGE, decoded through
005360* the view for WK-IMAGE-MASTER.  A blank image is a record that
005370* was not on the master (before an ADD, or before its first load).
005380* ****************************************************************
005390 3300-PRINT-IMAGE.
005400     IF WK-IMAGE = SPACES
005410         MOVE '(NOT ON THE MASTER)'   TO WK-IL-TEXT
005420         GO TO 3300-WRITE
005430     END-IF.
005440     EVALUATE WK-IMAGE-MASTER
005450         WHEN 'ACCT'
005460             MOVE WK-IA-NOMBRE        TO WK-AT-NOMBRE
005470             MOVE WK-IA-STATUS        TO WK-AT-STATUS
005480             MOVE WK-IA-RATE          TO WK-AT-RATE
005490             MOVE WK-IA-DAILY-LIMIT   TO WK-AT-DAILY
005500             MOVE WK-IA-MONTHLY-LIMIT TO WK-AT-MONTHLY
005501             MOVE WK-IA-DUP-EXEMPT    TO WK-AT-DUP-EXEMPT
005510             MOVE WK-ACCT-TEXT        TO WK-IL-TEXT
005520         WHEN 'OPRL'
005530             MOVE WK-IO-STATUS        TO WK-OT-STATUS
005540             MOVE WK-IO-EFF-DATE      TO WK-OT-EFF
005550             MOVE WK-IO-EXP-DATE      TO WK-OT-EXP
005560             MOVE WK-IO-NOZERO-SW     TO WK-OT-NOZERO
005570             MOVE WK-OPRL-TEXT        TO WK-IL-TEXT
005580         WHEN 'CALD'
005590             MOVE WK-IC-DAY-TYPE      TO WK-CT-DAY-TYPE
005600             MOVE WK-IC-MONTH-END-SW  TO WK-CT-MONTH-END
005610             MOVE WK-IC-PREV-BUS-DATE TO WK-CT-PREV-BUS
005620             MOVE WK-CALD-TEXT        TO WK-IL-TEXT
005630     END-EVALUATE.
005640*
005650 3300-WRITE.
005660     MOVE WK-IMAGE-LINE               TO WK-RP-LINE.
005670     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005680*
005690 3300-EXIT.
005700     EXIT.
005710* ****************************************************************
005720* 3500-ASOF-ONE-ENTRY - every entry for the key is printed, the
005730* trail being the evidence for the answer.  An entry made on or
005740* before the as-of date left its AFTER image in force; the first
005750* entry made after the date, when nothing earlier answered, shows
005760* in its BEFORE image what stood until then.
005770* ****************************************************************
005780 3500-ASOF-ONE-ENTRY.
005790     PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT.
005800     IF NOT WK-ANSWER-DONE
005810         IF WK-JN-CHANGE-TS (1:8) NOT > WK-ASOF-DATE
005820             MOVE WK-JN-AFTER-IMAGE   TO WK-ANSWER-IMAGE
005830             MOVE WK-JN-CHANGE-TS     TO WK-ANSWER-SOURCE
005840             MOVE 'Y'                 TO WK-ANSWER-SW
005850         ELSE
005860             IF NOT WK-ANSWER-FOUND
005870                 MOVE WK-JN-BEFORE-IMAGE TO WK-ANSWER-IMAGE
005880                 MOVE WK-JN-CHANGE-TS TO WK-ANSWER-SOURCE
005890                 MOVE 'Y'             TO WK-ANSWER-SW
005900             END-IF
005910             MOVE 'Y'                 TO WK-ANSWER-DONE-SW
005920         END-IF
005930     END-IF.
005940     PERFORM 2000-READ-JOURNAL THRU 2000-EXIT.
005950*
005960 3500-EXIT.
005970     EXIT.
005980* ****************************************************************
005990* 3700-PRINT-ANSWER - the record in force on the as-of date.  No
006000* journal entry at all means the record has not changed since the
006010* journal began, so the master's record is the answer.  A blank
006020* answer (the key was added after the date, or never) ends RC=4.
006030* ****************************************************************
006040 3700-PRINT-ANSWER.
006050     IF NOT WK-ANSWER-FOUND
006060         PERFORM 3750-READ-CURRENT THRU 3750-EXIT
006070     END-IF.
006080     MOVE SPACES                      TO WK-RP-LINE.
006090     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006100     MOVE WK-ANSWER-SOURCE            TO WK-SL-SOURCE.
006110     MOVE WK-SOURCE-LINE              TO WK-RP-LINE.
006120     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006130     MOVE WK-MASTER-FILTER            TO WK-IMAGE-MASTER.
006140     MOVE 'AS OF'                     TO WK-IL-LABEL.
006150     MOVE WK-ANSWER-IMAGE             TO WK-IMAGE.
006160     PERFORM 3300-PRINT-IMAGE THRU 3300-EXIT.
006170     IF WK-ANSWER-IMAGE = SPACES
006180         DISPLAY 'DLJNLRP - ' WK-MASTER-FILTER ' KEY '
006190            WK-KEY-FILTER ' WAS NOT ON THE MASTER AS OF '
006200            WK-ASOF-DATE
006210         MOVE 4                       TO RETURN-CODE
006220     END-IF.
006230*
006240 3700-EXIT.
006250     EXIT.
006260* ****************************************************************
006270* 3750-READ-CURRENT - the named master's record for the key, or
006280* spaces when it has none.
006290* ****************************************************************
006300 3750-READ-CURRENT.
006310     MOVE 'CURRENT MASTER'            TO WK-ANSWER-SOURCE.
006320     MOVE SPACES                      TO WK-ANSWER-IMAGE.
006330     EVALUATE WK-MASTER-FILTER
006340         WHEN 'ACCT'
006350             MOVE WK-KEY-FILTER       TO WK-AC-CUENTA
006360             READ ACCOUNT-FILE
006370                 NOT INVALID KEY
006380                     MOVE WK-AC-RECORD TO WK-ANSWER-IMAGE
006390             END-READ
006400             MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID
006410             MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS
006420         WHEN 'OPRL'
006430             MOVE WK-KEY-FILTER       TO WK-OP-OPERACION
006440             READ RULES-FILE
006450                 NOT INVALID KEY
006460                     MOVE WK-OP-RECORD TO WK-ANSWER-IMAGE
006470             END-READ
006480             MOVE 'OPRULES'           TO WK-ABEND-FILE-ID
006490             MOVE WK-OPRULES-STATUS   TO WK-ABEND-STATUS
006500         WHEN 'CALD'
006510             MOVE WK-KEY-FILTER       TO WK-CA-CAL-DATE
006520             READ CALENDAR-FILE
006530                 NOT INVALID KEY
006540                     MOVE WK-CA-RECORD TO WK-ANSWER-IMAGE
006550             END-READ
006560             MOVE 'CALMST'            TO WK-ABEND-FILE-ID
006570             MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
006580     END-EVALUATE.
006590     IF WK-ABEND-STATUS NOT = '23'
006600         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006610     END-IF.
006620*
006630 3750-EXIT.
006640     EXIT.
006650* ****************************************************************
006660* 4000-PRINT-SUMMARY.
006670* ****************************************************************
006680 4000-PRINT-SUMMARY.
006690     MOVE SPACES                      TO WK-RP-LINE.
006700     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006710     MOVE 'JOURNAL ENTRIES READ'      TO WK-CL-LABEL.
006720     MOVE WK-READ-COUNT               TO WK-CL-COUNT.
006730     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
006740     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006750     MOVE 'JOURNAL ENTRIES PRINTED'   TO WK-CL-LABEL.
006760     MOVE WK-MATCH-COUNT              TO WK-CL-COUNT.
006770     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
006780     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006790*
006800     DISPLAY '*********************************************'.
006810     DISPLAY 'DLJNLRP - ENTRIES READ        ' WK-READ-COUNT.
006820     DISPLAY 'DLJNLRP - ENTRIES PRINTED     ' WK-MATCH-COUNT.
006830*
006840 4000-EXIT.
006850     EXIT.
006860* ****************************************************************
006870* 4050-WRITE-LINE - write one already-built REPORT-FILE line and
006880* check its status immediately, so a failure on any one line is
006890* caught instead of being overwritten by a later line's success.
006900* ****************************************************************
006910 4050-WRITE-LINE.
006920     WRITE WK-RP-LINE.
006930     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
006940     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
006950     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
006960*
006970 4050-EXIT.
006980     EXIT.
006990* ****************************************************************
007000* 5000-CLOSE-FILES.
007010* ****************************************************************
007020 5000-CLOSE-FILES.
007030     CLOSE JOURNAL-FILE.
007040     CLOSE REPORT-FILE.
007050     IF WK-ASOF-MODE
007060         EVALUATE WK-MASTER-FILTER
007070             WHEN 'ACCT'
007080                 CLOSE ACCOUNT-FILE
007090             WHEN 'OPRL'
007100                 CLOSE RULES-FILE
007110             WHEN 'CALD'
007120                 CLOSE CALENDAR-FILE
007130         END-EVALUATE
007140     END-IF.
007150*
007160 5000-EXIT.
007170     EXIT.
007180* ****************************************************************
007190* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
007200* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
007210* is PERFORMed; any status other than '00' abends the run with a
007220* message instead of letting the job continue on bad data.
007230* ****************************************************************
007240 9000-VERIFY-FILE-STATUS.
007250     IF WK-ABEND-STATUS NOT = '00'
007260         DISPLAY 'DLJNLRP - I/O ERROR ON ' WK-ABEND-FILE-ID
007270            ' - FILE STATUS ' WK-ABEND-STATUS
007280         MOVE 16                      TO RETURN-CODE
007290         STOP RUN
007300     END-IF.
007310*
007320 9000-EXIT.
007330     EXIT.
