000247*                  master record prints flagged and unpriced so
000248*                  unbillable volume is visible, same as blank
000249*                  CUENTA always was.  Report widened to 132.
000250* 10/15/26 RD      Reversal results (REV-SW 'R', see WKTRANS)
000251*                  are counted in a new REVERSED column instead
000252*                  of PROCESSED, and the account is billed for
000253*                  operations processed LESS operations
000254*                  reversed - a backed-out operation is no
000255*                  longer charged, and one processed in an
000256*                  earlier month is credited in the month its
000257*                  reversal posts, so BILLED may print negative.
000258* 10/15/26 RD      Bills one month and closes it on the new
000259*                  period master (WKBILPRD, DD BILLPRD): PARM
000260*                  MONTH=ccyymm names the month (no PARM, the run
000261*                  date's month) and only items belonging to it
000262*                  are billed - an item belongs to the month of
000263*                  its ORIG-FECHA when set (a resubmission, or a
000264*                  restart finished on a later date), else of its
000265*                  FECHA-PROCESO.  What the month billed per
000266*                  CUENTA is kept on the master when the report
000267*                  prints, and a rerun of a closed month is
000268*                  refused (RC=8) unless the PARM adds ,REOPEN.
000269*                  Late activity belonging to an earlier, closed
000270*                  month prints in its own prior-period adjustment
000271*                  section by department, priced at the rate that
000272*                  month was billed at, and is kept on this
000273*                  month's records - the closed month's are never
000274*                  changed.  An item of an earlier month not
000275*                  closed here is listed, not billed, and ends the
000276*                  step RC=4.
000277* 10/15/26 RD      A reversal result carrying an error message
000278*                  (one DEVOPS refused because its original was
000279*                  already reversed) is counted but neither
000280*                  billed nor credited.
000281* ****************************************************************
000282 IDENTIFICATION DIVISION.
000283 PROGRAM-ID.  DLCHGBK.
000284 AUTHOR. RICHARD DORIA.
000290 INSTALLATION. COBOL DEVELOPMENT CENTER.
000300 DATE-WRITTEN. 08/23/26.
000310 DATE-COMPILED. 08/23/26.
000483            ACCESS MODE IS RANDOM
000484            RECORD KEY IS WK-AC-CUENTA
000485            FILE STATUS IS WK-ACCTMST-STATUS.
000486     SELECT PERIOD-FILE      ASSIGN TO BILLPRD
000487            ORGANIZATION IS INDEXED
000488            ACCESS MODE IS DYNAMIC
000489            RECORD KEY IS WK-BP-KEY
000490            FILE STATUS IS WK-BILLPRD-STATUS.
000491* ****************************************************************
000500 DATA DIVISION.
000510 FILE SECTION.
000520*    RESULT-FILE - the month's result generations, concatenated
000784 01  WK-AC-RECORD.
000785     COPY WKACCT REPLACING LEADING
000786          ==PREFIX-== BY ==WK-AC-==.
000787*    PERIOD-FILE - the chargeback period master; the month's
000788*    PERIOD record is opened at the start of the run and closed,
000789*    with the month's ACCOUNT and ADJUSTMENT records, once the
000790*    report has printed.
000791 FD  PERIOD-FILE.
000792 01  WK-BP-RECORD.
000793     COPY WKBILPRD REPLACING LEADING
000794          ==PREFIX-== BY ==WK-BP-==.
000795* ****************************************************************
000800 WORKING-STORAGE SECTION.
000810*
000820 01  WK-FILE-STATUSES.
000850     05  WK-EXCPIN-STATUS           PIC X(02) VALUE '00'.
000860     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
000861     05  WK-ACCTMST-STATUS          PIC X(02) VALUE '00'.
000862     05  WK-BILLPRD-STATUS          PIC X(02) VALUE '00'.
000870*
000880 01  WK-ABEND-AREA.
000890     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
000960         88  WK-SUSP-EOF            VALUE 'Y'.
000970     05  WK-EXCP-EOF-SW             PIC X(01) VALUE 'N'.
000980         88  WK-EXCP-EOF            VALUE 'Y'.
000981     05  WK-REOPEN-SW               PIC X(01) VALUE 'N'.
000982         88  WK-REOPEN-REQUESTED    VALUE 'Y'.
000983     05  WK-REOPENED-SW             PIC X(01) VALUE 'N'.
000984         88  WK-REOPENED            VALUE 'Y'.
000985     05  WK-PURGE-DONE-SW           PIC X(01) VALUE 'N'.
000986         88  WK-PURGE-DONE          VALUE 'Y'.
000987*
000988*    The month being billed, the run date, and the month before
000989*    it - the previous month's close date is where this run's
000990*    window for late activity starts.
000991 01  WK-RUN-DATE                           PIC X(08).
000992 01  WK-MONTH                              PIC X(06).
000993 01  WK-PREV-MONTH                         PIC X(06).
000994 01  WK-PREV-MONTH-NUM REDEFINES WK-PREV-MONTH.
000995     05  WK-PM-YEAR                 PIC 9(04).
000996     05  WK-PM-MONTH                PIC 9(02).
000997 01  WK-PREV-CLOSE-DATE                    PIC X(08) VALUE ZERO.
000998 01  WK-PRIOR-CLOSE-DATE                   PIC X(08) VALUE SPACES.
000999 01  WK-PRIOR-TOT-BILLED           PIC S9(11)V9(02) VALUE ZERO.
001000*
001001*    The latest processing date among the items read - the month
001002*    closes as of this date, so anything processed after it is
001003*    late activity for next month's report.
001004 01  WK-BILLED-THRU                        PIC X(08) VALUE ZERO.
001005*
001006*    The item being classified - the month it belongs to is its
001007*    ORIG-FECHA's when set, else its FECHA-PROCESO's.
001008 01  WK-ITEM-FECHA                         PIC X(08).
001009 01  WK-ITEM-ORIG-FECHA                    PIC X(08).
001010 01  WK-ITEM-MONTH                         PIC X(06).
001011 01  WK-ITEM-CLASS-SW                      PIC X(01).
001012     88  WK-ITEM-CURRENT                   VALUE 'C'.
001013     88  WK-ITEM-ADJUSTMENT                VALUE 'A'.
001014     88  WK-ITEM-BILLED-BEFORE             VALUE 'B'.
001015     88  WK-ITEM-LATER-MONTH               VALUE 'L'.
001016     88  WK-ITEM-NOT-CLOSED                VALUE 'N'.
001017 01  WK-ITEM-KIND                          PIC X(01).
001018     88  WK-KIND-PROCESSED                 VALUE 'P'.
001019     88  WK-KIND-REJECTED                  VALUE 'J'.
001020     88  WK-KIND-EXCEPTION                 VALUE 'E'.
001021     88  WK-KIND-REVERSED                  VALUE 'V'.
001022*
001023*    Earlier months met in the inputs, looked up once each on the
001024*    period master: C closed (with its close date), O left open,
001025*    spaces never billed here.
001026 01  WK-PC-MAX                      PIC S9(04) COMP VALUE +24.
001027 01  WK-PC-COUNT                    PIC S9(04) COMP VALUE ZERO.
001028 01  WK-PC-IX                       PIC S9(04) COMP VALUE ZERO.
001029 01  WK-PC-FOUND-IX                 PIC S9(04) COMP VALUE ZERO.
001030 01  WK-PERIOD-CACHE.
001031     05  WK-PC-ENTRY OCCURS 24 TIMES.
001032         10  WK-PC-PERIOD           PIC X(06).
001033         10  WK-PC-STATUS           PIC X(01).
001034             88  WK-PC-CLOSED       VALUE 'C'.
001035         10  WK-PC-CLOSE-DATE       PIC X(08).
001036         10  WK-PC-WARNED-SW        PIC X(01).
001037             88  WK-PC-WARNED       VALUE 'Y'.
001038*
001039*    One entry per CUENTA seen in any of the three inputs; a
001040*    blank CUENTA (a feed predating the field, or a department
001041*    that failed to stamp it) accumulates under its own line so
001042*    unbillable volume is visible rather than lost.
001043 01  WK-ACCT-MAX                    PIC S9(04) COMP VALUE +50.
001050 01  WK-ACCT-COUNT                  PIC S9(04) COMP VALUE ZERO.
001060 01  WK-ACCT-IX                     PIC S9(04) COMP VALUE ZERO.
001070 01  WK-ACCT-FOUND-IX               PIC S9(04) COMP VALUE ZERO.
001110         10  WK-AT-CUENTA           PIC X(04).
001120         10  WK-AT-PROCESSED        PIC 9(09).
001130         10  WK-AT-REJECTED         PIC 9(09).
001131         10  WK-AT-EXCEPTIONS       PIC 9(09).
001132         10  WK-AT-REVERSED         PIC 9(09).
001141         10  WK-AT-NOMBRE           PIC X(30).
001142         10  WK-AT-RATE             PIC 9(03)V9(04).
001143         10  WK-AT-ON-MASTER-SW     PIC X(01).
001144             88  WK-AT-ON-MASTER    VALUE 'Y'.
001145         10  WK-AT-BILLED           PIC S9(11)V9(02).
001146*
001147*    Prior-period adjustments - one entry per CUENTA and earlier
001148*    month, kept in CUENTA/month order as entries are added so the
001149*    section prints grouped by department.  The rate is the one
001150*    the month was billed at when it closed, else the account
001151*    master's.
001152 01  WK-ADJ-MAX                     PIC S9(04) COMP VALUE +100.
001153 01  WK-ADJ-COUNT                   PIC S9(04) COMP VALUE ZERO.
001154 01  WK-ADJ-IX                      PIC S9(04) COMP VALUE ZERO.
001155 01  WK-ADJ-FOUND-IX                PIC S9(04) COMP VALUE ZERO.
001156 01  WK-ADJ-INSERT-IX               PIC S9(04) COMP VALUE ZERO.
001157 01  WK-ADJ-WORK.
001158     05  WK-AW-CUENTA               PIC X(04).
001159     05  WK-AW-PERIOD               PIC X(06).
001160 01  WK-ADJUSTMENT-TABLE.
001161     05  WK-ADJ-ENTRY OCCURS 100 TIMES.
001162         10  WK-AJ-KEY.
001163             15  WK-AJ-CUENTA       PIC X(04).
001164             15  WK-AJ-PERIOD       PIC X(06).
001165         10  WK-AJ-PROCESSED        PIC 9(09).
001166         10  WK-AJ-REJECTED         PIC 9(09).
001167         10  WK-AJ-EXCEPTIONS       PIC 9(09).
001168         10  WK-AJ-REVERSED         PIC 9(09).
001169         10  WK-AJ-NOMBRE           PIC X(30).
001170         10  WK-AJ-RATE             PIC 9(03)V9(04).
001171         10  WK-AJ-BILLED           PIC S9(11)V9(02).
001172*    Department subtotal while the section prints.
001173 01  WK-DEPT-CUENTA                        PIC X(04).
001174 01  WK-DEPT-BILLED                PIC S9(11)V9(02) VALUE ZERO.
001175 01  WK-DEPT-LINES                  PIC S9(04) COMP VALUE ZERO.
001176*
001177*    Pricing work fields - billed is operations processed less
001178*    operations reversed, times the account's per-operation
001179*    rate; a month whose reversals outnumber its operations
001180*    bills a credit.
001181 01  WK-NET-PROCESSED               PIC S9(09) VALUE ZERO.
001182 01  WK-BILLED-AMT                  PIC S9(11)V9(02) VALUE ZERO.
001183 01  WK-TOT-BILLED                  PIC S9(11)V9(02) VALUE ZERO.
001184 01  WK-ADJ-TOT-BILLED              PIC S9(11)V9(02) VALUE ZERO.
001185 01  WK-REPORT-BILLED               PIC S9(11)V9(02) VALUE ZERO.
001186*
001187 01  WK-COUNTERS.
001188     05  WK-RESULT-COUNT            PIC 9(09) VALUE ZERO.
001189     05  WK-SUSP-COUNT              PIC 9(09) VALUE ZERO.
001190     05  WK-EXCP-COUNT              PIC 9(09) VALUE ZERO.
001191     05  WK-REV-COUNT               PIC 9(09) VALUE ZERO.
001192     05  WK-REV-REFUSED-COUNT       PIC 9(09) VALUE ZERO.
001193     05  WK-ADJ-ITEM-COUNT          PIC 9(09) VALUE ZERO.
001194     05  WK-BILLED-BEFORE-COUNT     PIC 9(09) VALUE ZERO.
001195     05  WK-LATER-COUNT             PIC 9(09) VALUE ZERO.
001196     05  WK-NOT-CLOSED-COUNT        PIC 9(09) VALUE ZERO.
001199     05  WK-PURGED-COUNT            PIC 9(09) VALUE ZERO.
001200*
001210 01  WK-TOTALS.
001220     05  WK-TOT-PROCESSED           PIC 9(09) VALUE ZERO.
001230     05  WK-TOT-REJECTED            PIC 9(09) VALUE ZERO.
001240     05  WK-TOT-EXCEPTIONS          PIC 9(09) VALUE ZERO.
001245     05  WK-TOT-REVERSED            PIC 9(09) VALUE ZERO.
001246     05  WK-ADJ-TOT-PROCESSED       PIC 9(09) VALUE ZERO.
001247     05  WK-ADJ-TOT-REJECTED        PIC 9(09) VALUE ZERO.
001248     05  WK-ADJ-TOT-EXCEPTIONS      PIC 9(09) VALUE ZERO.
001249     05  WK-ADJ-TOT-REVERSED        PIC 9(09) VALUE ZERO.
001250*
001260 01  WK-REPORT-LINES.
001270     05  WK-HEADING-1.
001290         10  FILLER                 PIC X(40)
001300             VALUE 'DEVOPS MONTHLY CHARGEBACK BY ACCOUNT'.
001310     05  WK-HEADING-2.
001311         10  FILLER                 PIC X(20) VALUE SPACES.
001312         10  FILLER                 PIC X(36) VALUE ALL '-'.
001313     05  WK-PERIOD-LINE.
001314         10  FILLER                 PIC X(20) VALUE SPACES.
001315         10  FILLER                 PIC X(15) VALUE
001316             'BILLING PERIOD '.
001317         10  WK-PL-MONTH            PIC X(06).
001318         10  FILLER                 PIC X(10) VALUE
001319             '    RUN ON'.
001320         10  FILLER                 PIC X(01) VALUE SPACES.
001321         10  WK-PL-RUN-DATE         PIC X(08).
001322     05  WK-REOPEN-LINE.
001323         10  FILLER                 PIC X(20) VALUE SPACES.
001324         10  FILLER                 PIC X(21) VALUE
001325             'REOPENED - CLOSED ON '.
001326         10  WK-RL-CLOSE-DATE       PIC X(08).
001327         10  FILLER                 PIC X(17) VALUE
001328             ' HAVING BILLED   '.
001329         10  WK-RL-BILLED           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001330     05  WK-REFUSE-LINE.
001331         10  FILLER                 PIC X(20) VALUE SPACES.
001339         10  FILLER                 PIC X(15) VALUE
001340             'BILLING PERIOD '.
001341         10  WK-RF-MONTH            PIC X(06).
001342         10  FILLER                 PIC X(11) VALUE
001343             ' CLOSED ON '.
001344         10  WK-RF-CLOSE-DATE       PIC X(08).
001345         10  FILLER                 PIC X(45) VALUE
001346             ' - RERUN REFUSED, PARM MONTH=CCYYMM,REOPEN TO'.
001347         10  FILLER                 PIC X(07) VALUE
001348             ' REOPEN'.
001349     05  WK-HEADING-3.
001350         10  FILLER                 PIC X(08) VALUE 'CUENTA'.
001351         10  FILLER                 PIC X(32) VALUE 'NOMBRE'.
001360         10  FILLER                 PIC X(14) VALUE
001390             '      REJECTED'.
001400         10  FILLER                 PIC X(14) VALUE
001410             '    EXCEPTIONS'.
001411         10  FILLER                 PIC X(14) VALUE
001412             '      REVERSED'.
001413         10  FILLER                 PIC X(20) VALUE
001414             '              BILLED'.
001420     05  WK-DETAIL-LINE.
001430         10  WK-DL-CUENTA           PIC X(04).
001440         10  FILLER                 PIC X(04) VALUE SPACES.
001480         10  FILLER                 PIC X(03) VALUE SPACES.
001490         10  WK-DL-EXCEPTIONS       PIC ZZZ,ZZZ,ZZ9.
001491         10  FILLER                 PIC X(03) VALUE SPACES.
001493         10  WK-DL-REVERSED         PIC ZZZ,ZZZ,ZZ9.
001494         10  FILLER                 PIC X(03) VALUE SPACES.
001495         10  WK-DL-BILLED           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001500     05  WK-TOTAL-LINE.
001510         10  FILLER                 PIC X(08) VALUE 'TOTAL'.
001511         10  FILLER                 PIC X(32) VALUE SPACES.
001550         10  FILLER                 PIC X(03) VALUE SPACES.
001560         10  WK-TL-EXCEPTIONS       PIC ZZZ,ZZZ,ZZ9.
001561         10  FILLER                 PIC X(03) VALUE SPACES.
001563         10  WK-TL-REVERSED         PIC ZZZ,ZZZ,ZZ9.
001564         10  FILLER                 PIC X(03) VALUE SPACES.
001565         10  WK-TL-BILLED           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001566     05  WK-ADJ-HEADING-1.
001567         10  FILLER                 PIC X(20) VALUE SPACES.
001568         10  FILLER                 PIC X(40) VALUE
001569             'PRIOR-PERIOD ADJUSTMENTS - CLOSED MONTHS'.
001570     05  WK-ADJ-HEADING-2.
001571         10  FILLER                 PIC X(20) VALUE SPACES.
001572         10  FILLER                 PIC X(40) VALUE ALL '-'.
001573     05  WK-ADJ-HEADING-3.
001574         10  FILLER                 PIC X(08) VALUE 'CUENTA'.
001575         10  FILLER                 PIC X(24) VALUE 'NOMBRE'.
001576         10  FILLER                 PIC X(08) VALUE 'PERIOD'.
001577         10  FILLER                 PIC X(14) VALUE
001578             '     PROCESSED'.
001579         10  FILLER                 PIC X(14) VALUE
001580             '      REJECTED'.
001581         10  FILLER                 PIC X(14) VALUE
001582             '    EXCEPTIONS'.
001583         10  FILLER                 PIC X(14) VALUE
001584             '      REVERSED'.
001585         10  FILLER                 PIC X(20) VALUE
001586             '              BILLED'.
001587     05  WK-ADJ-DETAIL-LINE.
001588         10  WK-AL-CUENTA           PIC X(04).
001589         10  FILLER                 PIC X(04) VALUE SPACES.
001590         10  WK-AL-NOMBRE           PIC X(22).
001591         10  FILLER                 PIC X(02) VALUE SPACES.
001592         10  WK-AL-PERIOD           PIC X(06).
001593         10  FILLER                 PIC X(02) VALUE SPACES.
001594         10  WK-AL-PROCESSED        PIC ZZZ,ZZZ,ZZ9.
001595         10  FILLER                 PIC X(03) VALUE SPACES.
001596         10  WK-AL-REJECTED         PIC ZZZ,ZZZ,ZZ9.
001597         10  FILLER                 PIC X(03) VALUE SPACES.
001598         10  WK-AL-EXCEPTIONS       PIC ZZZ,ZZZ,ZZ9.
001599         10  FILLER                 PIC X(03) VALUE SPACES.
001600         10  WK-AL-REVERSED         PIC ZZZ,ZZZ,ZZ9.
001601         10  FILLER                 PIC X(03) VALUE SPACES.
001602         10  WK-AL-BILLED           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001603     05  WK-DEPT-LINE.
001604         10  FILLER                 PIC X(08) VALUE SPACES.
001605         10  FILLER                 PIC X(11) VALUE 'DEPARTMENT '.
001606         10  WK-DT-CUENTA           PIC X(04).
001607         10  FILLER                 PIC X(73) VALUE
001608             ' ADJUSTMENT'.
001609         10  WK-DT-BILLED           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001610     05  WK-NO-ADJ-LINE.
001611         10  FILLER                 PIC X(08) VALUE SPACES.
001612         10  FILLER                 PIC X(40) VALUE
001613             'NO LATE ACTIVITY FOR A CLOSED MONTH'.
001614     05  WK-ADJ-TOTAL-LINE.
001615         10  FILLER                 PIC X(40) VALUE
001616             'TOTAL ADJUSTMENTS'.
001617         10  WK-ATL-PROCESSED       PIC ZZZ,ZZZ,ZZ9.
001618         10  FILLER                 PIC X(03) VALUE SPACES.
001619         10  WK-ATL-REJECTED        PIC ZZZ,ZZZ,ZZ9.
001620         10  FILLER                 PIC X(03) VALUE SPACES.
001621         10  WK-ATL-EXCEPTIONS      PIC ZZZ,ZZZ,ZZ9.
001622         10  FILLER                 PIC X(03) VALUE SPACES.
001623         10  WK-ATL-REVERSED        PIC ZZZ,ZZZ,ZZ9.
001624         10  FILLER                 PIC X(03) VALUE SPACES.
001625         10  WK-ATL-BILLED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001626     05  WK-REPORT-TOTAL-LINE.
001627         10  FILLER                 PIC X(96) VALUE
001628             'TOTAL BILLED THIS REPORT'.
001629         10  WK-RTL-BILLED          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001630     05  WK-COUNT-LINE.
001631         10  FILLER                 PIC X(08) VALUE SPACES.
001632         10  WK-CL-LABEL            PIC X(48).
001633         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001634* ****************************************************************
001635 LINKAGE SECTION.
001636*    PARM passed from JCL:
001637*      (no PARM)                  - bill the run date's month.
001638*      PARM='MONTH=ccyymm'        - bill the named month.
001639*      PARM='MONTH=ccyymm,REOPEN' - reopen the named month, closed
001640*                                   by an earlier run, and bill it
001641*                                   again.
001642 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
001643 01  WK-PARM-DATA                          PIC X(19).
001644* ****************************************************************
001645 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
001646* ****************************************************************
001647* 0000-MAINLINE - open the billing period, accumulate the month's
001648* volumes by account and the late activity of closed months by
001649* account and month, print the chargeback report, then close the
001650* period with what it billed.
001651* ****************************************************************
001652 0000-MAINLINE.
001653     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
001654     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001655     PERFORM 1500-OPEN-PERIOD THRU 1500-EXIT.
001656     INITIALIZE WK-ACCOUNT-TABLE.
001657     INITIALIZE WK-ADJUSTMENT-TABLE.
001660     PERFORM 2000-TALLY-RESULTS THRU 2000-EXIT
001670         UNTIL WK-RESULT-EOF.
001680     PERFORM 2500-TALLY-SUSPENSE THRU 2500-EXIT
001700     PERFORM 2700-TALLY-EXCEPTIONS THRU 2700-EXIT
001710         UNTIL WK-EXCP-EOF.
001720     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT.
001721     PERFORM 6000-CLOSE-PERIOD THRU 6000-EXIT.
001730     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
001731     IF WK-NOT-CLOSED-COUNT > ZERO
001732         MOVE 4                       TO RETURN-CODE
001733     END-IF.
001740     STOP RUN.
001750*
001760 0000-EXIT.
001770     EXIT.
001771* ****************************************************************
001772* 0500-VALIDATE-PARM - the month to bill, and whether a closed
001773* month is being explicitly reopened.  A month not yet begun is
001774* refused; so is any other PARM.  The month before it is worked
001775* out here for 1500.
001776* ****************************************************************
001777 0500-VALIDATE-PARM.
001778     ACCEPT WK-RUN-DATE               FROM DATE YYYYMMDD.
001779     IF WK-PARM-LENGTH = ZERO
001780         MOVE WK-RUN-DATE (1:6)       TO WK-MONTH
001781         GO TO 0500-PREVIOUS-MONTH
001782     END-IF.
001783     IF (WK-PARM-LENGTH = 12
001784         OR (WK-PARM-LENGTH = 19
001785             AND WK-PARM-DATA (13:7) = ',REOPEN'))
001786        AND WK-PARM-DATA (1:6) = 'MONTH='
001787        AND WK-PARM-DATA (7:6) NUMERIC
001788        AND WK-PARM-DATA (11:2) > '00'
001789        AND WK-PARM-DATA (11:2) < '13'
001790         MOVE WK-PARM-DATA (7:6)      TO WK-MONTH
001791     ELSE
001792         DISPLAY 'DLCHGBK - PARM MUST BE MONTH=CCYYMM OR '
001793            'MONTH=CCYYMM,REOPEN'
001794         MOVE 16                      TO RETURN-CODE
001795         STOP RUN
001796     END-IF.
001797     IF WK-PARM-LENGTH = 19
001798         SET WK-REOPEN-REQUESTED      TO TRUE
001799     END-IF.
001800     IF WK-MONTH > WK-RUN-DATE (1:6)
001801         DISPLAY 'DLCHGBK - MONTH ' WK-MONTH ' HAS NOT BEGUN'
001802         MOVE 16                      TO RETURN-CODE
001803         STOP RUN
001804     END-IF.
001805*
001806 0500-PREVIOUS-MONTH.
001807     MOVE WK-MONTH                    TO WK-PREV-MONTH.
001808     IF WK-PM-MONTH = 1
001809         SUBTRACT 1                   FROM WK-PM-YEAR
001810         MOVE 12                      TO WK-PM-MONTH
001811     ELSE
001812         SUBTRACT 1                   FROM WK-PM-MONTH
001813     END-IF.
001814*
001815 0500-EXIT.
001816     EXIT.
001817* ****************************************************************
001818* 1000-OPEN-FILES - open every file, checking status after each
001819* OPEN so a missing/misallocated dataset abends the run.
001820* ****************************************************************
001821 1000-OPEN-FILES.
001830     OPEN INPUT  RESULT-FILE.
001840     MOVE 'RESULTIN'          TO WK-ABEND-FILE-ID.
001850     MOVE WK-RESULTIN-STATUS  TO WK-ABEND-STATUS.
001982     MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID.
001983     MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS.
001984     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001985     OPEN I-O    PERIOD-FILE.
001986     MOVE 'BILLPRD'           TO WK-ABEND-FILE-ID.
001987     MOVE WK-BILLPRD-STATUS   TO WK-ABEND-STATUS.
001988     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001990*
002000 1000-EXIT.
002010     EXIT.
002011* ****************************************************************
002012* 1500-OPEN-PERIOD - note when the month before closed (late
002013* activity processed up to then was on its report), then open
002014* this month's PERIOD record: a new month is written OPEN; one
002015* left OPEN by a run that did not finish is billed again; a
002016* CLOSED month is refused unless the PARM reopens it, and a
002017* reopen is counted and dated on the record.
002018* ****************************************************************
002019 1500-OPEN-PERIOD.
002020     MOVE SPACES                      TO WK-BP-RECORD.
002021     MOVE WK-PREV-MONTH               TO WK-BP-PERIOD.
002022     MOVE '0'                         TO WK-BP-REC-TYPE.
002023     READ PERIOD-FILE
002024         INVALID KEY
002025             CONTINUE
002026         NOT INVALID KEY
002027             IF WK-BP-CLOSED
002028                 MOVE WK-BP-CLOSE-DATE TO WK-PREV-CLOSE-DATE
002029             END-IF
002030     END-READ.
002031     PERFORM 1590-CHECK-PERIOD-READ THRU 1590-EXIT.
002032     MOVE SPACES                      TO WK-BP-RECORD.
002033     MOVE WK-MONTH                    TO WK-BP-PERIOD.
002034     MOVE '0'                         TO WK-BP-REC-TYPE.
002035     READ PERIOD-FILE
002036         INVALID KEY
002037             CONTINUE
002038     END-READ.
002039     PERFORM 1590-CHECK-PERIOD-READ THRU 1590-EXIT.
002040     IF WK-BILLPRD-STATUS = '23'
002041         PERFORM 1550-WRITE-NEW-PERIOD THRU 1550-EXIT
002042         GO TO 1500-EXIT
002043     END-IF.
002044     IF WK-BP-CLOSED AND NOT WK-REOPEN-REQUESTED
002045         PERFORM 1580-REFUSE-RERUN THRU 1580-EXIT
002046     END-IF.
002047     IF WK-BP-CLOSED
002048         MOVE WK-BP-CLOSE-DATE        TO WK-PRIOR-CLOSE-DATE
002049         MOVE WK-BP-TOT-BILLED        TO WK-PRIOR-TOT-BILLED
002050         SET WK-REOPENED              TO TRUE
002051         ADD 1                        TO WK-BP-REOPEN-COUNT
002052         MOVE WK-RUN-DATE             TO WK-BP-REOPEN-DATE
002053         DISPLAY 'DLCHGBK - PERIOD ' WK-MONTH
002054            ' REOPENED - CLOSED ON ' WK-PRIOR-CLOSE-DATE
002055     ELSE
002056         DISPLAY 'DLCHGBK - PERIOD ' WK-MONTH
002057            ' LEFT OPEN BY AN EARLIER RUN - BILLED AGAIN'
002058     END-IF.
002059     MOVE 'O'                         TO WK-BP-STATUS.
002060     REWRITE WK-BP-RECORD.
002061     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
002062     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
002063     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002064*
002065 1500-EXIT.
002066     EXIT.
002067* ****************************************************************
002068* 1550-WRITE-NEW-PERIOD - first run for the month: write its
002069* PERIOD record OPEN with nothing billed yet.
002070* ****************************************************************
002071 1550-WRITE-NEW-PERIOD.
002072     MOVE SPACES                      TO WK-BP-RECORD.
002073     MOVE WK-MONTH                    TO WK-BP-PERIOD.
002074     MOVE '0'                         TO WK-BP-REC-TYPE.
002075     MOVE 'O'                         TO WK-BP-STATUS.
002076     MOVE ZERO                        TO WK-BP-REOPEN-COUNT
002077                                         WK-BP-ACCOUNTS
002078                                         WK-BP-TOT-PROCESSED
002079                                         WK-BP-TOT-REJECTED
002080                                         WK-BP-TOT-EXCEPTIONS
002081                                         WK-BP-TOT-REVERSED
002082                                         WK-BP-TOT-BILLED
002083                                         WK-BP-ADJ-BILLED.
002084     WRITE WK-BP-RECORD.
002085     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
002086     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
002087     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002088*
002089 1550-EXIT.
002090     EXIT.
002091* ****************************************************************
002092* 1580-REFUSE-RERUN - the month is already closed and its
002093* invoices are out.  Say so on the report and the log and end
002094* RC=8 without billing anything.
002095* ****************************************************************
002096 1580-REFUSE-RERUN.
002097     DISPLAY 'DLCHGBK - PERIOD ' WK-MONTH ' CLOSED ON '
002098        WK-BP-CLOSE-DATE ' - RERUN REFUSED'.
002099     DISPLAY 'DLCHGBK - PARM MONTH=' WK-MONTH
002100        ',REOPEN REOPENS IT'.
002101     MOVE WK-HEADING-1                TO WK-RP-LINE.
002102     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002103     MOVE WK-HEADING-2                TO WK-RP-LINE.
002104     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002105     MOVE WK-MONTH                    TO WK-RF-MONTH.
002106     MOVE WK-BP-CLOSE-DATE            TO WK-RF-CLOSE-DATE.
002107     MOVE WK-REFUSE-LINE              TO WK-RP-LINE.
002108     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002109     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
002110     MOVE 8                           TO RETURN-CODE.
002111     STOP RUN.
002112*
002113 1580-EXIT.
002114     EXIT.
002115* ****************************************************************
002116* 1590-CHECK-PERIOD-READ - a keyed read of the period master may
002117* find its record or not; anything else is an I/O error.
002118* ****************************************************************
002119 1590-CHECK-PERIOD-READ.
002120     IF WK-BILLPRD-STATUS NOT = '00'
002121        AND WK-BILLPRD-STATUS NOT = '23'
002122         MOVE 'BILLPRD'               TO WK-ABEND-FILE-ID
002123         MOVE WK-BILLPRD-STATUS       TO WK-ABEND-STATUS
002124         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
002125     END-IF.
002126*
002127 1590-EXIT.
002128     EXIT.
002129* ****************************************************************
002130* 2000-TALLY-RESULTS - one result record: bump its account's
002131* processed count, or its reversed count for a reversal.  A
002132* reversal DEVOPS refused (its original already reversed) posts
002133* with an error message and backed nothing out - it is counted
002134* but not billed or credited; its exception record still counts.
002135* Control (HDR/TRL) records never reach the result file, so
002136* every record read is a detail.  2800 decides whether it is
002137* this month's or late activity for a closed month.
002138* ****************************************************************
002139 2000-TALLY-RESULTS.
002140     READ RESULT-FILE
002141         AT END
002142             MOVE 'Y'                 TO WK-RESULT-EOF-SW
002143         NOT AT END
002144             ADD 1                    TO WK-RESULT-COUNT
002145             MOVE WK-TO-CUENTA        TO WK-ACCT-WORK
002146             MOVE WK-TO-FECHA-PROCESO TO WK-ITEM-FECHA
002147             MOVE WK-TO-ORIG-FECHA    TO WK-ITEM-ORIG-FECHA
002148             IF WK-TO-IS-REVERSAL
002149                AND WK-TO-MENSAJE-ERROR NOT = SPACES
002150                 ADD 1                TO WK-REV-REFUSED-COUNT
002151             ELSE
002152                 IF WK-TO-IS-REVERSAL
002153                     ADD 1            TO WK-REV-COUNT
002154                     SET WK-KIND-REVERSED TO TRUE
002155                 ELSE
002156                     SET WK-KIND-PROCESSED TO TRUE
002157                 END-IF
002158                 PERFORM 2800-POST-ITEM THRU 2800-EXIT
002159             END-IF
002160     END-READ.
002170     IF WK-RESULTIN-STATUS NOT = '00'
002180        AND WK-RESULTIN-STATUS NOT = '10'
002340         NOT AT END
002350             ADD 1                    TO WK-SUSP-COUNT
002360             MOVE WK-SU-CUENTA        TO WK-ACCT-WORK
002361             MOVE WK-SU-FECHA-PROCESO TO WK-ITEM-FECHA
002362             MOVE WK-SU-ORIG-FECHA    TO WK-ITEM-ORIG-FECHA
002363             SET WK-KIND-REJECTED     TO TRUE
002364             PERFORM 2800-POST-ITEM THRU 2800-EXIT
002390     END-READ.
002400     IF WK-SUSPIN-STATUS NOT = '00'
002410        AND WK-SUSPIN-STATUS NOT = '10'
002570         NOT AT END
002580             ADD 1                    TO WK-EXCP-COUNT
002590             MOVE WK-EX-CUENTA        TO WK-ACCT-WORK
002591             MOVE WK-EX-FECHA-PROCESO TO WK-ITEM-FECHA
002592             MOVE WK-EX-ORIG-FECHA    TO WK-ITEM-ORIG-FECHA
002593             SET WK-KIND-EXCEPTION    TO TRUE
002594             PERFORM 2800-POST-ITEM THRU 2800-EXIT
002595     END-READ.
002596     IF WK-EXCPIN-STATUS NOT = '00'
002597        AND WK-EXCPIN-STATUS NOT = '10'
002598         MOVE 'EXCPIN'            TO WK-ABEND-FILE-ID
002599         MOVE WK-EXCPIN-STATUS    TO WK-ABEND-STATUS
002600         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
002601     END-IF.
002602*
002603 2700-EXIT.
002604     EXIT.
002605* ****************************************************************
002606* 2800-POST-ITEM - count one item of kind WK-ITEM-KIND for
002607* WK-ACCT-WORK: this month's activity goes to the account table,
002608* late activity for a closed month goes to the adjustment table
002609* under the month it belongs to, and anything already billed,
002610* belonging to a later month or to a month not closed here is
002611* only counted.
002612* ****************************************************************
002613 2800-POST-ITEM.
002614     IF WK-ITEM-FECHA NUMERIC
002615        AND WK-ITEM-FECHA > WK-BILLED-THRU
002616         MOVE WK-ITEM-FECHA           TO WK-BILLED-THRU
002617     END-IF.
002618     PERFORM 2900-CLASSIFY-ITEM THRU 2900-EXIT.
002619     EVALUATE TRUE
002620         WHEN WK-ITEM-CURRENT
002621             PERFORM 3000-FIND-ACCOUNT THRU 3000-EXIT
002622             PERFORM 2850-COUNT-CURRENT THRU 2850-EXIT
002623         WHEN WK-ITEM-ADJUSTMENT
002624             ADD 1                    TO WK-ADJ-ITEM-COUNT
002625             MOVE WK-ACCT-WORK        TO WK-AW-CUENTA
002626             MOVE WK-ITEM-MONTH       TO WK-AW-PERIOD
002627             PERFORM 3300-FIND-ADJUSTMENT THRU 3300-EXIT
002628             PERFORM 2870-COUNT-ADJUSTMENT THRU 2870-EXIT
002629         WHEN WK-ITEM-BILLED-BEFORE
002630             ADD 1                    TO WK-BILLED-BEFORE-COUNT
002631         WHEN WK-ITEM-LATER-MONTH
002632             ADD 1                    TO WK-LATER-COUNT
002633         WHEN OTHER
002634             ADD 1                    TO WK-NOT-CLOSED-COUNT
002635     END-EVALUATE.
002636*
002637 2800-EXIT.
002638     EXIT.
002639* ****************************************************************
002640* 2850-COUNT-CURRENT.
002641* ****************************************************************
002642 2850-COUNT-CURRENT.
002643     EVALUATE TRUE
002644         WHEN WK-KIND-PROCESSED
002645             ADD 1 TO WK-AT-PROCESSED (WK-ACCT-FOUND-IX)
002646         WHEN WK-KIND-REJECTED
002647             ADD 1 TO WK-AT-REJECTED (WK-ACCT-FOUND-IX)
002648         WHEN WK-KIND-EXCEPTION
002649             ADD 1 TO WK-AT-EXCEPTIONS (WK-ACCT-FOUND-IX)
002650         WHEN OTHER
002651             ADD 1 TO WK-AT-REVERSED (WK-ACCT-FOUND-IX)
002652     END-EVALUATE.
002653*
002654 2850-EXIT.
002655     EXIT.
002656* ****************************************************************
002657* 2870-COUNT-ADJUSTMENT.
002658* ****************************************************************
002659 2870-COUNT-ADJUSTMENT.
002660     EVALUATE TRUE
002661         WHEN WK-KIND-PROCESSED
002662             ADD 1 TO WK-AJ-PROCESSED (WK-ADJ-FOUND-IX)
002663         WHEN WK-KIND-REJECTED
002664             ADD 1 TO WK-AJ-REJECTED (WK-ADJ-FOUND-IX)
002665         WHEN WK-KIND-EXCEPTION
002666             ADD 1 TO WK-AJ-EXCEPTIONS (WK-ADJ-FOUND-IX)
002667         WHEN OTHER
002668             ADD 1 TO WK-AJ-REVERSED (WK-ADJ-FOUND-IX)
002669     END-EVALUATE.
002670*
002671 2870-EXIT.
002672     EXIT.
002673* ****************************************************************
002674* 2900-CLASSIFY-ITEM - the month an item belongs to is the
002675* processing date it was first submitted under (ORIG-FECHA, set
002676* by DLSUSP on a resubmission and by DEVOPS on a restart after
002677* month-end), else its own processing date.  A closed month
002678* billed everything processed up to its close date; late
002679* activity is what was processed after that.  A month with no
002680* PERIOD record, or one still open, was never closed here, so
002681* its items are counted but not billed.
002682* ****************************************************************
002683 2900-CLASSIFY-ITEM.
002684     IF WK-ITEM-ORIG-FECHA (1:6) NUMERIC
002685         MOVE WK-ITEM-ORIG-FECHA (1:6) TO WK-ITEM-MONTH
002686     ELSE
002687         MOVE WK-ITEM-FECHA (1:6)     TO WK-ITEM-MONTH
002688     END-IF.
002689     IF WK-ITEM-MONTH = WK-MONTH
002690         SET WK-ITEM-CURRENT          TO TRUE
002691         GO TO 2900-EXIT
002692     END-IF.
002693     IF WK-ITEM-MONTH > WK-MONTH
002694         SET WK-ITEM-LATER-MONTH      TO TRUE
002695         GO TO 2900-EXIT
002696     END-IF.
002697     IF WK-ITEM-FECHA NOT > WK-PREV-CLOSE-DATE
002698         SET WK-ITEM-BILLED-BEFORE    TO TRUE
002699         GO TO 2900-EXIT
002700     END-IF.
002701     PERFORM 2950-FIND-PERIOD THRU 2950-EXIT.
002702     IF NOT WK-PC-CLOSED (WK-PC-FOUND-IX)
002703         SET WK-ITEM-NOT-CLOSED       TO TRUE
002704         IF NOT WK-PC-WARNED (WK-PC-FOUND-IX)
002705             DISPLAY 'DLCHGBK - LATE ACTIVITY FOR ' WK-ITEM-MONTH
002706                ' - MONTH NOT CLOSED HERE, NOT BILLED'
002707             MOVE 'Y' TO WK-PC-WARNED-SW (WK-PC-FOUND-IX)
002708         END-IF
002709         GO TO 2900-EXIT
002710     END-IF.
002719     IF WK-ITEM-FECHA NOT > WK-PC-CLOSE-DATE (WK-PC-FOUND-IX)
002720         SET WK-ITEM-BILLED-BEFORE    TO TRUE
002721         GO TO 2900-EXIT
002722     END-IF.
002723     SET WK-ITEM-ADJUSTMENT           TO TRUE.
002724*
002725 2900-EXIT.
002726     EXIT.
002727* ****************************************************************
002728* 2950-FIND-PERIOD - locate WK-ITEM-MONTH in the period cache,
002729* reading its PERIOD record the first time it is seen;
002730* WK-PC-FOUND-IX points at it on exit.
002731* ****************************************************************
002732 2950-FIND-PERIOD.
002733     MOVE ZERO                        TO WK-PC-FOUND-IX.
002734     MOVE 1                           TO WK-PC-IX.
002735     PERFORM 2960-MATCH-ONE-PERIOD THRU 2960-EXIT
002736         UNTIL WK-PC-IX > WK-PC-COUNT
002737            OR WK-PC-FOUND-IX > ZERO.
002738     IF WK-PC-FOUND-IX > ZERO
002739         GO TO 2950-EXIT
002740     END-IF.
002741     IF WK-PC-COUNT >= WK-PC-MAX
002742         DISPLAY 'DLCHGBK - MORE THAN ' WK-PC-MAX
002743            ' EARLIER MONTHS - TABLE FULL'
002744         MOVE 16                      TO RETURN-CODE
002745         STOP RUN
002746     END-IF.
002747     ADD 1                            TO WK-PC-COUNT.
002748     MOVE WK-PC-COUNT                 TO WK-PC-FOUND-IX.
002749     MOVE WK-ITEM-MONTH
002750          TO WK-PC-PERIOD (WK-PC-FOUND-IX).
002751     MOVE SPACES
002752          TO WK-PC-STATUS (WK-PC-FOUND-IX)
002753             WK-PC-WARNED-SW (WK-PC-FOUND-IX).
002754     MOVE ZERO
002755          TO WK-PC-CLOSE-DATE (WK-PC-FOUND-IX).
002756     MOVE SPACES                      TO WK-BP-RECORD.
002757     MOVE WK-ITEM-MONTH               TO WK-BP-PERIOD.
002758     MOVE '0'                         TO WK-BP-REC-TYPE.
002759     READ PERIOD-FILE
002760         INVALID KEY
002761             CONTINUE
002762         NOT INVALID KEY
002763             MOVE WK-BP-STATUS
002764                  TO WK-PC-STATUS (WK-PC-FOUND-IX)
002765             MOVE WK-BP-CLOSE-DATE
002766                  TO WK-PC-CLOSE-DATE (WK-PC-FOUND-IX)
002767     END-READ.
002768     PERFORM 1590-CHECK-PERIOD-READ THRU 1590-EXIT.
002769*
002770 2950-EXIT.
002771     EXIT.
002772* ****************************************************************
002773* 2960-MATCH-ONE-PERIOD.
002774* ****************************************************************
002775 2960-MATCH-ONE-PERIOD.
002776     IF WK-PC-PERIOD (WK-PC-IX) = WK-ITEM-MONTH
002777         MOVE WK-PC-IX                TO WK-PC-FOUND-IX
002778     END-IF.
002779     ADD 1                            TO WK-PC-IX.
002780*
002781 2960-EXIT.
002782     EXIT.
002783* ****************************************************************
002784* 3000-FIND-ACCOUNT - locate WK-ACCT-WORK in the account table,
002785* adding it when first seen; WK-ACCT-FOUND-IX points at it on
002786* exit.
002787* ****************************************************************
002788 3000-FIND-ACCOUNT.
002789     MOVE ZERO                        TO WK-ACCT-FOUND-IX.
002790     MOVE 1                           TO WK-ACCT-IX.
002800     PERFORM 3050-MATCH-ONE-ACCOUNT THRU 3050-EXIT
002810         UNTIL WK-ACCT-IX > WK-ACCT-COUNT
003020     IF WK-AT-CUENTA (WK-ACCT-IX) = WK-ACCT-WORK
003030         MOVE WK-ACCT-IX              TO WK-ACCT-FOUND-IX
003040     END-IF.
003041     ADD 1                            TO WK-ACCT-IX.
003042*
003043 3050-EXIT.
003044     EXIT.
003045* ****************************************************************
003046* 3300-FIND-ADJUSTMENT - locate WK-ADJ-WORK (CUENTA + month) in
003047* the adjustment table, inserting it in CUENTA/month order when
003048* first seen so the report prints each department's adjustments
003049* together; WK-ADJ-FOUND-IX points at it on exit.
003050* ****************************************************************
003051 3300-FIND-ADJUSTMENT.
003052     MOVE ZERO                        TO WK-ADJ-FOUND-IX
003053                                         WK-ADJ-INSERT-IX.
003054     MOVE 1                           TO WK-ADJ-IX.
003055     PERFORM 3350-MATCH-ONE-ADJUSTMENT THRU 3350-EXIT
003056         UNTIL WK-ADJ-IX > WK-ADJ-COUNT
003057            OR WK-ADJ-FOUND-IX > ZERO
003058            OR WK-ADJ-INSERT-IX > ZERO.
003059     IF WK-ADJ-FOUND-IX > ZERO
003060         GO TO 3300-EXIT
003061     END-IF.
003062     IF WK-ADJ-COUNT >= WK-ADJ-MAX
003063         DISPLAY 'DLCHGBK - MORE THAN ' WK-ADJ-MAX
003064            ' ADJUSTMENT LINES - TABLE FULL'
003065         MOVE 16                      TO RETURN-CODE
003066         STOP RUN
003067     END-IF.
003068     ADD 1                            TO WK-ADJ-COUNT.
003069     IF WK-ADJ-INSERT-IX = ZERO
003070         MOVE WK-ADJ-COUNT            TO WK-ADJ-INSERT-IX
003071     END-IF.
003072     MOVE WK-ADJ-COUNT                TO WK-ADJ-IX.
003073     PERFORM 3360-SHIFT-ONE-ADJUSTMENT THRU 3360-EXIT
003074         UNTIL WK-ADJ-IX NOT > WK-ADJ-INSERT-IX.
003075     MOVE WK-ADJ-INSERT-IX            TO WK-ADJ-FOUND-IX.
003076     INITIALIZE WK-ADJ-ENTRY (WK-ADJ-FOUND-IX).
003077     MOVE WK-ADJ-WORK
003078          TO WK-AJ-KEY (WK-ADJ-FOUND-IX).
003079     PERFORM 3380-PRICE-ADJUSTMENT THRU 3380-EXIT.
003080*
003089 3300-EXIT.
003090     EXIT.
003091* ****************************************************************
003092* 3350-MATCH-ONE-ADJUSTMENT - stop on an exact match, or on the
003093* first entry that sorts after WK-ADJ-WORK (where it goes).
003094* ****************************************************************
003095 3350-MATCH-ONE-ADJUSTMENT.
003096     IF WK-AJ-KEY (WK-ADJ-IX) = WK-ADJ-WORK
003097         MOVE WK-ADJ-IX               TO WK-ADJ-FOUND-IX
003098     ELSE
003099         IF WK-AJ-KEY (WK-ADJ-IX) > WK-ADJ-WORK
003100             MOVE WK-ADJ-IX           TO WK-ADJ-INSERT-IX
003101         END-IF
003102     END-IF.
003103     ADD 1                            TO WK-ADJ-IX.
003104*
003105 3350-EXIT.
003106     EXIT.
003107* ****************************************************************
003108* 3360-SHIFT-ONE-ADJUSTMENT - move one entry down a slot to open
003109* the insertion point.
003110* ****************************************************************
003111 3360-SHIFT-ONE-ADJUSTMENT.
003112     MOVE WK-ADJ-ENTRY (WK-ADJ-IX - 1)
003113          TO WK-ADJ-ENTRY (WK-ADJ-IX).
003114     SUBTRACT 1                       FROM WK-ADJ-IX.
003115*
003116 3360-EXIT.
003117     EXIT.
003118* ****************************************************************
003119* 3380-PRICE-ADJUSTMENT - late activity is billed at the rate
003120* its own month was billed at: the name and rate on that month's
003121* ACCOUNT record when the account was billed then, else the
003122* account master as it stands now.
003123* ****************************************************************
003124 3380-PRICE-ADJUSTMENT.
003125     MOVE WK-AW-CUENTA                TO WK-AC-CUENTA.
003126     READ ACCOUNT-FILE
003127         INVALID KEY
003128             MOVE '** NO ACCOUNT MASTER RECORD **'
003129                  TO WK-AJ-NOMBRE (WK-ADJ-FOUND-IX)
003130             MOVE ZERO
003131                  TO WK-AJ-RATE (WK-ADJ-FOUND-IX)
003132         NOT INVALID KEY
003133             MOVE WK-AC-NOMBRE
003134                  TO WK-AJ-NOMBRE (WK-ADJ-FOUND-IX)
003135             MOVE WK-AC-RATE
003136                  TO WK-AJ-RATE (WK-ADJ-FOUND-IX)
003137     END-READ.
003138     IF WK-ACCTMST-STATUS NOT = '00'
003139        AND WK-ACCTMST-STATUS NOT = '23'
003140         MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID
003141         MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS
003142         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003143     END-IF.
003144     MOVE SPACES                      TO WK-BP-RECORD.
003145     MOVE WK-AW-PERIOD                TO WK-BP-PERIOD.
003146     MOVE '1'                         TO WK-BP-REC-TYPE.
003147     MOVE WK-AW-CUENTA                TO WK-BP-CUENTA.
003148     READ PERIOD-FILE
003149         INVALID KEY
003150             CONTINUE
003151         NOT INVALID KEY
003152             MOVE WK-BP-NOMBRE
003153                  TO WK-AJ-NOMBRE (WK-ADJ-FOUND-IX)
003154             MOVE WK-BP-RATE
003155                  TO WK-AJ-RATE (WK-ADJ-FOUND-IX)
003156     END-READ.
003157     PERFORM 1590-CHECK-PERIOD-READ THRU 1590-EXIT.
003158*
003159 3380-EXIT.
003160     EXIT.
003161* ****************************************************************
003162* 4000-PRINT-REPORT - one line per account plus a grand-total
003163* line that balances back to the records read, then the
003164* prior-period adjustment section.
003165* ****************************************************************
003166 4000-PRINT-REPORT.
003167     MOVE WK-HEADING-1                TO WK-RP-LINE.
003168     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003169     MOVE WK-HEADING-2                TO WK-RP-LINE.
003170     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003171     MOVE WK-MONTH                    TO WK-PL-MONTH.
003172     MOVE WK-RUN-DATE                 TO WK-PL-RUN-DATE.
003173     MOVE WK-PERIOD-LINE              TO WK-RP-LINE.
003174     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003175     IF WK-REOPENED
003176         MOVE WK-PRIOR-CLOSE-DATE     TO WK-RL-CLOSE-DATE
003177         MOVE WK-PRIOR-TOT-BILLED     TO WK-RL-BILLED
003178         MOVE WK-REOPEN-LINE          TO WK-RP-LINE
003179         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
003180     END-IF.
003181     MOVE SPACES                      TO WK-RP-LINE.
003190     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003200     MOVE WK-HEADING-3                TO WK-RP-LINE.
003210     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003270     MOVE WK-TOT-PROCESSED            TO WK-TL-PROCESSED.
003280     MOVE WK-TOT-REJECTED             TO WK-TL-REJECTED.
003290     MOVE WK-TOT-EXCEPTIONS           TO WK-TL-EXCEPTIONS.
003295     MOVE WK-TOT-REVERSED             TO WK-TL-REVERSED.
003296     MOVE WK-TOT-BILLED               TO WK-TL-BILLED.
003300     MOVE WK-TOTAL-LINE               TO WK-RP-LINE.
003310     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003311     PERFORM 4500-PRINT-ADJUSTMENTS THRU 4500-EXIT.
003320*
003330     DISPLAY '*********************************************'.
003340     DISPLAY 'DLCHGBK - RESULT RECORDS READ    '
003370         WK-SUSP-COUNT.
003380     DISPLAY 'DLCHGBK - EXCEPTION RECORDS READ '
003390         WK-EXCP-COUNT.
003395     DISPLAY 'DLCHGBK - REVERSAL RESULTS READ  '
003396         WK-REV-COUNT.
003397     DISPLAY 'DLCHGBK - REFUSED REVERSALS READ '
003398         WK-REV-REFUSED-COUNT.
003400     DISPLAY 'DLCHGBK - ACCOUNTS REPORTED      '
003410         WK-ACCT-COUNT.
003411     DISPLAY 'DLCHGBK - PRIOR-PERIOD ITEMS     '
003412         WK-ADJ-ITEM-COUNT.
003413     DISPLAY 'DLCHGBK - ALREADY BILLED ITEMS   '
003414         WK-BILLED-BEFORE-COUNT.
003415     DISPLAY 'DLCHGBK - LATER MONTH ITEMS      '
003416         WK-LATER-COUNT.
003417     DISPLAY 'DLCHGBK - MONTH NOT CLOSED ITEMS '
003418         WK-NOT-CLOSED-COUNT.
003420*
003430 4000-EXIT.
003440     EXIT.
003650                                      TO WK-DL-PROCESSED.
003660     MOVE WK-AT-REJECTED (WK-ACCT-IX) TO WK-DL-REJECTED.
003670     MOVE WK-AT-EXCEPTIONS (WK-ACCT-IX)
003671                                      TO WK-DL-EXCEPTIONS.
003675     MOVE WK-AT-REVERSED (WK-ACCT-IX) TO WK-DL-REVERSED.
003676     COMPUTE WK-NET-PROCESSED =
003677         WK-AT-PROCESSED (WK-ACCT-IX)
003678         - WK-AT-REVERSED (WK-ACCT-IX).
003679     COMPUTE WK-BILLED-AMT =
003680         WK-NET-PROCESSED * WK-AT-RATE (WK-ACCT-IX).
003681     MOVE WK-BILLED-AMT         TO WK-AT-BILLED (WK-ACCT-IX).
003684     MOVE WK-BILLED-AMT               TO WK-DL-BILLED.
003690     ADD WK-AT-PROCESSED (WK-ACCT-IX) TO WK-TOT-PROCESSED.
003700     ADD WK-AT-REJECTED (WK-ACCT-IX)  TO WK-TOT-REJECTED.
003710     ADD WK-AT-EXCEPTIONS (WK-ACCT-IX)
003720                                      TO WK-TOT-EXCEPTIONS.
003725     ADD WK-AT-REVERSED (WK-ACCT-IX)  TO WK-TOT-REVERSED.
003726     ADD WK-BILLED-AMT                TO WK-TOT-BILLED.
003730     MOVE WK-DETAIL-LINE              TO WK-RP-LINE.
003740     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003750     ADD 1                            TO WK-ACCT-IX.
003760*
003770 4100-EXIT.
003780     EXIT.
003781* ****************************************************************
003782* 4500-PRINT-ADJUSTMENTS - late activity for closed months, one
003783* line per department and month with a subtotal per department,
003784* billed on this report so a closed month's own totals never
003785* change after its invoices have gone out.  Items counted but
003786* not billed are listed after the report total.
003787* ****************************************************************
003788 4500-PRINT-ADJUSTMENTS.
003789     MOVE SPACES                      TO WK-RP-LINE.
003790     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003791     MOVE WK-ADJ-HEADING-1            TO WK-RP-LINE.
003792     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003793     MOVE WK-ADJ-HEADING-2            TO WK-RP-LINE.
003794     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003795     MOVE SPACES                      TO WK-RP-LINE.
003796     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003797     IF WK-ADJ-COUNT = ZERO
003798         MOVE WK-NO-ADJ-LINE          TO WK-RP-LINE
003799         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
003800         GO TO 4500-TOTALS
003801     END-IF.
003802     MOVE WK-ADJ-HEADING-3            TO WK-RP-LINE.
003803     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003804     MOVE SPACES                      TO WK-DEPT-CUENTA.
003805     MOVE ZERO                        TO WK-DEPT-BILLED
003806                                         WK-DEPT-LINES.
003807     MOVE 1                           TO WK-ADJ-IX.
003808     PERFORM 4600-PRINT-ONE-ADJUSTMENT THRU 4600-EXIT
003809         UNTIL WK-ADJ-IX > WK-ADJ-COUNT.
003810     PERFORM 4650-PRINT-DEPT-TOTAL THRU 4650-EXIT.
003811*
003812 4500-TOTALS.
003813     MOVE SPACES                      TO WK-RP-LINE.
003814     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003815     MOVE WK-ADJ-TOT-PROCESSED        TO WK-ATL-PROCESSED.
003816     MOVE WK-ADJ-TOT-REJECTED         TO WK-ATL-REJECTED.
003817     MOVE WK-ADJ-TOT-EXCEPTIONS       TO WK-ATL-EXCEPTIONS.
003818     MOVE WK-ADJ-TOT-REVERSED         TO WK-ATL-REVERSED.
003819     MOVE WK-ADJ-TOT-BILLED           TO WK-ATL-BILLED.
003820     MOVE WK-ADJ-TOTAL-LINE           TO WK-RP-LINE.
003821     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003822     COMPUTE WK-REPORT-BILLED = WK-TOT-BILLED + WK-ADJ-TOT-BILLED.
003823     MOVE WK-REPORT-BILLED            TO WK-RTL-BILLED.
003824     MOVE WK-REPORT-TOTAL-LINE        TO WK-RP-LINE.
003825     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003826     MOVE SPACES                      TO WK-RP-LINE.
003827     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003828     MOVE 'ITEMS ALREADY BILLED BY AN EARLIER CLOSE'
003829                                      TO WK-CL-LABEL.
003830     MOVE WK-BILLED-BEFORE-COUNT      TO WK-CL-COUNT.
003831     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
003832     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003833     MOVE 'ITEMS FOR A LATER MONTH - NOT BILLED'
003834                                      TO WK-CL-LABEL.
003835     MOVE WK-LATER-COUNT              TO WK-CL-COUNT.
003836     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
003837     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003838     MOVE 'ITEMS FOR A MONTH NOT CLOSED HERE - NOT BILLED'
003839                                      TO WK-CL-LABEL.
003840     MOVE WK-NOT-CLOSED-COUNT         TO WK-CL-COUNT.
003841     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
003842     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003843*
003844 4500-EXIT.
003845     EXIT.
003846* ****************************************************************
003847* 4600-PRINT-ONE-ADJUSTMENT - one line per department and month,
003848* priced at that month's rate; a change of department prints the
003849* previous department's subtotal first.
003850* ****************************************************************
003851 4600-PRINT-ONE-ADJUSTMENT.
003852     IF WK-AJ-CUENTA (WK-ADJ-IX) NOT = WK-DEPT-CUENTA
003853         PERFORM 4650-PRINT-DEPT-TOTAL THRU 4650-EXIT
003854         MOVE WK-AJ-CUENTA (WK-ADJ-IX) TO WK-DEPT-CUENTA
003855         MOVE ZERO                    TO WK-DEPT-BILLED
003856                                         WK-DEPT-LINES
003857     END-IF.
003858     MOVE WK-AJ-CUENTA (WK-ADJ-IX)    TO WK-AL-CUENTA.
003859     MOVE WK-AJ-NOMBRE (WK-ADJ-IX)    TO WK-AL-NOMBRE.
003860     MOVE WK-AJ-PERIOD (WK-ADJ-IX)    TO WK-AL-PERIOD.
003861     MOVE WK-AJ-PROCESSED (WK-ADJ-IX) TO WK-AL-PROCESSED.
003862     MOVE WK-AJ-REJECTED (WK-ADJ-IX)  TO WK-AL-REJECTED.
003863     MOVE WK-AJ-EXCEPTIONS (WK-ADJ-IX)
003864                                      TO WK-AL-EXCEPTIONS.
003865     MOVE WK-AJ-REVERSED (WK-ADJ-IX)  TO WK-AL-REVERSED.
003866     COMPUTE WK-NET-PROCESSED =
003867         WK-AJ-PROCESSED (WK-ADJ-IX)
003868         - WK-AJ-REVERSED (WK-ADJ-IX).
003869     COMPUTE WK-BILLED-AMT =
003870         WK-NET-PROCESSED * WK-AJ-RATE (WK-ADJ-IX).
003871     MOVE WK-BILLED-AMT               TO WK-AJ-BILLED (WK-ADJ-IX).
003872     MOVE WK-BILLED-AMT               TO WK-AL-BILLED.
003873     ADD WK-AJ-PROCESSED (WK-ADJ-IX)  TO WK-ADJ-TOT-PROCESSED.
003874     ADD WK-AJ-REJECTED (WK-ADJ-IX)   TO WK-ADJ-TOT-REJECTED.
003875     ADD WK-AJ-EXCEPTIONS (WK-ADJ-IX)
003876                                      TO WK-ADJ-TOT-EXCEPTIONS.
003877     ADD WK-AJ-REVERSED (WK-ADJ-IX)   TO WK-ADJ-TOT-REVERSED.
003878     ADD WK-BILLED-AMT                TO WK-ADJ-TOT-BILLED
003879                                         WK-DEPT-BILLED.
003880     ADD 1                            TO WK-DEPT-LINES.
003881     MOVE WK-ADJ-DETAIL-LINE          TO WK-RP-LINE.
003882     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003883     ADD 1                            TO WK-ADJ-IX.
003884*
003885 4600-EXIT.
003886     EXIT.
003887* ****************************************************************
003888* 4650-PRINT-DEPT-TOTAL - the department's adjustment subtotal,
003889* when it has any lines.
003890* ****************************************************************
003891 4650-PRINT-DEPT-TOTAL.
003892     IF WK-DEPT-LINES = ZERO
003893         GO TO 4650-EXIT
003894     END-IF.
003895     MOVE WK-DEPT-CUENTA              TO WK-DT-CUENTA.
003896     MOVE WK-DEPT-BILLED              TO WK-DT-BILLED.
003897     MOVE WK-DEPT-LINE                TO WK-RP-LINE.
003898     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003899     MOVE SPACES                      TO WK-RP-LINE.
003900     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003901*
003902 4650-EXIT.
003903     EXIT.
003904* ****************************************************************
003905* 5000-CLOSE-FILES.
003906* ****************************************************************
003907 5000-CLOSE-FILES.
003908     CLOSE RESULT-FILE.
003909     CLOSE SUSPENSE-FILE.
003910     CLOSE EXCEPTION-FILE.
003911     CLOSE REPORT-FILE.
003912     CLOSE ACCOUNT-FILE.
003913     CLOSE PERIOD-FILE.
003914*
003915 5000-EXIT.
003916     EXIT.
003917* ****************************************************************
003918* 6000-CLOSE-PERIOD - record what the month billed: an ACCOUNT
003919* record per CUENTA and an ADJUSTMENT record per department and
003920* earlier month, replacing any a reopened or unfinished run left,
003921* then mark the PERIOD record CLOSED with its totals, as of the
003922* latest processing date the report took in (the run date when
003923* it read nothing).
003924* ****************************************************************
003925 6000-CLOSE-PERIOD.
003926     PERFORM 6100-PURGE-PERIOD THRU 6100-EXIT.
003927     MOVE 1                           TO WK-ACCT-IX.
003928     PERFORM 6200-WRITE-ACCOUNT THRU 6200-EXIT
003929         UNTIL WK-ACCT-IX > WK-ACCT-COUNT.
003930     MOVE 1                           TO WK-ADJ-IX.
003931     PERFORM 6300-WRITE-ADJUSTMENT THRU 6300-EXIT
003932         UNTIL WK-ADJ-IX > WK-ADJ-COUNT.
003933     MOVE SPACES                      TO WK-BP-RECORD.
003934     MOVE WK-MONTH                    TO WK-BP-PERIOD.
003935     MOVE '0'                         TO WK-BP-REC-TYPE.
003936     READ PERIOD-FILE.
003937     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
003938     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
003939     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003940     MOVE 'C'                         TO WK-BP-STATUS.
003941     IF WK-BILLED-THRU = ZERO
003942         MOVE WK-RUN-DATE             TO WK-BP-CLOSE-DATE
003943     ELSE
003944         MOVE WK-BILLED-THRU          TO WK-BP-CLOSE-DATE
003945     END-IF.
003946     MOVE WK-ACCT-COUNT               TO WK-BP-ACCOUNTS.
003947     MOVE WK-TOT-PROCESSED            TO WK-BP-TOT-PROCESSED.
003948     MOVE WK-TOT-REJECTED             TO WK-BP-TOT-REJECTED.
003949     MOVE WK-TOT-EXCEPTIONS           TO WK-BP-TOT-EXCEPTIONS.
003950     MOVE WK-TOT-REVERSED             TO WK-BP-TOT-REVERSED.
003951     MOVE WK-TOT-BILLED               TO WK-BP-TOT-BILLED.
003952     MOVE WK-ADJ-TOT-BILLED           TO WK-BP-ADJ-BILLED.
003953     REWRITE WK-BP-RECORD.
003954     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
003955     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
003956     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003957     DISPLAY 'DLCHGBK - PERIOD ' WK-MONTH ' CLOSED AS OF '
003958        WK-BP-CLOSE-DATE.
003959     IF WK-PURGED-COUNT > ZERO
003960         DISPLAY 'DLCHGBK - EARLIER PERIOD RECORDS REPLACED '
003961            WK-PURGED-COUNT
003962     END-IF.
003963*
003964 6000-EXIT.
003965     EXIT.
003966* ****************************************************************
003967* 6100-PURGE-PERIOD - delete the month's ACCOUNT and ADJUSTMENT
003968* records (everything keyed after its PERIOD record and before
003969* the next month's).
003970* ****************************************************************
003971 6100-PURGE-PERIOD.
003972     MOVE SPACES                      TO WK-BP-RECORD.
003973     MOVE WK-MONTH                    TO WK-BP-PERIOD.
003974     MOVE '1'                         TO WK-BP-REC-TYPE.
003975     START PERIOD-FILE KEY IS NOT < WK-BP-KEY
003976         INVALID KEY
003977             SET WK-PURGE-DONE        TO TRUE
003978     END-START.
003979     PERFORM 1590-CHECK-PERIOD-READ THRU 1590-EXIT.
003980     PERFORM 6150-PURGE-ONE-RECORD THRU 6150-EXIT
003981         UNTIL WK-PURGE-DONE.
003982*
003983 6100-EXIT.
003984     EXIT.
003985* ****************************************************************
003986* 6150-PURGE-ONE-RECORD.
003987* ****************************************************************
003988 6150-PURGE-ONE-RECORD.
003989     READ PERIOD-FILE NEXT RECORD
003990         AT END
003991             SET WK-PURGE-DONE        TO TRUE
003992             GO TO 6150-EXIT
003993     END-READ.
003994     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
003995     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
003996     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003997     IF WK-BP-PERIOD NOT = WK-MONTH
003998         SET WK-PURGE-DONE            TO TRUE
003999         GO TO 6150-EXIT
004000     END-IF.
004001     DELETE PERIOD-FILE RECORD.
004002     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
004003     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
004004     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004005     ADD 1                            TO WK-PURGED-COUNT.
004006*
004007 6150-EXIT.
004008     EXIT.
004009* ****************************************************************
004010* 6200-WRITE-ACCOUNT - what one CUENTA was billed this month, and
004011* at what rate.
004012* ****************************************************************
004013 6200-WRITE-ACCOUNT.
004014     MOVE SPACES                      TO WK-BP-RECORD.
004015     MOVE WK-MONTH                    TO WK-BP-PERIOD.
004016     MOVE '1'                         TO WK-BP-REC-TYPE.
004017     MOVE WK-AT-CUENTA (WK-ACCT-IX)   TO WK-BP-CUENTA.
004018     MOVE WK-AT-NOMBRE (WK-ACCT-IX)   TO WK-BP-NOMBRE.
004019     MOVE WK-AT-RATE (WK-ACCT-IX)     TO WK-BP-RATE.
004020     MOVE WK-AT-PROCESSED (WK-ACCT-IX)
004021                                      TO WK-BP-PROCESSED.
004022     MOVE WK-AT-REJECTED (WK-ACCT-IX) TO WK-BP-REJECTED.
004023     MOVE WK-AT-EXCEPTIONS (WK-ACCT-IX)
004024                                      TO WK-BP-EXCEPTIONS.
004025     MOVE WK-AT-REVERSED (WK-ACCT-IX) TO WK-BP-REVERSED.
004026     MOVE WK-AT-BILLED (WK-ACCT-IX)   TO WK-BP-BILLED.
004027     WRITE WK-BP-RECORD.
004028     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
004029     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
004030     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004031     ADD 1                            TO WK-ACCT-IX.
004032*
004033 6200-EXIT.
004034     EXIT.
004035* ****************************************************************
004036* 6300-WRITE-ADJUSTMENT - what one CUENTA was billed this month
004037* for one earlier month's late activity.
004038* ****************************************************************
004039 6300-WRITE-ADJUSTMENT.
004040     MOVE SPACES                      TO WK-BP-RECORD.
004041     MOVE WK-MONTH                    TO WK-BP-PERIOD.
004042     MOVE '2'                         TO WK-BP-REC-TYPE.
004043     MOVE WK-AJ-CUENTA (WK-ADJ-IX)    TO WK-BP-CUENTA.
004044     MOVE WK-AJ-PERIOD (WK-ADJ-IX)    TO WK-BP-ADJ-PERIOD.
004045     MOVE WK-AJ-NOMBRE (WK-ADJ-IX)    TO WK-BP-NOMBRE.
004046     MOVE WK-AJ-RATE (WK-ADJ-IX)      TO WK-BP-RATE.
004047     MOVE WK-AJ-PROCESSED (WK-ADJ-IX) TO WK-BP-PROCESSED.
004048     MOVE WK-AJ-REJECTED (WK-ADJ-IX)  TO WK-BP-REJECTED.
004049     MOVE WK-AJ-EXCEPTIONS (WK-ADJ-IX)
004050                                      TO WK-BP-EXCEPTIONS.
004051     MOVE WK-AJ-REVERSED (WK-ADJ-IX)  TO WK-BP-REVERSED.
004052     MOVE WK-AJ-BILLED (WK-ADJ-IX)    TO WK-BP-BILLED.
004053     WRITE WK-BP-RECORD.
004054     MOVE 'BILLPRD'                   TO WK-ABEND-FILE-ID.
004055     MOVE WK-BILLPRD-STATUS           TO WK-ABEND-STATUS.
004056     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004057     ADD 1                            TO WK-ADJ-IX.
004058*
004059 6300-EXIT.
004060     EXIT.
004061* ****************************************************************
004062* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
004063* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
004064* is PERFORMed; any status other than '00' abends the run with a
004065* message instead of letting the job continue on bad data.
004066* ****************************************************************
004067 9000-VERIFY-FILE-STATUS.
004068     IF WK-ABEND-STATUS NOT = '00'
004069         DISPLAY 'DLCHGBK - I/O ERROR ON ' WK-ABEND-FILE-ID
004070            ' - FILE STATUS ' WK-ABEND-STATUS
004071         MOVE 16                      TO RETURN-CODE
004072         STOP RUN
004073     END-IF.
004074*
004075 9000-EXIT.
004076     EXIT.
