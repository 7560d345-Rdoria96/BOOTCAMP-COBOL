000100* ****************************************************************
000110* Program name:    DLUSAGE
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written as the usage-alert report behind the
000180*                  per-account operation limits.  Runs after the
000190*                  edit: walks the usage master (WKUSAGE) DLEDIT
000200*                  has just posted, prices each account against
000210*                  its daily and monthly limits on the account
000220*                  master, and lists every account at 80% or more
000230*                  of either limit - WARNING under the limit, CUT
000240*                  OFF at it, when the edit is already suspending
000250*                  the account's work (reason 14).  A usage
000260*                  record from a closed billing period counts as
000270*                  zero, the same month-end reset the edit
000280*                  applies.  Posts STEP016 to run control.
000281* 10/15/26 RD      Today's use counts the earlier daytime priority
000282*                  cycles of the date (DAY-PRIOR) as well as the
000283*                  night's own count, as the edit does.
000290* ****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.  DLUSAGE.
000320 AUTHOR. RICHARD DORIA.
000330 INSTALLATION. COBOL DEVELOPMENT CENTER.
000340 DATE-WRITTEN. 10/15/26.
000350 DATE-COMPILED. 10/15/26.
000360 SECURITY. NON-CONFIDENTIAL.
000370* ****************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT USAGE-FILE        ASSIGN TO USAGEMST
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS SEQUENTIAL
000440            RECORD KEY IS WK-US-CUENTA
000450            FILE STATUS IS WK-USAGEMST-STATUS.
000460     SELECT ACCOUNT-FILE      ASSIGN TO ACCTMST
000470            ORGANIZATION IS INDEXED
000480            ACCESS MODE IS RANDOM
000490            RECORD KEY IS WK-AC-CUENTA
000500            FILE STATUS IS WK-ACCTMST-STATUS.
000510     SELECT CALENDAR-FILE     ASSIGN TO CALMST
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS WK-CA-CAL-DATE
000550            FILE STATUS IS WK-CALMST-STATUS.
000560     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS RANDOM
000590            RECORD KEY IS WK-RC-KEY
000600            FILE STATUS IS WK-RUNCTL-STATUS.
000610     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS WK-RPTOUT-STATUS.
000640* ****************************************************************
000650 DATA DIVISION.
000660 FILE SECTION.
000670*    USAGE-FILE - the month-to-date usage master, front to back.
000680 FD  USAGE-FILE.
000690 01  WK-US-RECORD.
000700     COPY WKUSAGE REPLACING LEADING
000710          ==PREFIX-== BY ==WK-US-==.
000720*    ACCOUNT-FILE - the account master; one keyed read per usage
000730*    record for the account's name and limits.
000740 FD  ACCOUNT-FILE.
000750 01  WK-AC-RECORD.
000760     COPY WKACCT REPLACING LEADING
000770          ==PREFIX-== BY ==WK-AC-==.
000780*    CALENDAR-FILE - the processing-calendar master; one browse
000790*    finds the month-end processing date that closes tonight's
000800*    period.
000810 FD  CALENDAR-FILE.
000820 01  WK-CA-RECORD.
000830     COPY WKCALEND REPLACING LEADING
000840          ==PREFIX-== BY ==WK-CA-==.
000850*    RUN-CONTROL-FILE - this step's end-of-step posting.
000860 FD  RUN-CONTROL-FILE.
000870 01  WK-RC-RECORD.
000880     COPY WKRUNCTL REPLACING LEADING
000890          ==PREFIX-== BY ==WK-RC-==.
000900*    REPORT-FILE - one line per account in alert.
000910 FD  REPORT-FILE
000920     RECORDING MODE IS F.
000930 01  WK-RP-LINE                        PIC X(80).
000940* ****************************************************************
000950 WORKING-STORAGE SECTION.
000960*
000970 01  WK-FILE-STATUSES.
000980     05  WK-USAGEMST-STATUS         PIC X(02) VALUE '00'.
000990     05  WK-ACCTMST-STATUS          PIC X(02) VALUE '00'.
001000     05  WK-CALMST-STATUS           PIC X(02) VALUE '00'.
001010     05  WK-RUNCTL-STATUS           PIC X(02) VALUE '00'.
001020     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
001030*
001040 01  WK-RUN-STAMPS.
001050     05  WK-START-TS                PIC X(14).
001060     05  WK-END-TS                  PIC X(14).
001070 01  WK-TS-WORK.
001080     05  WK-TS-DATE                 PIC X(08).
001090     05  WK-TS-TIME                 PIC X(06).
001100 01  WK-TS-TIME-RAW                        PIC X(08).
001110*
001120 01  WK-ABEND-AREA.
001130     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
001140     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
001150*
001160 01  WK-SWITCHES.
001170     05  WK-EOF-SW                  PIC X(01) VALUE 'N'.
001180         88  WK-EOF                 VALUE 'Y'.
001190     05  WK-CAL-EOF-SW              PIC X(01) VALUE 'N'.
001200         88  WK-CAL-EOF             VALUE 'Y'.
001210     05  WK-ACCT-FOUND-SW           PIC X(01) VALUE 'N'.
001220         88  WK-ACCT-FOUND          VALUE 'Y'.
001230     05  WK-ALERT-SW                PIC X(01) VALUE 'N'.
001240         88  WK-ALERT               VALUE 'Y'.
001250     05  WK-CUT-OFF-SW              PIC X(01) VALUE 'N'.
001260         88  WK-CUT-OFF             VALUE 'Y'.
001270*
001280*    The run date reported for, and the month-end processing date
001290*    that closes its period (see WKUSAGE).
001300 01  WK-RUN-DATE                           PIC X(08).
001310 01  WK-PERIOD-END                         PIC X(08).
001320*
001330*    An account is reported once its usage reaches this share of
001340*    either limit.
001350 01  WK-ALERT-PCT                          PIC 9(03) VALUE 80.
001360*
001370*    One account's standing: tonight's count and the period total
001380*    as the limits see them, and the higher of its two shares of
001390*    limit in percent.
001400 01  WK-DAY-USED                           PIC 9(09).
001410 01  WK-MTD-USED                           PIC 9(10).
001420 01  WK-DAILY-LIMIT                        PIC 9(07).
001430 01  WK-MONTHLY-LIMIT                      PIC 9(09).
001440 01  WK-PCT-WORK                           PIC 9(07).
001450 01  WK-PCT-HIGH                           PIC 9(07).
001460*
001470 01  WK-COUNTERS.
001480     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001490     05  WK-CLOSED-COUNT            PIC 9(09) VALUE ZERO.
001500     05  WK-NO-LIMIT-COUNT          PIC 9(09) VALUE ZERO.
001510     05  WK-NO-ACCT-COUNT           PIC 9(09) VALUE ZERO.
001520     05  WK-ALERT-COUNT             PIC 9(09) VALUE ZERO.
001530     05  WK-CUT-OFF-COUNT           PIC 9(09) VALUE ZERO.
001540*
001550 01  WK-REPORT-LINES.
001560     05  WK-HEADING-1.
001570         10  FILLER                 PIC X(20) VALUE SPACES.
001580         10  FILLER                 PIC X(40)
001590             VALUE 'DEVOPS ACCOUNT USAGE ALERTS'.
001600     05  WK-HEADING-2.
001610         10  FILLER                 PIC X(20) VALUE SPACES.
001620         10  FILLER                 PIC X(27) VALUE ALL '-'.
001630     05  WK-DATE-LINE.
001640         10  FILLER                 PIC X(09) VALUE 'RUN DATE '.
001650         10  WK-DT-DATE             PIC X(08).
001660         10  FILLER                 PIC X(15)
001670             VALUE '  PERIOD ENDS '.
001680         10  WK-DT-PERIOD-END       PIC X(08).
001690         10  FILLER                 PIC X(13)
001700             VALUE '  ALERT AT '.
001710         10  WK-DT-ALERT-PCT        PIC ZZ9.
001720         10  FILLER                 PIC X(01) VALUE '%'.
001730     05  WK-COLUMN-HEADING.
001740         10  FILLER                 PIC X(05) VALUE 'CTA'.
001750         10  FILLER                 PIC X(17) VALUE 'NOMBRE'.
001751         10  FILLER                 PIC X(09) VALUE '    TODAY'.
001770         10  FILLER                 PIC X(09) VALUE '    DAILY'.
001780         10  FILLER                 PIC X(11) VALUE '        MTD'.
001781         10  FILLER                 PIC X(11)
001782             VALUE '    MONTHLY'.
001783         10  FILLER                 PIC X(09) VALUE '    PCT'.
001810         10  FILLER                 PIC X(08) VALUE 'STATUS'.
001820     05  WK-ALERT-LINE.
001830         10  WK-AL-CUENTA           PIC X(04).
001840         10  FILLER                 PIC X(01) VALUE SPACES.
001850         10  WK-AL-NOMBRE           PIC X(16).
001860         10  FILLER                 PIC X(01) VALUE SPACES.
001870         10  WK-AL-DAY-USED         PIC Z,ZZZ,ZZ9.
001880         10  WK-AL-DAILY-LIMIT      PIC Z,ZZZ,ZZ9.
001890         10  WK-AL-MTD-USED         PIC ZZZ,ZZZ,ZZ9.
001900         10  WK-AL-MONTHLY-LIMIT    PIC ZZZ,ZZZ,ZZ9.
001910         10  WK-AL-PCT              PIC ZZZ,ZZ9.
001920         10  FILLER                 PIC X(01) VALUE '%'.
001930         10  FILLER                 PIC X(01) VALUE SPACES.
001940         10  WK-AL-STATUS           PIC X(08).
001950     05  WK-COUNT-LINE.
001960         10  WK-CL-LABEL            PIC X(30).
001970         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001980* ****************************************************************
001990 LINKAGE SECTION.
002000*    PARM passed from JCL: the run date to report for (CCYYMMDD),
002010*    or omitted/blank for today's date - the date DLEDIT posted
002020*    tonight's usage under.
002030 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
002040 01  WK-PARM-DATA                          PIC X(08).
002050* ****************************************************************
002060 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
002070* ****************************************************************
002080* 0000-MAINLINE - price every account's usage, report and post.
002090* ****************************************************************
002100 0000-MAINLINE.
002110     IF WK-PARM-LENGTH >= 8 AND WK-PARM-DATA (1:8) NUMERIC
002120         MOVE WK-PARM-DATA (1:8)  TO WK-RUN-DATE
002130     ELSE
002140         ACCEPT WK-RUN-DATE       FROM DATE YYYYMMDD
002150     END-IF.
002160     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002170     PERFORM 1100-FIND-PERIOD-END THRU 1100-EXIT.
002180     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
002190     PERFORM 2000-READ-USAGE THRU 2000-EXIT.
002200     PERFORM 3000-PRICE-ONE-ACCOUNT THRU 3000-EXIT
002210         UNTIL WK-EOF.
002220     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
002230     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
002240     STOP RUN.
002250*
002260 0000-EXIT.
002270     EXIT.
002280* ****************************************************************
002290* 1000-OPEN-FILES - open every file, checking status after each
002300* OPEN so a missing/misallocated dataset abends the run.
002310* ****************************************************************
002320 1000-OPEN-FILES.
002330     OPEN INPUT  USAGE-FILE.
002340     MOVE 'USAGEMST'          TO WK-ABEND-FILE-ID.
002350     MOVE WK-USAGEMST-STATUS  TO WK-ABEND-STATUS.
002360     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002370     OPEN INPUT  ACCOUNT-FILE.
002380     MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID.
002390     MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS.
002400     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002410     OPEN INPUT  CALENDAR-FILE.
002420     MOVE 'CALMST'            TO WK-ABEND-FILE-ID.
002430     MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS.
002440     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002450     OPEN I-O    RUN-CONTROL-FILE.
002460     MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID.
002470     MOVE WK-RUNCTL-STATUS    TO WK-ABEND-STATUS.
002480     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002490     OPEN OUTPUT REPORT-FILE.
002500     MOVE 'RPTOUT'            TO WK-ABEND-FILE-ID.
002510     MOVE WK-RPTOUT-STATUS    TO WK-ABEND-STATUS.
002520     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002530     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
002540     MOVE WK-TS-WORK          TO WK-START-TS.
002550*
002560 1000-EXIT.
002570     EXIT.
002580* ****************************************************************
002590* 1100-FIND-PERIOD-END - browse the calendar forward from the run
002600* date to the first month-end processing date, exactly as DLEDIT
002610* does, so both programs agree on which period is open.  With no
002620* month-end ahead the calendar month is used, with a warning.
002630* ****************************************************************
002640 1100-FIND-PERIOD-END.
002650     MOVE SPACES                      TO WK-PERIOD-END.
002660     MOVE WK-RUN-DATE                 TO WK-CA-CAL-DATE.
002670     START CALENDAR-FILE KEY NOT < WK-CA-CAL-DATE
002680         INVALID KEY
002690             MOVE 'Y'                 TO WK-CAL-EOF-SW
002700     END-START.
002710     IF WK-CALMST-STATUS NOT = '00'
002720        AND WK-CALMST-STATUS NOT = '23'
002730         MOVE 'CALMST'            TO WK-ABEND-FILE-ID
002740         MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
002750         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
002760     END-IF.
002770     PERFORM 1150-READ-NEXT-CALENDAR THRU 1150-EXIT
002780         UNTIL WK-CAL-EOF OR WK-PERIOD-END NOT = SPACES.
002790     IF WK-PERIOD-END = SPACES
002800         MOVE WK-RUN-DATE (1:6)       TO WK-PERIOD-END (1:6)
002810         MOVE '31'                    TO WK-PERIOD-END (7:2)
002820         DISPLAY 'DLUSAGE - NO MONTH-END DATE ON THE CALENDAR '
002830            'FROM ' WK-RUN-DATE ' - USAGE PERIOD TAKEN AS '
002840            WK-PERIOD-END
002850     END-IF.
002860     CLOSE CALENDAR-FILE.
002870*
002880 1100-EXIT.
002890     EXIT.
002900* ****************************************************************
002910* 1150-READ-NEXT-CALENDAR.
002920* ****************************************************************
002930 1150-READ-NEXT-CALENDAR.
002940     READ CALENDAR-FILE NEXT RECORD
002950         AT END
002960             MOVE 'Y'                 TO WK-CAL-EOF-SW
002970         NOT AT END
002980             IF WK-CA-MONTH-END
002990                 MOVE WK-CA-CAL-DATE  TO WK-PERIOD-END
003000             END-IF
003010     END-READ.
003020     IF WK-CALMST-STATUS NOT = '00'
003030        AND WK-CALMST-STATUS NOT = '10'
003040         MOVE 'CALMST'            TO WK-ABEND-FILE-ID
003050         MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
003060         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003070     END-IF.
003080*
003090 1150-EXIT.
003100     EXIT.
003110* ****************************************************************
003120* 1400-PRINT-HEADINGS.
003130* ****************************************************************
003140 1400-PRINT-HEADINGS.
003150     MOVE WK-HEADING-1                TO WK-RP-LINE.
003160     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003170     MOVE WK-HEADING-2                TO WK-RP-LINE.
003180     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003190     MOVE WK-RUN-DATE                 TO WK-DT-DATE.
003200     MOVE WK-PERIOD-END               TO WK-DT-PERIOD-END.
003210     MOVE WK-ALERT-PCT                TO WK-DT-ALERT-PCT.
003220     MOVE WK-DATE-LINE                TO WK-RP-LINE.
003230     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003240     MOVE SPACES                      TO WK-RP-LINE.
003250     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003260     MOVE WK-COLUMN-HEADING           TO WK-RP-LINE.
003270     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003280*
003290 1400-EXIT.
003300     EXIT.
003310* ****************************************************************
003320* 2000-READ-USAGE - prime/advance the usage master.
003330* ****************************************************************
003340 2000-READ-USAGE.
003350     READ USAGE-FILE NEXT RECORD
003360         AT END
003370             MOVE 'Y'                 TO WK-EOF-SW
003380         NOT AT END
003390             ADD 1                    TO WK-READ-COUNT
003400     END-READ.
003410     IF WK-USAGEMST-STATUS NOT = '00'
003420        AND WK-USAGEMST-STATUS NOT = '10'
003430         MOVE 'USAGEMST'          TO WK-ABEND-FILE-ID
003440         MOVE WK-USAGEMST-STATUS  TO WK-ABEND-STATUS
003450         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003460     END-IF.
003470*
003480 2000-EXIT.
003490     EXIT.
003500* ****************************************************************
003510* 3000-PRICE-ONE-ACCOUNT - price one usage record, then advance.
003520* ****************************************************************
003530 3000-PRICE-ONE-ACCOUNT.
003540     PERFORM 3100-PRICE-USAGE THRU 3100-EXIT.
003550     PERFORM 2000-READ-USAGE THRU 2000-EXIT.
003560*
003570 3000-EXIT.
003580     EXIT.
003590* ****************************************************************
003600* 3100-PRICE-USAGE - a record from a closed period is spent; it
003601* is only counted.  Otherwise today's count is DAY-PRIOR +
003602* DAY-COUNT when the record was posted under the run date (zero
003603* when the account sent nothing today), and the period total is
003604* MTD-PRIOR + DAY-PRIOR + DAY-COUNT.
003640* Each limit that is set is priced as a share of the limit; the
003650* higher share decides the alert.  An account with no limits, or
003660* gone from the account master, is only counted.
003670* ****************************************************************
003680 3100-PRICE-USAGE.
003690     IF WK-US-PERIOD-END NOT = WK-PERIOD-END
003700         ADD 1                        TO WK-CLOSED-COUNT
003710         GO TO 3100-EXIT
003720     END-IF.
003730     PERFORM 3200-READ-ACCOUNT THRU 3200-EXIT.
003740     IF NOT WK-ACCT-FOUND
003750         ADD 1                        TO WK-NO-ACCT-COUNT
003760         GO TO 3100-EXIT
003770     END-IF.
003771     IF WK-US-DAY-PRIOR NOT NUMERIC
003772         MOVE ZERO                    TO WK-US-DAY-PRIOR
003773     END-IF.
003780     MOVE ZERO                        TO WK-DAY-USED.
003790     IF WK-US-LAST-RUN-DATE = WK-RUN-DATE
003791         ADD WK-US-DAY-PRIOR WK-US-DAY-COUNT GIVING WK-DAY-USED
003792     END-IF.
003793     ADD WK-US-MTD-PRIOR WK-US-DAY-PRIOR WK-US-DAY-COUNT
003794         GIVING WK-MTD-USED.
003830     MOVE ZERO                        TO WK-DAILY-LIMIT.
003840     IF WK-AC-DAILY-LIMIT NUMERIC
003850         MOVE WK-AC-DAILY-LIMIT       TO WK-DAILY-LIMIT
003860     END-IF.
003870     MOVE ZERO                        TO WK-MONTHLY-LIMIT.
003880     IF WK-AC-MONTHLY-LIMIT NUMERIC
003890         MOVE WK-AC-MONTHLY-LIMIT     TO WK-MONTHLY-LIMIT
003900     END-IF.
003910     IF WK-DAILY-LIMIT = ZERO AND WK-MONTHLY-LIMIT = ZERO
003920         ADD 1                        TO WK-NO-LIMIT-COUNT
003930         GO TO 3100-EXIT
003940     END-IF.
003950     MOVE 'N'                         TO WK-ALERT-SW.
003960     MOVE 'N'                         TO WK-CUT-OFF-SW.
003970     MOVE ZERO                        TO WK-PCT-HIGH.
003980     IF WK-DAILY-LIMIT > ZERO
003990         COMPUTE WK-PCT-WORK =
004000             (WK-DAY-USED * 100) / WK-DAILY-LIMIT
004010         PERFORM 3300-JUDGE-SHARE THRU 3300-EXIT
004020     END-IF.
004030     IF WK-MONTHLY-LIMIT > ZERO
004040         COMPUTE WK-PCT-WORK =
004050             (WK-MTD-USED * 100) / WK-MONTHLY-LIMIT
004060         PERFORM 3300-JUDGE-SHARE THRU 3300-EXIT
004070     END-IF.
004080     IF WK-ALERT
004090         PERFORM 3700-PRINT-ALERT THRU 3700-EXIT
004100     END-IF.
004110*
004120 3100-EXIT.
004130     EXIT.
004140* ****************************************************************
004150* 3200-READ-ACCOUNT.
004160* ****************************************************************
004170 3200-READ-ACCOUNT.
004180     MOVE 'N'                         TO WK-ACCT-FOUND-SW.
004190     MOVE WK-US-CUENTA                TO WK-AC-CUENTA.
004200     READ ACCOUNT-FILE
004210         INVALID KEY
004220             DISPLAY 'DLUSAGE - USAGE FOR CUENTA ' WK-US-CUENTA
004230                ' - NOT ON THE ACCOUNT MASTER'
004240         NOT INVALID KEY
004250             MOVE 'Y'                 TO WK-ACCT-FOUND-SW
004260     END-READ.
004270     IF WK-ACCTMST-STATUS NOT = '00'
004280        AND WK-ACCTMST-STATUS NOT = '23'
004290         MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID
004300         MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS
004310         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004320     END-IF.
004330*
004340 3200-EXIT.
004350     EXIT.
004360* ****************************************************************
004370* 3300-JUDGE-SHARE - one limit's share, just computed into
004380* WK-PCT-WORK: keep the higher share, and flag the account for
004390* the report at the alert share and as cut off at the full limit.
004400* ****************************************************************
004410 3300-JUDGE-SHARE.
004420     IF WK-PCT-WORK > WK-PCT-HIGH
004430         MOVE WK-PCT-WORK             TO WK-PCT-HIGH
004440     END-IF.
004450     IF WK-PCT-WORK NOT < WK-ALERT-PCT
004460         MOVE 'Y'                     TO WK-ALERT-SW
004470     END-IF.
004480     IF WK-PCT-WORK NOT < 100
004490         MOVE 'Y'                     TO WK-CUT-OFF-SW
004500     END-IF.
004510*
004520 3300-EXIT.
004530     EXIT.
004540* ****************************************************************
004550* 3700-PRINT-ALERT - one report line for an account in alert; a
004560* limit that is not set prints as zero.
004570* ****************************************************************
004580 3700-PRINT-ALERT.
004590     MOVE WK-US-CUENTA                TO WK-AL-CUENTA.
004600     MOVE WK-AC-NOMBRE                TO WK-AL-NOMBRE.
004610     MOVE WK-DAY-USED                 TO WK-AL-DAY-USED.
004620     MOVE WK-DAILY-LIMIT              TO WK-AL-DAILY-LIMIT.
004630     MOVE WK-MTD-USED                 TO WK-AL-MTD-USED.
004640     MOVE WK-MONTHLY-LIMIT            TO WK-AL-MONTHLY-LIMIT.
004650     MOVE WK-PCT-HIGH                 TO WK-AL-PCT.
004660     ADD 1                            TO WK-ALERT-COUNT.
004670     IF WK-CUT-OFF
004680         MOVE 'CUT OFF'               TO WK-AL-STATUS
004690         ADD 1                        TO WK-CUT-OFF-COUNT
004700     ELSE
004710         MOVE 'WARNING'               TO WK-AL-STATUS
004720     END-IF.
004730     MOVE WK-ALERT-LINE               TO WK-RP-LINE.
004740     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
004750*
004760 3700-EXIT.
004770     EXIT.
004780* ****************************************************************
004790* 4000-PRINT-SUMMARY - the run's counts on the report and the
004800* log, and the STEP016 posting.  RC=4 when any account is cut off,
004810* so the operator sees it without reading the report.
004820* ****************************************************************
004830 4000-PRINT-SUMMARY.
004840     MOVE SPACES                      TO WK-RP-LINE.
004850     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
004860     MOVE 'ACCOUNTS ON USAGE MASTER'  TO WK-CL-LABEL.
004870     MOVE WK-READ-COUNT               TO WK-CL-COUNT.
004880     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
004890     MOVE 'CLOSED PERIOD (NO USAGE)'  TO WK-CL-LABEL.
004900     MOVE WK-CLOSED-COUNT             TO WK-CL-COUNT.
004910     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
004920     MOVE 'NO LIMITS SET'             TO WK-CL-LABEL.
004930     MOVE WK-NO-LIMIT-COUNT           TO WK-CL-COUNT.
004940     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
004950     MOVE 'NOT ON ACCOUNT MASTER'     TO WK-CL-LABEL.
004960     MOVE WK-NO-ACCT-COUNT            TO WK-CL-COUNT.
004970     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
004980     MOVE 'ACCOUNTS IN ALERT'         TO WK-CL-LABEL.
004990     MOVE WK-ALERT-COUNT              TO WK-CL-COUNT.
005000     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
005010     MOVE 'ACCOUNTS CUT OFF'          TO WK-CL-LABEL.
005020     MOVE WK-CUT-OFF-COUNT            TO WK-CL-COUNT.
005030     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
005040     DISPLAY '*********************************************'.
005050     DISPLAY 'DLUSAGE - RUN DATE            ' WK-RUN-DATE.
005060     DISPLAY 'DLUSAGE - PERIOD ENDS         ' WK-PERIOD-END.
005070     DISPLAY 'DLUSAGE - USAGE RECORDS READ  ' WK-READ-COUNT.
005080     DISPLAY 'DLUSAGE - ACCOUNTS IN ALERT   ' WK-ALERT-COUNT.
005090     DISPLAY 'DLUSAGE - ACCOUNTS CUT OFF    ' WK-CUT-OFF-COUNT.
005100     IF WK-CUT-OFF-COUNT > ZERO
005110         MOVE 4                       TO RETURN-CODE
005120     END-IF.
005130     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
005140*
005150 4000-EXIT.
005160     EXIT.
005170* ****************************************************************
005180* 4900-PRINT-COUNT.
005190* ****************************************************************
005200 4900-PRINT-COUNT.
005210     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005220     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
005230*
005240 4900-EXIT.
005250     EXIT.
005260* ****************************************************************
005270* 4950-WRITE-LINE - write one already-built REPORT-FILE line and
005280* check its status immediately.
005290* ****************************************************************
005300 4950-WRITE-LINE.
005310     WRITE WK-RP-LINE.
005320     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
005330     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
005340     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005350*
005360 4950-EXIT.
005370     EXIT.
005380* ****************************************************************
005390* 5000-CLOSE-FILES - the calendar was closed once browsed.
005400* ****************************************************************
005410 5000-CLOSE-FILES.
005420     CLOSE USAGE-FILE.
005430     CLOSE ACCOUNT-FILE.
005440     CLOSE RUN-CONTROL-FILE.
005450     CLOSE REPORT-FILE.
005460*
005470 5000-EXIT.
005480     EXIT.
005490* ****************************************************************
005500* 8400-CAPTURE-TIMESTAMP - current date and time into
005510* WK-TS-WORK.
005520* ****************************************************************
005530 8400-CAPTURE-TIMESTAMP.
005540     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
005550     ACCEPT WK-TS-TIME-RAW        FROM TIME.
005560     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
005570*
005580 8400-EXIT.
005590     EXIT.
005600* ****************************************************************
005610* 8600-POST-RUN-CONTROL - record this step's end-of-step state
005620* on the run-control master as STEP016; a rerun of the same
005630* date replaces the earlier posting.
005640* ****************************************************************
005650 8600-POST-RUN-CONTROL.
005660     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
005670     MOVE WK-TS-WORK                  TO WK-END-TS.
005680     MOVE SPACES                      TO WK-RC-RECORD.
005690     MOVE WK-RUN-DATE                 TO WK-RC-RUN-DATE.
005700     MOVE 'STEP016'                   TO WK-RC-STEP-NAME.
005710     MOVE 'DLUSAGE'                   TO WK-RC-PROGRAM.
005720     MOVE WK-START-TS                 TO WK-RC-START-TS.
005730     MOVE WK-END-TS                   TO WK-RC-END-TS.
005740     MOVE WK-READ-COUNT               TO WK-RC-IN-COUNT.
005750     MOVE WK-ALERT-COUNT              TO WK-RC-OUT-COUNT.
005760     MOVE WK-CUT-OFF-COUNT            TO WK-RC-ALT-COUNT.
005770     MOVE ZERO                        TO WK-RC-EXCP-COUNT.
005780     MOVE RETURN-CODE                 TO WK-RC-RETURN-CODE.
005790     WRITE WK-RC-RECORD
005800         INVALID KEY
005810             REWRITE WK-RC-RECORD
005820     END-WRITE.
005830     MOVE 'RUNCTL'                    TO WK-ABEND-FILE-ID.
005840     MOVE WK-RUNCTL-STATUS            TO WK-ABEND-STATUS.
005850     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005860*
005870 8600-EXIT.
005880     EXIT.
005890* ****************************************************************
005900* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
005910* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
005920* is PERFORMed; any status other than '00' abends the run with a
005930* message instead of letting the job continue on bad data.
005940* ****************************************************************
005950 9000-VERIFY-FILE-STATUS.
005960     IF WK-ABEND-STATUS NOT = '00'
005970         DISPLAY 'DLUSAGE - I/O ERROR ON ' WK-ABEND-FILE-ID
005980            ' - FILE STATUS ' WK-ABEND-STATUS
005990         MOVE 16                      TO RETURN-CODE
006000         STOP RUN
006010     END-IF.
006020*
006030 9000-EXIT.
006040     EXIT.
