000100* ****************************************************************
000110* Program name:    DLPEND
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written as the nightly release step for the
000180*                  pending-transaction warehouse (WKPEND, the
000190*                  VSAM KSDS keyed on CUENTA + reference that
000200*                  DLPENDM maintains).  Runs ahead of the
000210*                  intake: reads the processing calendar for the
000220*                  run date, walks the warehouse, and writes
000230*                  every future-dated item and standing order
000240*                  due tonight into the release file as its own
000250*                  HDR/TRL batch (submitter DLPEND), which the
000260*                  intake concatenates so DLEDIT proves it like
000270*                  any other batch.  Each released detail is
000280*                  already stamped with the owning department
000290*                  and its reference, so results and rejects
000300*                  return to the department, not to DLPEND.
000310*                  Items past their end date expire.  Prints
000320*                  what was released, what is still held and
000330*                  what expired, and posts STEP005 to run
000340*                  control.  RC=8 when the run date has no
000350*                  calendar record (nothing releases).
000351* 10/15/26 RD      Marks every released detail DUP-SCREEN 'S' (see
000352*                  WKTRANS) - a scheduled release is not screened
000353*                  by DLEDIT as a probable duplicate, since a
000354*                  standing order repeats its operation and
000355*                  operands by design.
000360* ****************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID.  DLPEND.
000390 AUTHOR. RICHARD DORIA.
000400 INSTALLATION. COBOL DEVELOPMENT CENTER.
000410 DATE-WRITTEN. 10/15/26.
000420 DATE-COMPILED. 10/15/26.
000430 SECURITY. NON-CONFIDENTIAL.
000440* ****************************************************************
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PEND-FILE         ASSIGN TO PENDMST
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS SEQUENTIAL
000510            RECORD KEY IS WK-PD-KEY
000520            FILE STATUS IS WK-PENDMST-STATUS.
000530     SELECT CALENDAR-FILE     ASSIGN TO CALMST
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS RANDOM
000560            RECORD KEY IS WK-CA-CAL-DATE
000570            FILE STATUS IS WK-CALMST-STATUS.
000580     SELECT RELEASE-FILE      ASSIGN TO RELOUT
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS WK-RELOUT-STATUS.
000610     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS RANDOM
000640            RECORD KEY IS WK-RC-KEY
000650            FILE STATUS IS WK-RUNCTL-STATUS.
000660     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS WK-RPTOUT-STATUS.
000690* ****************************************************************
000700 DATA DIVISION.
000710 FILE SECTION.
000720*    PEND-FILE - the warehouse, walked front to back; each item
000730*    released or expired tonight is rewritten in place.
000740 FD  PEND-FILE.
000750 01  WK-PD-RECORD.
000760     COPY WKPEND REPLACING LEADING
000770          ==PREFIX-== BY ==WK-PD-==.
000780*    CALENDAR-FILE - the processing-calendar master DLCALLD
000790*    loads; one keyed read for the run date.
000800 FD  CALENDAR-FILE.
000810 01  WK-CA-RECORD.
000820     COPY WKCALEND REPLACING LEADING
000830          ==PREFIX-== BY ==WK-CA-==.
000840*    RELEASE-FILE - tonight's due items in the transaction-file
000850*    layout the intake reads, inside one HDR/TRL batch.
000860 FD  RELEASE-FILE
000870     RECORDING MODE IS F.
000880 01  WK-RL-RECORD.
000890     COPY WKTRANS REPLACING LEADING
000900          ==PREFIX-== BY ==WK-RL-==.
000910*    The same record as a batch-control (HDR/TRL) record.
000920 01  WK-RLC-RECORD.
000930     COPY WKTRNCTL REPLACING LEADING
000940          ==PREFIX-== BY ==WK-RLC-==.
000950*    RUN-CONTROL-FILE - this step's end-of-step posting.
000960 FD  RUN-CONTROL-FILE.
000970 01  WK-RC-RECORD.
000980     COPY WKRUNCTL REPLACING LEADING
000990          ==PREFIX-== BY ==WK-RC-==.
001000*    REPORT-FILE - released / held / expired, one line per item.
001010 FD  REPORT-FILE
001020     RECORDING MODE IS F.
001030 01  WK-RP-LINE                        PIC X(80).
001040* ****************************************************************
001050 WORKING-STORAGE SECTION.
001060*
001070 01  WK-FILE-STATUSES.
001080     05  WK-PENDMST-STATUS          PIC X(02) VALUE '00'.
001090     05  WK-CALMST-STATUS           PIC X(02) VALUE '00'.
001100     05  WK-RELOUT-STATUS           PIC X(02) VALUE '00'.
001110     05  WK-RUNCTL-STATUS           PIC X(02) VALUE '00'.
001120     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
001130*
001140 01  WK-RUN-STAMPS.
001150     05  WK-START-TS                PIC X(14).
001160     05  WK-END-TS                  PIC X(14).
001170 01  WK-TS-WORK.
001180     05  WK-TS-DATE                 PIC X(08).
001190     05  WK-TS-TIME                 PIC X(06).
001200 01  WK-TS-TIME-RAW                        PIC X(08).
001210*
001220 01  WK-ABEND-AREA.
001230     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
001240     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
001250*
001260 01  WK-SWITCHES.
001270     05  WK-EOF-SW                  PIC X(01) VALUE 'N'.
001280         88  WK-EOF                 VALUE 'Y'.
001290     05  WK-CAL-FOUND-SW            PIC X(01) VALUE 'N'.
001300         88  WK-CAL-FOUND           VALUE 'Y'.
001310     05  WK-BUS-DAY-SW              PIC X(01) VALUE 'N'.
001320         88  WK-BUS-DAY             VALUE 'Y'.
001330     05  WK-MONTH-END-SW            PIC X(01) VALUE 'N'.
001340         88  WK-MONTH-END           VALUE 'Y'.
001350     05  WK-DUE-SW                  PIC X(01) VALUE 'N'.
001360         88  WK-DUE                 VALUE 'Y'.
001370*
001380*    The run date being released for, with a view of its day
001390*    for the day-of-month standing orders.
001400 01  WK-RUN-DATE                           PIC X(08).
001410 01  WK-RUN-DATE-PARTS REDEFINES WK-RUN-DATE.
001420     05  WK-RUN-CCYYMM              PIC X(06).
001430     05  WK-RUN-DD                  PIC 9(02).
001440*
001450*    Hash staging - the release trailer's hash is the sum of
001460*    ABSOLUTE operand values, the WKTRNCTL definition DLEDIT
001470*    proves.
001480 01  WK-HASH-WORK                          PIC S9(02).
001490 01  WK-RELEASE-HASH                       PIC 9(13) VALUE ZERO.
001500*
001510 01  WK-COUNTERS.
001520     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001530     05  WK-RELEASED-COUNT          PIC 9(09) VALUE ZERO.
001540     05  WK-HELD-COUNT              PIC 9(09) VALUE ZERO.
001550     05  WK-EXPIRED-COUNT           PIC 9(09) VALUE ZERO.
001560     05  WK-INACTIVE-COUNT          PIC 9(09) VALUE ZERO.
001570*
001580 01  WK-REPORT-LINES.
001590     05  WK-HEADING-1.
001600         10  FILLER                 PIC X(20) VALUE SPACES.
001610         10  FILLER                 PIC X(40)
001620             VALUE 'DEVOPS PENDING-TRANSACTION RELEASE'.
001630     05  WK-HEADING-2.
001640         10  FILLER                 PIC X(20) VALUE SPACES.
001650         10  FILLER                 PIC X(34) VALUE ALL '-'.
001660     05  WK-DATE-LINE.
001670         10  FILLER                 PIC X(09) VALUE 'RUN DATE '.
001680         10  WK-DT-DATE             PIC X(08).
001690         10  FILLER                 PIC X(02) VALUE SPACES.
001700         10  WK-DT-DAY-TEXT         PIC X(40).
001710     05  WK-COLUMN-HEADING.
001720         10  FILLER                 PIC X(05) VALUE 'CTA'.
001730         10  FILLER                 PIC X(09) VALUE 'REF'.
001740         10  FILLER                 PIC X(09) VALUE 'SUBMITTR'.
001750         10  FILLER                 PIC X(21) VALUE 'OPERACION'.
001760         10  FILLER                 PIC X(10) VALUE 'SCHEDULE'.
001770         10  FILLER                 PIC X(09) VALUE 'EFF DATE'.
001780         10  FILLER                 PIC X(09) VALUE 'STATUS'.
001790     05  WK-ITEM-LINE.
001800         10  WK-IL-CUENTA           PIC X(04).
001810         10  FILLER                 PIC X(01) VALUE SPACES.
001820         10  WK-IL-REF              PIC X(08).
001830         10  FILLER                 PIC X(01) VALUE SPACES.
001840         10  WK-IL-SUBMITTER        PIC X(08).
001850         10  FILLER                 PIC X(01) VALUE SPACES.
001860         10  WK-IL-OPERACION        PIC X(20).
001870         10  FILLER                 PIC X(01) VALUE SPACES.
001880         10  WK-IL-SCHEDULE         PIC X(09).
001890         10  FILLER                 PIC X(01) VALUE SPACES.
001900         10  WK-IL-EFF-DATE         PIC X(08).
001910         10  FILLER                 PIC X(01) VALUE SPACES.
001920         10  WK-IL-DISPOSITION      PIC X(08).
001930     05  WK-SCHED-DAY.
001940         10  FILLER                 PIC X(04) VALUE 'DAY '.
001950         10  WK-SD-DAY              PIC 9(02).
001960     05  WK-COUNT-LINE.
001970         10  WK-CL-LABEL            PIC X(30).
001980         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001990* ****************************************************************
002000 LINKAGE SECTION.
002010*    PARM passed from JCL: the run date to release for
002020*    (CCYYMMDD), or omitted/blank for today's date - the date
002030*    DLEDIT will stamp tonight's intake with.
002040 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
002050 01  WK-PARM-DATA                          PIC X(08).
002060* ****************************************************************
002070 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
002080* ****************************************************************
002090* 0000-MAINLINE - release tonight's due items, report and post.
002100* ****************************************************************
002110 0000-MAINLINE.
002120     IF WK-PARM-LENGTH >= 8 AND WK-PARM-DATA (1:8) NUMERIC
002130         MOVE WK-PARM-DATA (1:8)  TO WK-RUN-DATE
002140     ELSE
002150         ACCEPT WK-RUN-DATE       FROM DATE YYYYMMDD
002160     END-IF.
002170     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002180     PERFORM 1100-READ-CALENDAR THRU 1100-EXIT.
002190     PERFORM 1200-WRITE-RELEASE-HEADER THRU 1200-EXIT.
002200     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
002210     PERFORM 2000-READ-PEND THRU 2000-EXIT.
002220     PERFORM 3000-JUDGE-ONE-ITEM THRU 3000-EXIT
002230         UNTIL WK-EOF.
002240     PERFORM 3900-WRITE-RELEASE-TRAILER THRU 3900-EXIT.
002250     PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT.
002260     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
002270     STOP RUN.
002280*
002290 0000-EXIT.
002300     EXIT.
002310* ****************************************************************
002320* 1000-OPEN-FILES - open every file, checking status after each
002330* OPEN so a missing/misallocated dataset abends the run.
002340* ****************************************************************
002350 1000-OPEN-FILES.
002360     OPEN I-O    PEND-FILE.
002370     MOVE 'PENDMST'           TO WK-ABEND-FILE-ID.
002380     MOVE WK-PENDMST-STATUS   TO WK-ABEND-STATUS.
002390     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002400     OPEN INPUT  CALENDAR-FILE.
002410     MOVE 'CALMST'            TO WK-ABEND-FILE-ID.
002420     MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS.
002430     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002440     OPEN OUTPUT RELEASE-FILE.
002450     MOVE 'RELOUT'            TO WK-ABEND-FILE-ID.
002460     MOVE WK-RELOUT-STATUS    TO WK-ABEND-STATUS.
002470     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002480     OPEN I-O    RUN-CONTROL-FILE.
002490     MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID.
002500     MOVE WK-RUNCTL-STATUS    TO WK-ABEND-STATUS.
002510     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002520     OPEN OUTPUT REPORT-FILE.
002530     MOVE 'RPTOUT'            TO WK-ABEND-FILE-ID.
002540     MOVE WK-RPTOUT-STATUS    TO WK-ABEND-STATUS.
002550     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002560     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
002570     MOVE WK-TS-WORK          TO WK-START-TS.
002580*
002590 1000-EXIT.
002600     EXIT.
002610* ****************************************************************
002620* 1100-READ-CALENDAR - what kind of day the run date is.  With
002630* no calendar record nothing can be proved due, so everything
002640* is held and the step ends RC=8 - the night still runs, but a
002650* missing calendar year is never quiet.
002660* ****************************************************************
002670 1100-READ-CALENDAR.
002680     MOVE WK-RUN-DATE                 TO WK-CA-CAL-DATE.
002690     READ CALENDAR-FILE
002700         INVALID KEY
002710             DISPLAY 'DLPEND - NO CALENDAR RECORD FOR RUN '
002720                'DATE ' WK-RUN-DATE ' - NOTHING RELEASED'
002730         NOT INVALID KEY
002740             MOVE 'Y'                 TO WK-CAL-FOUND-SW
002750     END-READ.
002760     IF WK-CALMST-STATUS NOT = '00'
002770        AND WK-CALMST-STATUS NOT = '23'
002780         MOVE 'CALMST'            TO WK-ABEND-FILE-ID
002790         MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
002800         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
002810     END-IF.
002820     IF WK-CAL-FOUND
002830         IF WK-CA-BUSINESS-DAY
002840             MOVE 'Y'                 TO WK-BUS-DAY-SW
002850         END-IF
002860         IF WK-CA-MONTH-END
002870             MOVE 'Y'                 TO WK-MONTH-END-SW
002880         END-IF
002890     END-IF.
002900     CLOSE CALENDAR-FILE.
002910*
002920 1100-EXIT.
002930     EXIT.
002940* ****************************************************************
002950* 1200-WRITE-RELEASE-HEADER - open the release batch.  The
002960* extract date is the run date so DLEDIT accepts the batch on
002970* tonight's run and never on a later one; the batch is written
002980* even when nothing is due, as DLSUSP's is.
002990* ****************************************************************
003000 1200-WRITE-RELEASE-HEADER.
003010     MOVE SPACES                      TO WK-RLC-CTL-DATA.
003020     MOVE 'HDR'                       TO WK-RLC-CTL-TYPE.
003030     MOVE 'DLPEND'                    TO WK-RLC-HD-SUBMITTER.
003040     MOVE WK-RUN-DATE                 TO WK-RLC-HD-EXTRACT-DATE.
003050     WRITE WK-RLC-RECORD.
003060     MOVE 'RELOUT'                    TO WK-ABEND-FILE-ID.
003070     MOVE WK-RELOUT-STATUS            TO WK-ABEND-STATUS.
003080     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003090*
003100 1200-EXIT.
003110     EXIT.
003120* ****************************************************************
003130* 1400-PRINT-HEADINGS.
003140* ****************************************************************
003150 1400-PRINT-HEADINGS.
003160     MOVE WK-HEADING-1                TO WK-RP-LINE.
003170     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003180     MOVE WK-HEADING-2                TO WK-RP-LINE.
003190     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003200     MOVE WK-RUN-DATE                 TO WK-DT-DATE.
003210     EVALUATE TRUE
003220         WHEN NOT WK-CAL-FOUND
003230             MOVE 'NO CALENDAR RECORD - NOTHING RELEASED'
003240                                      TO WK-DT-DAY-TEXT
003250         WHEN WK-MONTH-END
003260             MOVE 'MONTH-END PROCESSING DATE'
003270                                      TO WK-DT-DAY-TEXT
003280         WHEN WK-BUS-DAY
003290             MOVE 'BUSINESS DAY'      TO WK-DT-DAY-TEXT
003300         WHEN OTHER
003310             MOVE 'NOT A BUSINESS DAY'
003320                                      TO WK-DT-DAY-TEXT
003330     END-EVALUATE.
003340     MOVE WK-DATE-LINE                TO WK-RP-LINE.
003350     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003360     MOVE SPACES                      TO WK-RP-LINE.
003370     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003380     MOVE WK-COLUMN-HEADING           TO WK-RP-LINE.
003390     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
003400*
003410 1400-EXIT.
003420     EXIT.
003430* ****************************************************************
003440* 2000-READ-PEND - prime/advance the warehouse.
003450* ****************************************************************
003460 2000-READ-PEND.
003470     READ PEND-FILE NEXT RECORD
003480         AT END
003490             MOVE 'Y'                 TO WK-EOF-SW
003500         NOT AT END
003510             ADD 1                    TO WK-READ-COUNT
003520     END-READ.
003530     IF WK-PENDMST-STATUS NOT = '00'
003540        AND WK-PENDMST-STATUS NOT = '10'
003550         MOVE 'PENDMST'           TO WK-ABEND-FILE-ID
003560         MOVE WK-PENDMST-STATUS   TO WK-ABEND-STATUS
003570         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003580     END-IF.
003590*
003600 2000-EXIT.
003610     EXIT.
003620* ****************************************************************
003630* 3000-JUDGE-ONE-ITEM - decide one item's fate tonight, then
003640* advance to the next item.
003650* ****************************************************************
003660 3000-JUDGE-ONE-ITEM.
003670     PERFORM 3100-DECIDE-ITEM THRU 3100-EXIT.
003680     PERFORM 2000-READ-PEND THRU 2000-EXIT.
003690*
003700 3000-EXIT.
003710     EXIT.
003720* ****************************************************************
003730* 3100-DECIDE-ITEM - an item released tonight already (a rerun
003740* of the night) releases again so the rerun's batch is whole.
003750* Otherwise only a held item is considered: past its end date it
003760* expires; inside its dates it releases when its schedule says
003770* tonight; anything else stays held.  Cancelled, expired and
003780* already-released future-dated items are only counted.
003790* ****************************************************************
003800 3100-DECIDE-ITEM.
003810     IF WK-PD-RELEASED
003820         IF WK-PD-LAST-RELEASE = WK-RUN-DATE
003830             PERFORM 3300-RELEASE-ITEM THRU 3300-EXIT
003840         ELSE
003850             ADD 1                    TO WK-INACTIVE-COUNT
003860         END-IF
003870         GO TO 3100-EXIT
003880     END-IF.
003890     IF NOT WK-PD-HELD
003900         ADD 1                        TO WK-INACTIVE-COUNT
003910         GO TO 3100-EXIT
003920     END-IF.
003930     IF WK-PD-END-DATE NOT = SPACES
003940        AND WK-PD-END-DATE < WK-RUN-DATE
003950         PERFORM 3400-EXPIRE-ITEM THRU 3400-EXIT
003960         GO TO 3100-EXIT
003970     END-IF.
003980     PERFORM 3200-TEST-SCHEDULE THRU 3200-EXIT.
003990     IF WK-DUE
004000         PERFORM 3300-RELEASE-ITEM THRU 3300-EXIT
004010     ELSE
004020         PERFORM 3500-HOLD-ITEM THRU 3500-EXIT
004030     END-IF.
004040*
004050 3100-EXIT.
004060     EXIT.
004070* ****************************************************************
004080* 3200-TEST-SCHEDULE - is a held item due tonight?  Nothing is
004090* due before its effective date (a blank one is effective at
004100* once).  A month-end order follows the calendar's month-end
004110* flag; everything else releases only on a business day.  A
004120* standing order already released this period is not due again
004130* - except on the same run date, which is a rerun.
004140* ****************************************************************
004150 3200-TEST-SCHEDULE.
004160     MOVE 'N'                         TO WK-DUE-SW.
004170     IF WK-PD-EFF-DATE > WK-RUN-DATE
004180         GO TO 3200-EXIT
004190     END-IF.
004200     IF WK-PD-MONTH-END-ONLY
004210         IF WK-MONTH-END
004220            AND (WK-PD-LAST-RELEASE (1:6) < WK-RUN-CCYYMM
004230                 OR WK-PD-LAST-RELEASE = WK-RUN-DATE)
004240             MOVE 'Y'                 TO WK-DUE-SW
004250         END-IF
004260         GO TO 3200-EXIT
004270     END-IF.
004280     IF NOT WK-BUS-DAY
004290         GO TO 3200-EXIT
004300     END-IF.
004310     EVALUATE TRUE
004320         WHEN WK-PD-FUTURE-DATED
004330             MOVE 'Y'                 TO WK-DUE-SW
004340         WHEN WK-PD-EVERY-BUS-DAY
004350             IF WK-PD-LAST-RELEASE NOT > WK-RUN-DATE
004360                 MOVE 'Y'             TO WK-DUE-SW
004370             END-IF
004380         WHEN WK-PD-DAY-OF-MONTH-DUE
004390             IF WK-RUN-DD NOT < WK-PD-DAY-OF-MONTH
004400                AND (WK-PD-LAST-RELEASE (1:6) < WK-RUN-CCYYMM
004410                     OR WK-PD-LAST-RELEASE = WK-RUN-DATE)
004420                 MOVE 'Y'             TO WK-DUE-SW
004430             END-IF
004440     END-EVALUATE.
004450*
004460 3200-EXIT.
004470     EXIT.
004480* ****************************************************************
004490* 3300-RELEASE-ITEM - write the item into tonight's batch as a
004500* detail already stamped with the owning department and its
004510* reference, then mark the warehouse record.  A future-dated
004520* item is done once released; a standing order stays held for
004530* its next period.  A rerun of the same night does not count
004531* the release twice.  The detail is marked a scheduled release,
004532* which DLEDIT does not screen as a probable duplicate.
004550* ****************************************************************
004560 3300-RELEASE-ITEM.
004570     MOVE SPACES                      TO WK-RL-RECORD.
004580     MOVE WK-PD-REF                   TO WK-RL-ID.
004590     MOVE WK-RUN-DATE                 TO WK-RL-FECHA-PROCESO.
004600     MOVE WK-PD-OPERACION             TO WK-RL-OPERACION.
004610     MOVE WK-PD-NUMERO-1              TO WK-RL-NUMERO-1.
004620     MOVE WK-PD-NUMERO-2              TO WK-RL-NUMERO-2.
004630     MOVE ZERO                        TO WK-RL-RESULTADO.
004640     MOVE WK-PD-CUENTA                TO WK-RL-CUENTA.
004650     MOVE WK-PD-SUBMITTER             TO WK-RL-SUBMITTER.
004660     MOVE WK-PD-REF                   TO WK-RL-ORIG-REF.
004661     SET WK-RL-DUP-SCHEDULED          TO TRUE.
004670     WRITE WK-RL-RECORD.
004680     MOVE 'RELOUT'                    TO WK-ABEND-FILE-ID.
004690     MOVE WK-RELOUT-STATUS            TO WK-ABEND-STATUS.
004700     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004710     ADD 1                            TO WK-RELEASED-COUNT.
004720     MOVE WK-PD-NUMERO-1              TO WK-HASH-WORK.
004730     PERFORM 3350-ADD-HASH THRU 3350-EXIT.
004740     MOVE WK-PD-NUMERO-2              TO WK-HASH-WORK.
004750     PERFORM 3350-ADD-HASH THRU 3350-EXIT.
004760     IF WK-PD-LAST-RELEASE NOT = WK-RUN-DATE
004770         ADD 1                        TO WK-PD-RELEASE-COUNT
004780         MOVE WK-RUN-DATE             TO WK-PD-LAST-RELEASE
004790     END-IF.
004800     IF WK-PD-FUTURE-DATED
004810         SET WK-PD-RELEASED           TO TRUE
004820     END-IF.
004830     PERFORM 3600-REWRITE-PEND THRU 3600-EXIT.
004840     MOVE 'RELEASED'                  TO WK-IL-DISPOSITION.
004850     PERFORM 3700-PRINT-ITEM THRU 3700-EXIT.
004860*
004870 3300-EXIT.
004880     EXIT.
004890* ****************************************************************
004900* 3350-ADD-HASH - roll one operand into the release hash as an
004910* absolute value.
004920* ****************************************************************
004930 3350-ADD-HASH.
004940     IF WK-HASH-WORK < ZERO
004950         SUBTRACT WK-HASH-WORK FROM ZERO GIVING WK-HASH-WORK
004960     END-IF.
004970     ADD WK-HASH-WORK                 TO WK-RELEASE-HASH.
004980*
004990 3350-EXIT.
005000     EXIT.
005010* ****************************************************************
005020* 3400-EXPIRE-ITEM - a held item past its end date.  It stays
005030* on the warehouse, marked, so the department can be told.
005040* ****************************************************************
005050 3400-EXPIRE-ITEM.
005060     SET WK-PD-EXPIRED                TO TRUE.
005070     PERFORM 3600-REWRITE-PEND THRU 3600-EXIT.
005080     ADD 1                            TO WK-EXPIRED-COUNT.
005090     MOVE 'EXPIRED'                   TO WK-IL-DISPOSITION.
005100     PERFORM 3700-PRINT-ITEM THRU 3700-EXIT.
005110*
005120 3400-EXIT.
005130     EXIT.
005140* ****************************************************************
005150* 3500-HOLD-ITEM - not due tonight; it stays as it is.
005160* ****************************************************************
005170 3500-HOLD-ITEM.
005180     ADD 1                            TO WK-HELD-COUNT.
005190     MOVE 'HELD'                      TO WK-IL-DISPOSITION.
005200     PERFORM 3700-PRINT-ITEM THRU 3700-EXIT.
005210*
005220 3500-EXIT.
005230     EXIT.
005240* ****************************************************************
005250* 3600-REWRITE-PEND.
005260* ****************************************************************
005270 3600-REWRITE-PEND.
005280     REWRITE WK-PD-RECORD.
005290     MOVE 'PENDMST'                   TO WK-ABEND-FILE-ID.
005300     MOVE WK-PENDMST-STATUS           TO WK-ABEND-STATUS.
005310     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005320*
005330 3600-EXIT.
005340     EXIT.
005350* ****************************************************************
005360* 3700-PRINT-ITEM - one report line; the caller set the
005370* disposition.
005380* ****************************************************************
005390 3700-PRINT-ITEM.
005400     MOVE WK-PD-CUENTA                TO WK-IL-CUENTA.
005410     MOVE WK-PD-REF                   TO WK-IL-REF.
005420     MOVE WK-PD-SUBMITTER             TO WK-IL-SUBMITTER.
005430     MOVE WK-PD-OPERACION             TO WK-IL-OPERACION.
005440     EVALUATE TRUE
005450         WHEN WK-PD-FUTURE-DATED
005460             MOVE 'ONCE'              TO WK-IL-SCHEDULE
005470         WHEN WK-PD-EVERY-BUS-DAY
005480             MOVE 'DAILY'             TO WK-IL-SCHEDULE
005490         WHEN WK-PD-MONTH-END-ONLY
005500             MOVE 'MONTH-END'         TO WK-IL-SCHEDULE
005510         WHEN OTHER
005520             MOVE WK-PD-DAY-OF-MONTH  TO WK-SD-DAY
005530             MOVE WK-SCHED-DAY        TO WK-IL-SCHEDULE
005540     END-EVALUATE.
005550     MOVE WK-PD-EFF-DATE              TO WK-IL-EFF-DATE.
005560     MOVE WK-ITEM-LINE                TO WK-RP-LINE.
005570     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
005580*
005590 3700-EXIT.
005600     EXIT.
005610* ****************************************************************
005620* 3900-WRITE-RELEASE-TRAILER - close the release batch with the
005630* count and hash total DLEDIT will prove.
005640* ****************************************************************
005650 3900-WRITE-RELEASE-TRAILER.
005660     MOVE SPACES                      TO WK-RLC-CTL-DATA.
005670     MOVE 'TRL'                       TO WK-RLC-CTL-TYPE.
005680     MOVE WK-RELEASED-COUNT           TO WK-RLC-TR-RECORD-COUNT.
005690     MOVE WK-RELEASE-HASH             TO WK-RLC-TR-HASH-TOTAL.
005700     WRITE WK-RLC-RECORD.
005710     MOVE 'RELOUT'                    TO WK-ABEND-FILE-ID.
005720     MOVE WK-RELOUT-STATUS            TO WK-ABEND-STATUS.
005730     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005740*
005750 3900-EXIT.
005760     EXIT.
005770* ****************************************************************
005780* 4000-PRINT-SUMMARY - the run's counts on the report and the
005790* log, the return code, and the STEP005 posting.
005800* ****************************************************************
005810 4000-PRINT-SUMMARY.
005820     MOVE SPACES                      TO WK-RP-LINE.
005830     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
005840     MOVE 'ITEMS ON WAREHOUSE'        TO WK-CL-LABEL.
005850     MOVE WK-READ-COUNT               TO WK-CL-COUNT.
005860     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
005870     MOVE 'RELEASED TONIGHT'          TO WK-CL-LABEL.
005880     MOVE WK-RELEASED-COUNT           TO WK-CL-COUNT.
005890     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
005900     MOVE 'STILL HELD'                TO WK-CL-LABEL.
005910     MOVE WK-HELD-COUNT               TO WK-CL-COUNT.
005920     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
005930     MOVE 'EXPIRED TONIGHT'           TO WK-CL-LABEL.
005940     MOVE WK-EXPIRED-COUNT            TO WK-CL-COUNT.
005950     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
005960     MOVE 'DONE, CANCELLED OR EXPIRED'
005970                                      TO WK-CL-LABEL.
005980     MOVE WK-INACTIVE-COUNT           TO WK-CL-COUNT.
005990     PERFORM 4900-PRINT-COUNT THRU 4900-EXIT.
006000     DISPLAY '*********************************************'.
006010     DISPLAY 'DLPEND - RUN DATE            ' WK-RUN-DATE.
006020     DISPLAY 'DLPEND - ITEMS ON WAREHOUSE  ' WK-READ-COUNT.
006030     DISPLAY 'DLPEND - RELEASED TONIGHT    ' WK-RELEASED-COUNT.
006040     DISPLAY 'DLPEND - STILL HELD          ' WK-HELD-COUNT.
006050     DISPLAY 'DLPEND - EXPIRED TONIGHT     ' WK-EXPIRED-COUNT.
006060     DISPLAY 'DLPEND - RELEASE HASH TOTAL  ' WK-RELEASE-HASH.
006070     IF NOT WK-CAL-FOUND
006080         MOVE 8                       TO RETURN-CODE
006090     END-IF.
006100     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
006110*
006120 4000-EXIT.
006130     EXIT.
006140* ****************************************************************
006150* 4900-PRINT-COUNT.
006160* ****************************************************************
006170 4900-PRINT-COUNT.
006180     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
006190     PERFORM 4950-WRITE-LINE THRU 4950-EXIT.
006200*
006210 4900-EXIT.
006220     EXIT.
006230* ****************************************************************
006240* 4950-WRITE-LINE - write one already-built REPORT-FILE line and
006250* check its status immediately.
006260* ****************************************************************
006270 4950-WRITE-LINE.
006280     WRITE WK-RP-LINE.
006290     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
006300     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
006310     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
006320*
006330 4950-EXIT.
006340     EXIT.
006350* ****************************************************************
006360* 5000-CLOSE-FILES - the calendar was closed once read.
006370* ****************************************************************
006380 5000-CLOSE-FILES.
006390     CLOSE PEND-FILE.
006400     CLOSE RELEASE-FILE.
006410     CLOSE RUN-CONTROL-FILE.
006420     CLOSE REPORT-FILE.
006430*
006440 5000-EXIT.
006450     EXIT.
006460* ****************************************************************
006470* 8400-CAPTURE-TIMESTAMP - current date and time into
006480* WK-TS-WORK.
006490* ****************************************************************
006500 8400-CAPTURE-TIMESTAMP.
006510     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
006520     ACCEPT WK-TS-TIME-RAW        FROM TIME.
006530     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
006540*
006550 8400-EXIT.
006560     EXIT.
006570* ****************************************************************
006580* 8600-POST-RUN-CONTROL - record this step's end-of-step state
006590* on the run-control master as STEP005; a rerun of the same
006600* date replaces the earlier posting.
006610* ****************************************************************
006620 8600-POST-RUN-CONTROL.
006630     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
006640     MOVE WK-TS-WORK                  TO WK-END-TS.
006650     MOVE SPACES                      TO WK-RC-RECORD.
006660     MOVE WK-RUN-DATE                 TO WK-RC-RUN-DATE.
006670     MOVE 'STEP005'                   TO WK-RC-STEP-NAME.
006680     MOVE 'DLPEND'                    TO WK-RC-PROGRAM.
006690     MOVE WK-START-TS                 TO WK-RC-START-TS.
006700     MOVE WK-END-TS                   TO WK-RC-END-TS.
006710     MOVE WK-READ-COUNT               TO WK-RC-IN-COUNT.
006720     MOVE WK-RELEASED-COUNT           TO WK-RC-OUT-COUNT.
006730     MOVE WK-HELD-COUNT               TO WK-RC-ALT-COUNT.
006740     MOVE WK-EXPIRED-COUNT            TO WK-RC-EXCP-COUNT.
006750     MOVE RETURN-CODE                 TO WK-RC-RETURN-CODE.
006760     WRITE WK-RC-RECORD
006770         INVALID KEY
006780             REWRITE WK-RC-RECORD
006790     END-WRITE.
006800     MOVE 'RUNCTL'                    TO WK-ABEND-FILE-ID.
006810     MOVE WK-RUNCTL-STATUS            TO WK-ABEND-STATUS.
006820     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
006830*
006840 8600-EXIT.
006850     EXIT.
006860* ****************************************************************
006870* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
006880* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
006890* is PERFORMed; any status other than '00' abends the run with a
006900* message instead of letting the job continue on bad data.
006910* ****************************************************************
006920 9000-VERIFY-FILE-STATUS.
006930     IF WK-ABEND-STATUS NOT = '00'
006940         DISPLAY 'DLPEND - I/O ERROR ON ' WK-ABEND-FILE-ID
006950            ' - FILE STATUS ' WK-ABEND-STATUS
006960         MOVE 16                      TO RETURN-CODE
006970         STOP RUN
006980     END-IF.
006990*
007000 9000-EXIT.
007010     EXIT.
