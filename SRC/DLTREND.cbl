000370*                      different partition count.
000380*                  This is the report that justifies window and
000390*                  DASD changes before they become emergencies.
000391* 10/15/26 RD      Reports each run of a date separately - the
000392*                  nightly run and each daytime priority cycle
000393*                  (DEVOPSIC) group, window and step trend on
000394*                  their own, marked /n for cycle n.  The
000395*                  forecast projects the nightly window only; a
000396*                  daytime cycle does not run in it.
000400* ****************************************************************
000410 IDENTIFICATION DIVISION.
000420 PROGRAM-ID.  DLTREND.
001190 01  WK-ELAPSED-SECS                PIC S9(09) COMP VALUE ZERO.
001200*
001210*    The night group being accumulated while the browse walks one
001211*    run date's records - one group per cycle of the date.
001230 01  WK-GROUP-FIELDS.
001240     05  WK-GRP-DATE                PIC X(08) VALUE SPACES.
001241     05  WK-GRP-CYCLE               PIC X(01) VALUE SPACE.
001250     05  WK-GRP-MIN-START           PIC S9(13) COMP VALUE ZERO.
001260     05  WK-GRP-MAX-END             PIC S9(13) COMP VALUE ZERO.
001270     05  WK-GRP-VOLUME              PIC 9(09) VALUE ZERO.
001290     05  WK-GRP-PART-MAX            PIC S9(09) COMP VALUE ZERO.
001300     05  WK-GRP-PART-MIN            PIC S9(09) COMP VALUE ZERO.
001310*
001311*    One entry per run in the range (each night, each daytime
001312*    cycle) - the total window and the partition spread, for the
001313*    forecast and skew sections.  The forecast reads the nightly
001314*    entries only, first and last located as they are tabled.
001315 01  WK-NIGHT-MAX                   PIC S9(04) COMP VALUE +200.
001350 01  WK-NIGHT-COUNT                 PIC S9(04) COMP VALUE ZERO.
001360 01  WK-NIGHT-IX                    PIC S9(04) COMP VALUE ZERO.
001361 01  WK-NIGHTLY-COUNT               PIC S9(04) COMP VALUE ZERO.
001362 01  WK-FIRST-NIGHTLY-IX            PIC S9(04) COMP VALUE ZERO.
001363 01  WK-LAST-NIGHTLY-IX             PIC S9(04) COMP VALUE ZERO.
001370 01  WK-NIGHT-TABLE.
001371     05  WK-NI-ENTRY OCCURS 200 TIMES.
001390         10  WK-NI-DATE             PIC X(08).
001391         10  WK-NI-CYCLE            PIC X(01).
001400         10  WK-NI-DURATION         PIC S9(09) COMP.
001410         10  WK-NI-VOLUME           PIC 9(09).
001420         10  WK-NI-PART-COUNT       PIC 9(02).
001430         10  WK-NI-PART-MAX         PIC S9(09) COMP.
001440         10  WK-NI-PART-MIN         PIC S9(09) COMP.
001450*
001451*    One entry per step name and cycle seen - first/last/total
001452*    elapsed for the per-step trend section.
001453 01  WK-STEP-MAX                    PIC S9(04) COMP VALUE +60.
001490 01  WK-STEP-COUNT                  PIC S9(04) COMP VALUE ZERO.
001500 01  WK-STEP-IX                     PIC S9(04) COMP VALUE ZERO.
001510 01  WK-STEP-FOUND-IX               PIC S9(04) COMP VALUE ZERO.
001520 01  WK-STEP-TABLE.
001521     05  WK-SP-ENTRY OCCURS 60 TIMES.
001540         10  WK-SP-NAME             PIC X(08).
001541         10  WK-SP-CYCLE            PIC X(01).
001550         10  WK-SP-NIGHTS           PIC S9(04) COMP.
001560         10  WK-SP-FIRST-ELAPSED    PIC S9(09) COMP.
001570         10  WK-SP-LAST-ELAPSED     PIC S9(09) COMP.
001880             '  SCHED WINDOW   '.
001890         10  WK-RL-SCHED            PIC X(06).
001900     05  WK-DETAIL-HEAD.
001901         10  FILLER                 PIC X(12) VALUE 'RUN DATE'.
001920         10  FILLER                 PIC X(10) VALUE 'STEP'.
001930         10  FILLER                 PIC X(12) VALUE
001940             ' ELAPSD-SEC'.
001980             '         OUT'.
001990     05  WK-DETAIL-LINE.
002000         10  WK-DL-DATE             PIC X(08).
002001         10  WK-DL-CYCLE-MARK       PIC X(02).
002010         10  FILLER                 PIC X(02) VALUE SPACES.
002020         10  WK-DL-STEP             PIC X(08).
002030         10  FILLER                 PIC X(02) VALUE SPACES.
002080         10  WK-DL-OUT              PIC ZZZ,ZZZ,ZZ9.
002090     05  WK-NIGHT-LINE.
002100         10  WK-NL-DATE             PIC X(08).
002101         10  WK-NL-CYCLE-MARK       PIC X(02).
002110         10  FILLER                 PIC X(02) VALUE SPACES.
002120         10  FILLER                 PIC X(08) VALUE 'WINDOW'.
002130         10  FILLER                 PIC X(02) VALUE SPACES.
002270             ' CHG/NIGHT'.
002280     05  WK-TREND-LINE.
002290         10  WK-TL-STEP             PIC X(08).
002291         10  WK-TL-CYCLE-MARK       PIC X(02).
002310         10  WK-TL-NIGHTS           PIC ZZ,ZZ9.
002320         10  FILLER                 PIC X(02) VALUE SPACES.
002330         10  WK-TL-FIRST            PIC ZZZ,ZZZ,ZZ9.
002630     05  WK-TEXT-LINE.
002640         10  WK-TX-LABEL            PIC X(30).
002650         10  WK-TX-TEXT             PIC X(44).
002651*    The /n mark a daytime cycle's lines carry; blank at night.
002652     05  WK-CYCLE-MARK.
002653         10  FILLER                 PIC X(01) VALUE '/'.
002654         10  WK-CM-CYCLE            PIC X(01).
002660     05  WK-COUNT-LINE.
002670         10  WK-CL-LABEL            PIC X(30).
002680         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
003760     EXIT.
003770* ****************************************************************
003780* 2000-GATHER-THE-RANGE - browse the range in key order (date,
003781* cycle, then step), printing each step's night line as it passes
003782* and rolling a run summary at every date or cycle break.
003810* ****************************************************************
003820 2000-GATHER-THE-RANGE.
003830     MOVE SPACES                  TO WK-RC-RECORD.
003840     MOVE WK-FROM-DATE            TO WK-RC-RUN-DATE.
003841     MOVE LOW-VALUES              TO WK-RC-CYCLE.
003850     MOVE LOW-VALUES              TO WK-RC-STEP-NAME.
003860     START RUN-CONTROL-FILE KEY NOT < WK-RC-KEY
003870         INVALID KEY
004490     ADD 1                            TO WK-USED-COUNT.
004500*
004510     IF WK-GROUP-OPEN
004511        AND (WK-RC-RUN-DATE NOT = WK-GRP-DATE
004512             OR WK-RC-CYCLE NOT = WK-GRP-CYCLE)
004530         PERFORM 3500-CLOSE-NIGHT-GROUP THRU 3500-EXIT
004540     END-IF.
004550     IF NOT WK-GROUP-OPEN
004570     END-IF.
004580*
004590     MOVE WK-RC-RUN-DATE              TO WK-DL-DATE.
004591     MOVE WK-RC-CYCLE                 TO WK-CM-CYCLE.
004592     PERFORM 8200-SET-CYCLE-MARK THRU 8200-EXIT.
004593     MOVE WK-CYCLE-MARK               TO WK-DL-CYCLE-MARK.
004600     MOVE WK-RC-STEP-NAME             TO WK-DL-STEP.
004610     MOVE WK-ELAPSED-SECS             TO WK-DL-ELAPSED.
004620     MOVE WK-RC-IN-COUNT              TO WK-DL-IN.
004700     IF WK-END-SECS > WK-GRP-MAX-END
004710         MOVE WK-END-SECS             TO WK-GRP-MAX-END
004720     END-IF.
004730*    The night's volume is what entered it - the details the
004740*    edit took in; every other step works a subset of that.
004750     IF WK-RC-STEP-NAME = 'STEP015'
004760         MOVE WK-RC-IN-COUNT          TO WK-GRP-VOLUME
004770     END-IF.
004960 3300-OPEN-NIGHT-GROUP.
004970     MOVE 'Y'                         TO WK-GROUP-OPEN-SW.
004980     MOVE WK-RC-RUN-DATE              TO WK-GRP-DATE.
004981     MOVE WK-RC-CYCLE                 TO WK-GRP-CYCLE.
004990     MOVE WK-START-SECS               TO WK-GRP-MIN-START.
005000     MOVE WK-END-SECS                 TO WK-GRP-MAX-END.
005010     MOVE ZERO                        TO WK-GRP-VOLUME.
005060 3300-EXIT.
005070     EXIT.
005080* ****************************************************************
005081* 3500-CLOSE-NIGHT-GROUP - the run just ended: print its window
005082* line (first start to last end) and table it for the forecast
005083* and skew sections.
005120* ****************************************************************
005130 3500-CLOSE-NIGHT-GROUP.
005140     ADD 1                            TO WK-NIGHT-COUNT.
005150     IF WK-NIGHT-COUNT > WK-NIGHT-MAX
005160         DISPLAY 'DLTREND - MORE THAN ' WK-NIGHT-MAX
005161            ' RUNS IN THE RANGE - TABLE FULL'
005180         MOVE 16                      TO RETURN-CODE
005190         STOP RUN
005200     END-IF.
005210     MOVE WK-GRP-DATE                 TO
005220          WK-NI-DATE (WK-NIGHT-COUNT).
005221     MOVE WK-GRP-CYCLE                TO
005222          WK-NI-CYCLE (WK-NIGHT-COUNT).
005223     IF WK-GRP-CYCLE = SPACE
005224         ADD 1                        TO WK-NIGHTLY-COUNT
005225         IF WK-FIRST-NIGHTLY-IX = ZERO
005226             MOVE WK-NIGHT-COUNT      TO WK-FIRST-NIGHTLY-IX
005227         END-IF
005228         MOVE WK-NIGHT-COUNT          TO WK-LAST-NIGHTLY-IX
005229     END-IF.
005230     COMPUTE WK-NI-DURATION (WK-NIGHT-COUNT) =
005240         WK-GRP-MAX-END - WK-GRP-MIN-START.
005250     MOVE WK-GRP-VOLUME               TO
005320          WK-NI-PART-MIN (WK-NIGHT-COUNT).
005330*
005340     MOVE WK-GRP-DATE                 TO WK-NL-DATE.
005341     MOVE WK-GRP-CYCLE                TO WK-CM-CYCLE.
005342     PERFORM 8200-SET-CYCLE-MARK THRU 8200-EXIT.
005343     MOVE WK-CYCLE-MARK               TO WK-NL-CYCLE-MARK.
005350     MOVE WK-NI-DURATION (WK-NIGHT-COUNT)
005360                                      TO WK-NL-DURATION.
005370     MOVE WK-GRP-VOLUME               TO WK-NL-VOLUME.
005640         MOVE WK-STEP-COUNT           TO WK-STEP-FOUND-IX
005650         MOVE WK-RC-STEP-NAME         TO
005660              WK-SP-NAME (WK-STEP-FOUND-IX)
005661         MOVE WK-RC-CYCLE             TO
005662              WK-SP-CYCLE (WK-STEP-FOUND-IX)
005670         MOVE ZERO TO WK-SP-NIGHTS (WK-STEP-FOUND-IX)
005680         MOVE WK-ELAPSED-SECS         TO
005690              WK-SP-FIRST-ELAPSED (WK-STEP-FOUND-IX)
005820* ****************************************************************
005830 3750-MATCH-ONE-STEP.
005840     IF WK-SP-NAME (WK-STEP-IX) = WK-RC-STEP-NAME
005841        AND WK-SP-CYCLE (WK-STEP-IX) = WK-RC-CYCLE
005850         MOVE WK-STEP-IX              TO WK-STEP-FOUND-IX
005860     END-IF.
005870     ADD 1                            TO WK-STEP-IX.
006020 4050-EXIT.
006030     EXIT.
006040* ****************************************************************
006041* 5000-PRINT-STEP-TRENDS - one line per step (and per cycle for a
006042* daytime cycle's steps) across the range: first night, last
006043* night, average, and average change per night.
006070* ****************************************************************
006080 5000-PRINT-STEP-TRENDS.
006090     MOVE 'TREND BY STEP ACROSS THE RANGE'
006250* ****************************************************************
006260 5100-PRINT-ONE-TREND.
006270     MOVE WK-SP-NAME (WK-STEP-IX)     TO WK-TL-STEP.
006271     MOVE WK-SP-CYCLE (WK-STEP-IX)    TO WK-CM-CYCLE.
006272     PERFORM 8200-SET-CYCLE-MARK THRU 8200-EXIT.
006273     MOVE WK-CYCLE-MARK               TO WK-TL-CYCLE-MARK.
006280     MOVE WK-SP-NIGHTS (WK-STEP-IX)   TO WK-TL-NIGHTS.
006290     MOVE WK-SP-FIRST-ELAPSED (WK-STEP-IX)
006300                                      TO WK-TL-FIRST.
006520* ****************************************************************
006530* 6000-PRINT-FORECAST - the total window against the scheduled
006540* length: first and last night, growth per night, and - when the
006541* growth is positive - the night the window first overruns.  Only
006542* the nightly runs are projected; a range with none says so.
006560* ****************************************************************
006570 6000-PRINT-FORECAST.
006580     MOVE 'TOTAL-WINDOW FORECAST'     TO WK-SC-TITLE.
006590     MOVE WK-SECTION-LINE             TO WK-RP-LINE.
006600     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006601     IF WK-NIGHTLY-COUNT = ZERO
006602         MOVE 'NO NIGHTLY RUNS IN THE RANGE'
006603                                      TO WK-RP-LINE
006604         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
006605         MOVE SPACES                  TO WK-RP-LINE
006606         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
006607         GO TO 6000-EXIT
006608     END-IF.
006610     MOVE 'FIRST NIGHT WINDOW (SEC)'  TO WK-CL-LABEL.
006611     MOVE WK-NI-DURATION (WK-FIRST-NIGHTLY-IX)
006612                                      TO WK-CL-COUNT.
006630     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
006640     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006650     MOVE 'LAST NIGHT WINDOW (SEC)'   TO WK-CL-LABEL.
006651     MOVE WK-NI-DURATION (WK-LAST-NIGHTLY-IX)
006670                                      TO WK-CL-COUNT.
006680     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
006690     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006720     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
006730     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006740*
006741     IF WK-NIGHTLY-COUNT > 1
006760         COMPUTE WK-GROWTH-SECS =
006761             (WK-NI-DURATION (WK-LAST-NIGHTLY-IX)
006762              - WK-NI-DURATION (WK-FIRST-NIGHTLY-IX))
006763             / (WK-NIGHTLY-COUNT - 1)
006800     ELSE
006810         MOVE ZERO                    TO WK-GROWTH-SECS
006820     END-IF.
006870*
006880     MOVE 'OVERRUN PROJECTION'        TO WK-TX-LABEL.
006890     EVALUATE TRUE
006891         WHEN WK-NI-DURATION (WK-LAST-NIGHTLY-IX)
006910              > WK-SCHED-SECS
006920             MOVE 'ALREADY OVER THE SCHEDULED WINDOW'
006930                                      TO WK-TX-TEXT
006970         WHEN OTHER
006980             COMPUTE WK-NIGHTS-TO-OVER =
006990                 (WK-SCHED-SECS
006991                  - WK-NI-DURATION (WK-LAST-NIGHTLY-IX)
007010                  + WK-GROWTH-SECS - 1)
007020                 / WK-GROWTH-SECS
007030             PERFORM 6100-PROJECT-THE-DATE THRU 6100-EXIT
007140* date from the last night in the range.
007150* ****************************************************************
007160 6100-PROJECT-THE-DATE.
007161     MOVE WK-NI-DATE (WK-LAST-NIGHTLY-IX)
007162                                      TO WK-TI-DATE-NUM.
007180     COMPUTE WK-PROJ-DAYS =
007190         FUNCTION INTEGER-OF-DATE (WK-TI-DATE-NUM)
007200         + WK-NIGHTS-TO-OVER.
007510     DISPLAY 'DLTREND - RECORDS READ        ' WK-READ-COUNT.
007520     DISPLAY 'DLTREND - RECORDS TRENDED     ' WK-USED-COUNT.
007530     DISPLAY 'DLTREND - RECORDS SKIPPED     ' WK-SKIPPED-COUNT.
007531     DISPLAY 'DLTREND - RUNS IN RANGE       ' WK-NIGHT-COUNT.
007532     DISPLAY 'DLTREND - NIGHTLY RUNS        ' WK-NIGHTLY-COUNT.
007550*
007560 7000-EXIT.
007570     EXIT.
008160*
008170 8100-EXIT.
008180     EXIT.
008181* ****************************************************************
008182* 8200-SET-CYCLE-MARK - the caller moved the cycle to WK-CM-CYCLE;
008183* a nightly (blank) cycle prints no mark.
008184* ****************************************************************
008185 8200-SET-CYCLE-MARK.
008186     IF WK-CM-CYCLE = SPACE
008187         MOVE SPACES                  TO WK-CYCLE-MARK
008188     ELSE
008189         MOVE '/'                     TO WK-CYCLE-MARK (1:1)
008190     END-IF.
008191*
008192 8200-EXIT.
008193     EXIT.
008194* ****************************************************************
008200* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
008210* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
008220* is PERFORMed; any status other than '00' abends the run with a
