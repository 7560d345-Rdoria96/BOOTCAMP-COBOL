000272*                  reconciliation and the GL extract; its
000273*                  balance switch rides the run-balance verdict
000274*                  like DLRPT's and DLSPLIT's do.
000275* 10/15/26 RD      STEP050 (DLRETN, the department return files)
000276*                  is now on the expected-steps list after the
000277*                  GL extract; its balance switch rides the
000278*                  run-balance verdict like DLCHAIN's does.
000279* 10/15/26 RD      STEP005 (DLPEND, the pending-item release) is
000280*                  now first on the expected-steps list - a run
000281*                  that never reached the intake stopped there.
000282* 10/15/26 RD      STEP016 (DLUSAGE, the account usage alerts)
000283*                  is now on the expected-steps list after the
000284*                  edit.
000285* 10/15/26 RD      STEP060 (DLHBKUP, the history backup) is now
000286*                  last on the expected-steps list; its balance
000287*                  switch rides the run-balance verdict.
000288* 10/15/26 RD      Reports each run of the date separately - the
000289*                  nightly run first, then each daytime priority
000290*                  cycle (DEVOPSIC) - with its own steps, stop
000291*                  point, balance and GL verdicts.  A cycle is
000292*                  only expected to post the steps DEVOPSIC runs.
000293*                  A date with cycles but no nightly run says so
000294*                  and ends RC=4.
000295* 10/15/26 RD      A daytime cycle now runs STEP050 (DLRETN) too
000296*                  and is expected to post it.
000297* ****************************************************************
000298 IDENTIFICATION DIVISION.
000299 PROGRAM-ID.  DLRUNQ.
000300 AUTHOR. RICHARD DORIA.
000310 INSTALLATION. COBOL DEVELOPMENT CENTER.
000320 DATE-WRITTEN. 08/23/26.
000650*
000660 01  WK-RUN-DATE                           PIC X(08).
000670 01  WK-FOUND-COUNT                 PIC S9(04) COMP VALUE ZERO.
000671*
000672*    The run being displayed - blank the nightly run, 1-9 a
000673*    daytime priority cycle - and how many runs the date showed.
000674 01  WK-CUR-CYCLE                          PIC X(01) VALUE SPACE.
000675 01  WK-CYCLE-COUNT                 PIC S9(04) COMP VALUE ZERO.
000676 01  WK-NIGHTLY-SW                         PIC X(01) VALUE 'N'.
000677     88  WK-NIGHTLY-SEEN                   VALUE 'Y'.
000680*
000690*    The steps the nightly job is expected to post, in run
000700*    order; the first one with no record is where the run
000720*    names, which display with the rest but are not part of
000730*    this expectation list.
000740 01  WK-EXPECTED-STEPS.
000745     05  FILLER                     PIC X(08) VALUE 'STEP005'.
000750     05  FILLER                     PIC X(08) VALUE 'STEP015'.
000751     05  FILLER                     PIC X(08) VALUE 'STEP016'.
000760     05  FILLER                     PIC X(08) VALUE 'STEP020'.
000770     05  FILLER                     PIC X(08) VALUE 'STEP030'.
000775     05  FILLER                     PIC X(08) VALUE 'STEP035'.
000780     05  FILLER                     PIC X(08) VALUE 'STEP040'.
000785     05  FILLER                     PIC X(08) VALUE 'STEP050'.
000786     05  FILLER                     PIC X(08) VALUE 'STEP060'.
000790 01  WK-EXPECTED-TABLE REDEFINES WK-EXPECTED-STEPS.
000791     05  WK-EXPECTED-STEP OCCURS 9 TIMES
000810                                    PIC X(08).
000811*    Which of those steps a daytime cycle runs too, position for
000812*    position - the rest are nightly only.
000813 01  WK-INTRADAY-STEPS                     PIC X(09)
000814                              VALUE 'NYNYYYYYN'.
000815 01  WK-INTRADAY-TABLE REDEFINES WK-INTRADAY-STEPS.
000816     05  WK-INTRADAY-FLAG OCCURS 9 TIMES
000817                                    PIC X(01).
000820 01  WK-SEEN-FLAGS.
000821     05  WK-SEEN-FLAG OCCURS 9 TIMES
000840                                    PIC X(01).
000850 01  WK-STEP-IX                     PIC S9(04) COMP VALUE ZERO.
000860 01  WK-STOP-STEP                          PIC X(08).
000880* ****************************************************************
000890 LINKAGE SECTION.
000900*    PARM passed from JCL: the run date to look up (CCYYMMDD),
000901*    or omitted/blank for today's date.  Every run of the date is
000902*    reported, the nightly run and each daytime cycle.
000920 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
000930 01  WK-PARM-DATA                          PIC X(08).
000940* ****************************************************************
000950 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
000960* ****************************************************************
000961* 0000-MAINLINE - one lookup: every step posted for the date,
000962* judged run by run.
000980* ****************************************************************
000990 0000-MAINLINE.
001000     IF WK-PARM-LENGTH >= 8 AND WK-PARM-DATA (1:8) NUMERIC
001020     ELSE
001030         ACCEPT WK-RUN-DATE       FROM DATE YYYYMMDD
001040     END-IF.
001070     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001080     DISPLAY 'DLRUNQ - RUN STATUS FOR ' WK-RUN-DATE.
001090     DISPLAY '*********************************************'.
001140             UNTIL WK-EOF
001150     END-IF.
001160     PERFORM 4000-JUDGE-THE-RUN THRU 4000-EXIT.
001161     IF WK-CYCLE-COUNT > ZERO AND NOT WK-NIGHTLY-SEEN
001162         DISPLAY 'DLRUNQ - NO NIGHTLY RUN RECORDED FOR '
001163            WK-RUN-DATE
001164         MOVE 4                       TO RETURN-CODE
001165     END-IF.
001170     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
001180     STOP RUN.
001190*
001370* ****************************************************************
001380 1500-START-BROWSE.
001390     MOVE WK-RUN-DATE             TO WK-RC-RUN-DATE.
001391     MOVE LOW-VALUES              TO WK-RC-CYCLE.
001400     MOVE LOW-VALUES              TO WK-RC-STEP-NAME.
001410     START RUN-CONTROL-FILE KEY NOT < WK-RC-KEY
001420         INVALID KEY
001670*
001680 2000-EXIT.
001690     EXIT.
001691* ****************************************************************
001692* 2500-BEGIN-CYCLE - the browse has reached the first step of a
001693* run: clear the expectation list and verdicts and head it.
001694* ****************************************************************
001695 2500-BEGIN-CYCLE.
001696     MOVE WK-RC-CYCLE                 TO WK-CUR-CYCLE.
001697     MOVE ZERO                        TO WK-FOUND-COUNT.
001698     MOVE SPACES                      TO WK-SEEN-FLAGS.
001699     MOVE SPACE                       TO WK-BALANCE-SEEN.
001700     MOVE SPACE                       TO WK-GLACK-SEEN.
001701     ADD 1                            TO WK-CYCLE-COUNT.
001702     IF WK-CUR-CYCLE = SPACE
001703         MOVE 'Y'                     TO WK-NIGHTLY-SW
001704         DISPLAY 'DLRUNQ - NIGHTLY RUN'
001705     ELSE
001706         DISPLAY 'DLRUNQ - INTRADAY CYCLE ' WK-CUR-CYCLE
001707     END-IF.
001708*
001709 2500-EXIT.
001710     EXIT.
001711* ****************************************************************
001712* 3000-DISPLAY-ONE-STEP - one posted step: display its state,
001720* note the balance verdict, tick off the expectation list, then
001721* advance the browse.  The first step of a new cycle judges the
001722* run before it and opens the next.
001740* ****************************************************************
001750 3000-DISPLAY-ONE-STEP.
001751     IF WK-FOUND-COUNT = ZERO
001752        OR WK-RC-CYCLE NOT = WK-CUR-CYCLE
001753         IF WK-FOUND-COUNT > ZERO
001754             PERFORM 4000-JUDGE-THE-RUN THRU 4000-EXIT
001755         END-IF
001756         PERFORM 2500-BEGIN-CYCLE THRU 2500-EXIT
001757     END-IF.
001760     ADD 1                            TO WK-FOUND-COUNT.
001770     DISPLAY 'DLRUNQ - ' WK-RC-STEP-NAME ' ' WK-RC-PROGRAM
001780        ' RC=' WK-RC-RETURN-CODE.
001870     END-IF.
001880     MOVE 1                           TO WK-STEP-IX.
001890     PERFORM 3100-TICK-ONE-EXPECTED THRU 3100-EXIT
001891         UNTIL WK-STEP-IX > 9.
001910     PERFORM 2000-READ-ONE-STEP THRU 2000-EXIT.
001920*
001930 3000-EXIT.
002050 3100-EXIT.
002060     EXIT.
002070* ****************************************************************
002071* 4000-JUDGE-THE-RUN - the one-line answers for the run just
002072* displayed: did it run, did it balance, where did it stop.
002100* ****************************************************************
002110 4000-JUDGE-THE-RUN.
002120     DISPLAY '*********************************************'.
002180     MOVE SPACES                      TO WK-STOP-STEP.
002190     MOVE 1                           TO WK-STEP-IX.
002200     PERFORM 4100-FIND-FIRST-MISSING THRU 4100-EXIT
002201         UNTIL WK-STEP-IX > 9 OR WK-STOP-STEP NOT = SPACES.
002220     IF WK-STOP-STEP = SPACES
002230         DISPLAY 'DLRUNQ - ALL STEPS POSTED'
002240     ELSE
002370 4000-EXIT.
002380     EXIT.
002390* ****************************************************************
002391* 4100-FIND-FIRST-MISSING - a daytime cycle is only held to the
002392* steps it runs.
002410* ****************************************************************
002420 4100-FIND-FIRST-MISSING.
002430     IF WK-SEEN-FLAG (WK-STEP-IX) NOT = 'Y'
002431        AND (WK-CUR-CYCLE = SPACE
002432             OR WK-INTRADAY-FLAG (WK-STEP-IX) = 'Y')
002440         MOVE WK-EXPECTED-STEP (WK-STEP-IX)
002450                                      TO WK-STOP-STEP
002460     END-IF.
