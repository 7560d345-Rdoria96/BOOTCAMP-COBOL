000281*                  PORCENTAJE operations on their own report
000282*                  lines so the new volumes balance like the
000283*                  old ones.
000284* 10/15/26 RD      PARM='CYCLE=n' reports daytime priority cycle
000285*                  n (DEVOPSIC): the report is headed with the
000286*                  cycle and run control posts under it.
000287* ****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.  DLRPT.
000310 AUTHOR. RICHARD DORIA.
000970 01  WK-BALANCE-SW                  PIC X(01) VALUE 'N'.
000980     88  WK-IN-BALANCE              VALUE 'Y'.
000990*
000991 01  WK-CYCLE                              PIC X(01) VALUE SPACE.
000992*
001000 01  WK-REPORT-LINES.
001010     05  WK-HEADING-1.
001020         10  FILLER                 PIC X(20) VALUE SPACES.
001050     05  WK-HEADING-2.
001060         10  FILLER                 PIC X(20) VALUE SPACES.
001070         10  FILLER                 PIC X(21) VALUE ALL '-'.
001071     05  WK-CYCLE-LINE.
001072         10  FILLER                 PIC X(20) VALUE SPACES.
001073         10  FILLER                 PIC X(15)
001074             VALUE 'INTRADAY CYCLE '.
001075         10  WK-CY-CYCLE            PIC X(01).
001080     05  WK-DETAIL-LINE.
001090         10  WK-DL-LABEL            PIC X(30).
001100         10  WK-DL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001120         10  WK-BL-LABEL            PIC X(30).
001130         10  WK-BL-RESULT           PIC X(20).
001140* ****************************************************************
001141 LINKAGE SECTION.
001142*    PARM passed from JCL: PARM='CYCLE=n' (n 1-9) for a daytime
001143*    priority cycle, omitted for the nightly run.
001144 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
001145 01  WK-PARM-DATA                          PIC X(08).
001146* ****************************************************************
001147 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
001160* ****************************************************************
001170* 0000-MAINLINE - accumulate control totals, then print them.
001180* ****************************************************************
001190 0000-MAINLINE.
001191     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
001200     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001210     PERFORM 2000-COUNT-TRANSACTION-FILE THRU 2000-EXIT.
001220     PERFORM 3000-ACCUMULATE-RESULT-FILE THRU 3000-EXIT.
001270 0000-EXIT.
001280     EXIT.
001290* ****************************************************************
001291* 0500-VALIDATE-PARM - no PARM is the nightly run (cycle blank);
001292* CYCLE=n is daytime cycle n.  Anything else stops the step
001293* before a file is opened.
001294* ****************************************************************
001295 0500-VALIDATE-PARM.
001296     MOVE SPACE                   TO WK-CYCLE.
001297     IF WK-PARM-LENGTH = ZERO
001298         GO TO 0500-EXIT
001299     END-IF.
001300     IF WK-PARM-LENGTH >= 7
001301        AND WK-PARM-DATA (1:6) = 'CYCLE='
001302        AND WK-PARM-DATA (7:1) NUMERIC
001303        AND WK-PARM-DATA (7:1) NOT = '0'
001304         MOVE WK-PARM-DATA (7:1)  TO WK-CYCLE
001305     ELSE
001306         DISPLAY 'DLRPT - PARM MUST BE CYCLE=n (1-9) OR OMITTED'
001307         MOVE 16                  TO RETURN-CODE
001308         STOP RUN
001309     END-IF.
001310*
001311 0500-EXIT.
001312     EXIT.
001313* ****************************************************************
001314* 1000-OPEN-FILES - open every file, checking status after each
001315* OPEN so a missing/misallocated dataset abends the run.
001320* ****************************************************************
001330 1000-OPEN-FILES.
001340     OPEN INPUT  TRANSACTION-FILE.
002410     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002420     MOVE WK-HEADING-2                TO WK-RP-LINE.
002430     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002431     IF WK-CYCLE NOT = SPACE
002432         MOVE WK-CYCLE                TO WK-CY-CYCLE
002433         MOVE WK-CYCLE-LINE           TO WK-RP-LINE
002434         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
002435     END-IF.
002440     MOVE SPACES                      TO WK-RP-LINE.
002450     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002460*
002925         MOVE 4                       TO RETURN-CODE
002930     END-IF.
002940     MOVE SPACES                      TO WK-RP-LINE.
002941     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002942     MOVE WK-BALANCE-LINE             TO WK-RP-LINE.
002943     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002944*
002945 4000-EXIT.
002946     EXIT.
002947* ****************************************************************
002948* 4050-WRITE-LINE - write one already-built REPORT-FILE line and
002949* check its status immediately, so a failure on any one line is
002950* caught instead of being overwritten by a later line's success.
002951* ****************************************************************
002952 4050-WRITE-LINE.
002953     WRITE WK-RP-LINE.
002954     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
002955     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
002956     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002957*
002958 4050-EXIT.
002959     EXIT.
002960* ****************************************************************
002961* 5000-CLOSE-FILES.
002962* ****************************************************************
002963 5000-CLOSE-FILES.
002964     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
002965     CLOSE TRANSACTION-FILE.
002966     CLOSE RESULT-FILE.
002970     CLOSE REPORT-FILE.
002971     CLOSE RUN-CONTROL-FILE.
002980*
002990 5000-EXIT.
002991     EXIT.
002992* ****************************************************************
002993* 8400-CAPTURE-TIMESTAMP - current date and time into
002994* WK-TS-WORK.
002995* ****************************************************************
002996 8400-CAPTURE-TIMESTAMP.
002997     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
002998     ACCEPT WK-TS-TIME-RAW        FROM TIME.
002999     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
003000*
003001 8400-EXIT.
003002     EXIT.
003003* ****************************************************************
003004* 8600-POST-RUN-CONTROL - record this step's end-of-step state,
003005* including the balance verdict, on the run-control master; a
003006* rerun of the same date replaces the earlier posting.  An
003007* abend leaves no record, which the inquiry reads as "stopped
003008* here".
003009* ****************************************************************
003010 8600-POST-RUN-CONTROL.
003011     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
003012     MOVE WK-TS-WORK                  TO WK-END-TS.
003013     MOVE SPACES                      TO WK-RC-RECORD.
003014     MOVE WK-START-TS (1:8)           TO WK-RC-RUN-DATE.
003023     MOVE WK-CYCLE                    TO WK-RC-CYCLE.
003024     MOVE 'STEP030'                   TO WK-RC-STEP-NAME.
003025     MOVE 'DLRPT'                     TO WK-RC-PROGRAM.
003026     MOVE WK-START-TS                 TO WK-RC-START-TS.
003045*
003046 8600-EXIT.
003047     EXIT.
003048* ****************************************************************
003049* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
003050* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
003051* is PERFORMed; any status other than '00' abends the run with a
003052* message instead of letting the job continue on bad data.
003060* ****************************************************************
003070 9000-VERIFY-FILE-STATUS.
003080     IF WK-ABEND-STATUS NOT = '00'
