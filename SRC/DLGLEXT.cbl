000311* 08/23/26 RD      Posts end-of-step state (counts, return code,
000312*                  start/end timestamps) to the run-control
000313*                  master (WKRUNCTL) as STEP040.
000314* 10/15/26 RD      A reversal result (REV-SW 'R') goes to the
000315*                  partner as an ordinary detail carrying the
000316*                  negative of the original's RESULTADO, so the
000317*                  ledger nets the backed-out operation to zero;
000318*                  reversal details are counted in the summary.
000319* 10/15/26 RD      PARM='CYCLE=n' extracts daytime priority cycle
000320*                  n (DEVOPSIC).  The header carries the cycle
000321*                  after the run date (blank for the nightly
000322*                  transmission) so the partner can tell two
000323*                  transmissions of one date apart, and run
000324*                  control posts under it.
000325* ****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.  DLGLEXT.
000350 AUTHOR. RICHARD DORIA.
000790         88  WK-EOF                 VALUE 'Y'.
000800*
000810 01  WK-RUN-DATE                           PIC X(08).
000811 01  WK-CYCLE                              PIC X(01) VALUE SPACE.
000820*
000830*    The three partner record layouts, built one at a time in
000840*    storage and written through WK-GL-RECORD.
000860     05  FILLER                     PIC X(03) VALUE 'HDR'.
000870     05  WK-GH-INTERFACE            PIC X(08) VALUE 'DEVOPSGL'.
000880     05  WK-GH-RUN-DATE             PIC X(08).
000881     05  WK-GH-CYCLE                PIC X(01).
000882     05  FILLER                     PIC X(30) VALUE SPACES.
000900 01  WK-GL-DETAIL.
000910     05  FILLER                     PIC X(03) VALUE 'DTL'.
000920     05  WK-GD-ID                   PIC X(08).
001080     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001090     05  WK-DETAIL-COUNT            PIC 9(09) VALUE ZERO.
001100     05  WK-SKIPPED-COUNT           PIC 9(09) VALUE ZERO.
001101     05  WK-REVERSAL-COUNT          PIC 9(09) VALUE ZERO.
001110* ****************************************************************
001111 LINKAGE SECTION.
001112*    PARM passed from JCL: PARM='CYCLE=n' (n 1-9) for a daytime
001113*    priority cycle, omitted for the nightly run.
001114 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
001115 01  WK-PARM-DATA                          PIC X(08).
001116* ****************************************************************
001117 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
001130* ****************************************************************
001140* 0000-MAINLINE - build the partner extract end to end.
001150* ****************************************************************
001160 0000-MAINLINE.
001161     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
001170     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001180     PERFORM 1500-WRITE-HEADER THRU 1500-EXIT.
001190     PERFORM 2000-READ-RESULT THRU 2000-EXIT.
001260 0000-EXIT.
001270     EXIT.
001280* ****************************************************************
001281* 0500-VALIDATE-PARM - no PARM is the nightly run (cycle blank);
001282* CYCLE=n is daytime cycle n.  Anything else stops the step
001283* before a file is opened.
001284* ****************************************************************
001285 0500-VALIDATE-PARM.
001286     MOVE SPACE                   TO WK-CYCLE.
001287     IF WK-PARM-LENGTH = ZERO
001288         GO TO 0500-EXIT
001289     END-IF.
001290     IF WK-PARM-LENGTH >= 7
001291        AND WK-PARM-DATA (1:6) = 'CYCLE='
001292        AND WK-PARM-DATA (7:1) NUMERIC
001293        AND WK-PARM-DATA (7:1) NOT = '0'
001294         MOVE WK-PARM-DATA (7:1)  TO WK-CYCLE
001295     ELSE
001296         DISPLAY 'DLGLEXT - PARM MUST BE CYCLE=n (1-9) OR OMITTED'
001297         MOVE 16                  TO RETURN-CODE
001298         STOP RUN
001299     END-IF.
001300*
001301 0500-EXIT.
001302     EXIT.
001303* ****************************************************************
001304* 1000-OPEN-FILES - open every file, checking status after each
001305* OPEN so a missing/misallocated dataset abends the run.
001310* ****************************************************************
001320 1000-OPEN-FILES.
001330     OPEN INPUT  RESULT-FILE.
001470 1500-WRITE-HEADER.
001480     ACCEPT WK-RUN-DATE           FROM DATE YYYYMMDD.
001490     MOVE WK-RUN-DATE             TO WK-GH-RUN-DATE.
001491     MOVE WK-CYCLE                TO WK-GH-CYCLE.
001500     MOVE WK-GL-HEADER            TO WK-GL-RECORD.
001510     WRITE WK-GL-RECORD.
001520     MOVE 'GLEXT'                 TO WK-ABEND-FILE-ID.
001780* 3000-PROCESS-RESULT - one result record: a successful result
001790* becomes a partner detail; a result carrying an error message
001800* is skipped and counted (it never posted a usable number, so
001810* accounting must not receive it).  A reversal is a successful
001811* result whose RESULTADO is already the negative of the
001812* original's, so it goes as a detail like any other.  Then
001813* advance the input.
001820* ****************************************************************
001830 3000-PROCESS-RESULT.
001840     IF WK-TO-MENSAJE-ERROR = SPACES
002050     MOVE WK-GLEXT-STATUS         TO WK-ABEND-STATUS.
002060     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002070     ADD 1                        TO WK-DETAIL-COUNT.
002075     IF WK-TO-IS-REVERSAL
002076         ADD 1                    TO WK-REVERSAL-COUNT
002077     END-IF.
002080     ADD WK-TO-RESULTADO          TO WK-RESULT-SUM.
002090*
002100 3100-EXIT.
002330     DISPLAY 'DLGLEXT - DETAILS EXTRACTED   ' WK-DETAIL-COUNT.
002340     DISPLAY 'DLGLEXT - ERROR RESULTS SKIPPED '
002350         WK-SKIPPED-COUNT.
002355     DISPLAY 'DLGLEXT - REVERSAL DETAILS    ' WK-REVERSAL-COUNT.
002356     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
002360     CLOSE RESULT-FILE.
002370     CLOSE GL-FILE.
002371     CLOSE RUN-CONTROL-FILE.
002420     MOVE WK-TS-WORK                  TO WK-END-TS.
002421     MOVE SPACES                      TO WK-RC-RECORD.
002422     MOVE WK-START-TS (1:8)           TO WK-RC-RUN-DATE.
002423     MOVE WK-CYCLE                    TO WK-RC-CYCLE.
002424     MOVE 'STEP040'                   TO WK-RC-STEP-NAME.
002425     MOVE 'DLGLEXT'                   TO WK-RC-PROGRAM.
002426     MOVE WK-START-TS                 TO WK-RC-START-TS.
002427     MOVE WK-END-TS                   TO WK-RC-END-TS.
002428     MOVE WK-READ-COUNT               TO WK-RC-IN-COUNT.
002429     MOVE WK-DETAIL-COUNT             TO WK-RC-OUT-COUNT.
002430     MOVE WK-SKIPPED-COUNT            TO WK-RC-ALT-COUNT.
002431     MOVE ZERO                        TO WK-RC-EXCP-COUNT.
002432     MOVE RETURN-CODE                 TO WK-RC-RETURN-CODE.
002433     MOVE SPACE                       TO WK-RC-BALANCE-SW.
002434     WRITE WK-RC-RECORD
002435         INVALID KEY
002436             REWRITE WK-RC-RECORD
002437     END-WRITE.
002438     MOVE 'RUNCTL'                    TO WK-ABEND-FILE-ID.
002439     MOVE WK-RUNCTL-STATUS            TO WK-ABEND-STATUS.
002440     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002441*
002442 8600-EXIT.
002443     EXIT.
002444* ****************************************************************
002445* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
002446* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
002447* is PERFORMed; any status other than '00' abends the run with a
002450* message instead of letting the job continue on bad data.
002460* ****************************************************************
002470 9000-VERIFY-FILE-STATUS.
