000350*                  on any broken or missing link so the job
000360*                  stream's COND tests hold the GL extract back
000370*                  from a broken chain.
000371* 10/15/26 RD      Checks one cycle of the date: no cycle is the
000372*                  nightly run, PARM='CYCLE=n' or
000373*                  'ccyymmdd,CYCLE=n' a daytime priority cycle
000374*                  (DEVOPSIC).  Only that cycle's postings are
000375*                  gathered and the verdict posts under it.
000380* ****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.  DLCHAIN.
001020         88  WK-HAVE-S40            VALUE 'Y'.
001030*
001040 01  WK-RUN-DATE                           PIC X(08).
001041 01  WK-CYCLE                              PIC X(01) VALUE SPACE.
001050*
001060*    The counts each step of interest posted.  The STEP020n
001070*    partition postings are summed as they are read; the partition
001370     05  WK-DATE-LINE.
001380         10  FILLER                 PIC X(09) VALUE 'RUN DATE '.
001390         10  WK-DT-DATE             PIC X(08).
001391         10  FILLER                 PIC X(02) VALUE SPACES.
001392         10  WK-DT-CYCLE-TEXT       PIC X(16).
001400     05  WK-HEADING-3.
001410         10  FILLER                 PIC X(34) VALUE 'LINK'.
001420         10  FILLER                 PIC X(12) VALUE
001610 LINKAGE SECTION.
001620*    PARM passed from JCL: the run date to verify (CCYYMMDD), or
001630*    omitted/blank for today's date - inside the nightly job the
001631*    PARM is omitted and the step checks its own night.  A daytime
001632*    cycle is named by CYCLE=n, alone (today) or after the date:
001633*    PARM='CYCLE=1' inside DEVOPSIC, PARM='20261015,CYCLE=1' to
001634*    check that cycle later.
001650 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
001651 01  WK-PARM-DATA                          PIC X(16).
001670* ****************************************************************
001680 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
001690* ****************************************************************
001710* link, post and report the verdict.
001720* ****************************************************************
001730 0000-MAINLINE.
001731     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
001790     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001800     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
001810     PERFORM 2000-GATHER-POSTINGS THRU 2000-EXIT.
001860*
001870 0000-EXIT.
001880     EXIT.
001881* ****************************************************************
001882* 0500-VALIDATE-PARM - the run date (PARM or today) and the cycle
001883* (blank, the nightly run, unless CYCLE=n is given).  A CYCLE=
001884* that names no cycle 1-9 stops the step rather than checking
001885* the wrong run.
001886* ****************************************************************
001887 0500-VALIDATE-PARM.
001888     MOVE SPACE                   TO WK-CYCLE.
001889     IF WK-PARM-LENGTH >= 8 AND WK-PARM-DATA (1:8) NUMERIC
001890         MOVE WK-PARM-DATA (1:8)  TO WK-RUN-DATE
001891         IF WK-PARM-LENGTH > 8
001892             IF WK-PARM-LENGTH >= 16
001893                AND WK-PARM-DATA (9:7) = ',CYCLE='
001894                AND WK-PARM-DATA (16:1) NUMERIC
001895                AND WK-PARM-DATA (16:1) NOT = '0'
001896                 MOVE WK-PARM-DATA (16:1) TO WK-CYCLE
001897             ELSE
001898                 GO TO 0500-BAD-PARM
001899             END-IF
001900         END-IF
001901         GO TO 0500-EXIT
001902     END-IF.
001903     ACCEPT WK-RUN-DATE           FROM DATE YYYYMMDD.
001904     IF WK-PARM-LENGTH >= 6 AND WK-PARM-DATA (1:6) = 'CYCLE='
001905         IF WK-PARM-LENGTH >= 7
001906            AND WK-PARM-DATA (7:1) NUMERIC
001907            AND WK-PARM-DATA (7:1) NOT = '0'
001908             MOVE WK-PARM-DATA (7:1) TO WK-CYCLE
001909         ELSE
001910             GO TO 0500-BAD-PARM
001911         END-IF
001912     END-IF.
001913     GO TO 0500-EXIT.
001914*
001915 0500-BAD-PARM.
001916     DISPLAY 'DLCHAIN - CYCLE= MUST CARRY A CYCLE NUMBER 1-9'.
001917     MOVE 16                      TO RETURN-CODE.
001918     STOP RUN.
001919*
001920 0500-EXIT.
001921     EXIT.
001922* ****************************************************************
001923* 1000-OPEN-FILES - open every file, checking status after each
001924* OPEN so a missing/misallocated dataset abends the run.
001925* ****************************************************************
001930 1000-OPEN-FILES.
001940     OPEN I-O RUN-CONTROL-FILE.
001950     MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID.
002130     MOVE WK-HEADING-2                TO WK-RP-LINE.
002140     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002150     MOVE WK-RUN-DATE                 TO WK-DT-DATE.
002151     IF WK-CYCLE = SPACE
002152         MOVE 'NIGHTLY RUN'           TO WK-DT-CYCLE-TEXT
002153     ELSE
002154         MOVE 'INTRADAY CYCLE'        TO WK-DT-CYCLE-TEXT
002155         MOVE WK-CYCLE                TO WK-DT-CYCLE-TEXT (16:1)
002156     END-IF.
002160     MOVE WK-DATE-LINE                TO WK-RP-LINE.
002170     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002180     MOVE SPACES                      TO WK-RP-LINE.
002230 1400-EXIT.
002240     EXIT.
002250* ****************************************************************
002251* 2000-GATHER-POSTINGS - browse the run date and cycle's records,
002252* keeping the counts of every step the chain names.
002280* ****************************************************************
002290 2000-GATHER-POSTINGS.
002300     MOVE SPACES                  TO WK-RC-RECORD.
002310     MOVE WK-RUN-DATE             TO WK-RC-RUN-DATE.
002311     MOVE WK-CYCLE                TO WK-RC-CYCLE.
002320     MOVE LOW-VALUES              TO WK-RC-STEP-NAME.
002330     START RUN-CONTROL-FILE KEY NOT < WK-RC-KEY
002340         INVALID KEY
002480     EXIT.
002490* ****************************************************************
002500* 2100-READ-ONE-STEP - advance the browse; anything past the run
002501* date and cycle ends it.  A STEP020n posting (n numeric) is one
002502* partition of a split engine run and is summed; plain STEP020
002530* is the whole unpartitioned engine.
002540* ****************************************************************
002550 2100-READ-ONE-STEP.
002560     READ RUN-CONTROL-FILE NEXT RECORD
002580             MOVE 'Y'                 TO WK-EOF-SW
002590         NOT AT END
002600             IF WK-RC-RUN-DATE NOT = WK-RUN-DATE
002601                OR WK-RC-CYCLE NOT = WK-CYCLE
002610                 MOVE 'Y'             TO WK-EOF-SW
002620             ELSE
002630                 ADD 1                TO WK-FOUND-COUNT
004980     MOVE WK-TS-WORK                  TO WK-END-TS.
004990     MOVE SPACES                      TO WK-RC-RECORD.
005000     MOVE WK-RUN-DATE                 TO WK-RC-RUN-DATE.
005001     MOVE WK-CYCLE                    TO WK-RC-CYCLE.
005010     MOVE 'STEP035'                   TO WK-RC-STEP-NAME.
005020     MOVE 'DLCHAIN'                   TO WK-RC-PROGRAM.
005030     MOVE WK-START-TS                 TO WK-RC-START-TS.
