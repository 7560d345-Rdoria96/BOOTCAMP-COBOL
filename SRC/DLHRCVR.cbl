000100* ****************************************************************
000110* Program name:    DLHRCVR
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written as the forward recovery of the history
000180*                  master.  Reloads a freshly defined KSDS from a
000190*                  DLHBKUP backup generation (proved against its
000200*                  own trailer first), then re-applies the result
000210*                  generations DEVOPS wrote since, in order, the
000220*                  way DEVOPS posted them - reversal originals
000230*                  marked, an archived original written back.  A
000240*                  key already on the master is skipped and
000250*                  counted, never abended on.  The report proves
000260*                  each night re-applied against the history
000270*                  postings STEP020 left on run control, and the
000280*                  rebuilt master's own count against what was
000290*                  loaded and added.
000291* 10/15/26 RD      A date's history postings are summed across
000292*                  the nightly run and every daytime priority
000293*                  cycle (DEVOPSIC) - their results carry the
000294*                  same FECHA-PROCESO and re-apply as one night.
000295* 10/15/26 RD      A reinstated original carries the reversal's
000296*                  ORIGIN group, and an original already marked by
000297*                  a different reversal keeps its first mark, both
000298*                  as DEVOPS now posts them.
000299* 10/15/26 RD      A reversal re-applied with an error message is
000300*                  one DEVOPS refused as already reversed; its
000301*                  original is neither marked nor reinstated.
000302* ****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.  DLHRCVR.
000330 AUTHOR. RICHARD DORIA.
000340 INSTALLATION. COBOL DEVELOPMENT CENTER.
000350 DATE-WRITTEN. 10/15/26.
000360 DATE-COMPILED. 10/15/26.
000370 SECURITY. NON-CONFIDENTIAL.
000380* ****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT BACKUP-FILE       ASSIGN TO BACKIN
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS WK-BACKIN-STATUS.
000450     SELECT RESULT-FILE       ASSIGN TO RESULTIN
000460            ORGANIZATION IS SEQUENTIAL
000470            FILE STATUS IS WK-RESULTIN-STATUS.
000480     SELECT HIST-FILE         ASSIGN TO HISTORY
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS DYNAMIC
000510            RECORD KEY IS WK-HI-KEY
000520            FILE STATUS IS WK-HISTORY-STATUS.
000530     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS DYNAMIC
000560            RECORD KEY IS WK-RC-KEY
000570            FILE STATUS IS WK-RUNCTL-STATUS.
000580     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS WK-RPTOUT-STATUS.
000610* ****************************************************************
000620 DATA DIVISION.
000630 FILE SECTION.
000640*    BACKUP-FILE - one DLHBKUP generation: HDR, the master's
000650*    records in key order, TRL.
000660 FD  BACKUP-FILE
000670     RECORDING MODE IS F.
000680 01  WK-BK-RECORD.
000690     COPY WKTRANS REPLACING LEADING
000700          ==PREFIX-== BY ==WK-BK-==.
000710 01  WK-BC-RECORD.
000720     COPY WKTRNCTL REPLACING LEADING
000730          ==PREFIX-== BY ==WK-BC-==.
000740*    RESULT-FILE - the RESULT.DAILY generations written since the
000750*    backup, concatenated oldest first in the JCL.
000760 FD  RESULT-FILE
000770     RECORDING MODE IS F.
000780 01  WK-RI-RECORD.
000790     COPY WKTRANS REPLACING LEADING
000800          ==PREFIX-== BY ==WK-RI-==.
000810*    HIST-FILE - the history master being rebuilt.
000820 FD  HIST-FILE.
000830 01  WK-HI-RECORD.
000840     COPY WKTRANS REPLACING LEADING
000850          ==PREFIX-== BY ==WK-HI-==.
000860*    RUN-CONTROL-FILE - read only, for each night's STEP020 (or
000870*    STEP020n) history postings.
000880 FD  RUN-CONTROL-FILE.
000890 01  WK-RC-RECORD.
000900     COPY WKRUNCTL REPLACING LEADING
000910          ==PREFIX-== BY ==WK-RC-==.
000920*    REPORT-FILE - the recovery report.
000930 FD  REPORT-FILE
000940     RECORDING MODE IS F.
000950 01  WK-RP-LINE                        PIC X(80).
000960* ****************************************************************
000970 WORKING-STORAGE SECTION.
000980*
000990 01  WK-FILE-STATUSES.
001000     05  WK-BACKIN-STATUS           PIC X(02) VALUE '00'.
001010     05  WK-RESULTIN-STATUS         PIC X(02) VALUE '00'.
001020     05  WK-HISTORY-STATUS          PIC X(02) VALUE '00'.
001030     05  WK-RUNCTL-STATUS           PIC X(02) VALUE '00'.
001040     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
001050*
001060 01  WK-ABEND-AREA.
001070     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
001080     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
001090*
001100 01  WK-SWITCHES.
001110     05  WK-BACKUP-EOF-SW           PIC X(01) VALUE 'N'.
001120         88  WK-BACKUP-EOF          VALUE 'Y'.
001130     05  WK-TRAILER-SW              PIC X(01) VALUE 'N'.
001140         88  WK-TRAILER-SEEN        VALUE 'Y'.
001150     05  WK-RESULT-EOF-SW           PIC X(01) VALUE 'N'.
001160         88  WK-RESULT-EOF          VALUE 'Y'.
001170     05  WK-HIST-EOF-SW             PIC X(01) VALUE 'N'.
001180         88  WK-HIST-EOF            VALUE 'Y'.
001190     05  WK-RC-DONE-SW              PIC X(01) VALUE 'N'.
001200         88  WK-RC-DONE             VALUE 'Y'.
001210     05  WK-POSTED-SW               PIC X(01) VALUE 'N'.
001220         88  WK-POSTING-FOUND       VALUE 'Y'.
001230     05  WK-NIGHT-OPEN-SW           PIC X(01) VALUE 'N'.
001240         88  WK-NIGHT-OPEN          VALUE 'Y'.
001250     05  WK-NIGHT-POSTED-SW         PIC X(01) VALUE 'N'.
001260         88  WK-NIGHT-POSTED        VALUE 'Y'.
001270     05  WK-BREAK-SW                PIC X(01) VALUE 'N'.
001280         88  WK-ANY-BREAK           VALUE 'Y'.
001290*
001300*    The backup's date (its HDR) - a night dated on or before it
001310*    that adds nothing was already in the backup.
001320 01  WK-BACKUP-DATE                        PIC X(08).
001330 01  WK-HASH-WORK                          PIC S9(02).
001340*
001350*    The night being re-applied.  A night is the results of one
001360*    FECHA-PROCESO date that run control holds a STEP020 posting
001370*    for; results dated a day with no posting belong to the run
001380*    before them, which ran past midnight, and are folded into it
001390*    (ROLLED-DATE names the date folded in).
001400 01  WK-NIGHT-AREA.
001410     05  WK-NIGHT-DATE              PIC X(08).
001420     05  WK-NIGHT-ROLLED-DATE       PIC X(08).
001430     05  WK-NIGHT-READ              PIC 9(09).
001440     05  WK-NIGHT-ADDED             PIC 9(09).
001450     05  WK-NIGHT-SKIPPED           PIC 9(09).
001460     05  WK-NIGHT-POSTED-COUNT      PIC 9(09).
001470*
001480*    What run control says STEP020 posted for one date; the
001490*    STEP020n partition postings are summed.
001500 01  WK-LOOKUP-DATE                        PIC X(08).
001510 01  WK-POSTED-COUNT                       PIC 9(09).
001520*
001530 01  WK-COUNTERS.
001540     05  WK-BACKUP-READ-COUNT       PIC 9(09) VALUE ZERO.
001550     05  WK-LOADED-COUNT            PIC 9(09) VALUE ZERO.
001560     05  WK-LOAD-SKIPPED-COUNT      PIC 9(09) VALUE ZERO.
001570     05  WK-BACKUP-HASH             PIC 9(13) VALUE ZERO.
001580     05  WK-RESULT-READ-COUNT       PIC 9(09) VALUE ZERO.
001590     05  WK-ADDED-COUNT             PIC 9(09) VALUE ZERO.
001600     05  WK-SKIPPED-COUNT           PIC 9(09) VALUE ZERO.
001610     05  WK-MARKED-COUNT            PIC 9(09) VALUE ZERO.
001620     05  WK-REINSTATED-COUNT        PIC 9(09) VALUE ZERO.
001630     05  WK-NIGHT-COUNT             PIC 9(09) VALUE ZERO.
001640     05  WK-PROVED-ADDED            PIC 9(09) VALUE ZERO.
001650     05  WK-PROVED-POSTED           PIC 9(09) VALUE ZERO.
001660     05  WK-EXPECTED-COUNT          PIC 9(09) VALUE ZERO.
001670     05  WK-MASTER-COUNT            PIC 9(09) VALUE ZERO.
001680*
001690 01  WK-REPORT-LINES.
001700     05  WK-HEADING-1.
001710         10  FILLER                 PIC X(20) VALUE SPACES.
001720         10  FILLER                 PIC X(40)
001730             VALUE 'DEVOPS HISTORY FORWARD RECOVERY'.
001740     05  WK-HEADING-2.
001750         10  FILLER                 PIC X(20) VALUE SPACES.
001760         10  FILLER                 PIC X(31) VALUE ALL '-'.
001770     05  WK-BACKUP-LINE.
001780         10  FILLER                 PIC X(20)
001790             VALUE 'BACKUP TAKEN'.
001800         10  WK-BL-DATE             PIC X(08).
001810         10  FILLER                 PIC X(16)
001820             VALUE '   TRAILER COUNT'.
001830         10  WK-BL-COUNT            PIC ZZZ,ZZZ,ZZ9.
001840     05  WK-HEADING-3.
001850         10  FILLER                 PIC X(09) VALUE 'NIGHT'.
001860         10  FILLER                 PIC X(12)
001870             VALUE '    RESULTS '.
001880         10  FILLER                 PIC X(12)
001890             VALUE '      ADDED '.
001900         10  FILLER                 PIC X(12)
001910             VALUE '  ON MASTER '.
001920         10  FILLER                 PIC X(13)
001930             VALUE ' STEP020 HIST'.
001940         10  FILLER                 PIC X(07) VALUE 'VERDICT'.
001950     05  WK-NIGHT-LINE.
001960         10  WK-NL-DATE             PIC X(08).
001970         10  FILLER                 PIC X(01) VALUE SPACES.
001980         10  WK-NL-READ             PIC ZZZ,ZZZ,ZZ9.
001990         10  FILLER                 PIC X(01) VALUE SPACES.
002000         10  WK-NL-ADDED            PIC ZZZ,ZZZ,ZZ9.
002010         10  FILLER                 PIC X(01) VALUE SPACES.
002020         10  WK-NL-SKIPPED          PIC ZZZ,ZZZ,ZZ9.
002030         10  FILLER                 PIC X(01) VALUE SPACES.
002040         10  WK-NL-POSTED           PIC ZZZ,ZZZ,ZZ9.
002050         10  FILLER                 PIC X(02) VALUE SPACES.
002060         10  WK-NL-VERDICT          PIC X(18).
002070     05  WK-ROLLED-LINE.
002080         10  FILLER                 PIC X(09) VALUE SPACES.
002090         10  FILLER                 PIC X(26)
002100             VALUE 'INCLUDES RESULTS DATED '.
002110         10  WK-RO-DATE             PIC X(08).
002120         10  FILLER                 PIC X(24)
002130             VALUE ' (RUN PASSED MIDNIGHT)'.
002140     05  WK-COUNT-LINE.
002150         10  WK-CL-LABEL            PIC X(40).
002160         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
002170     05  WK-VERDICT-LINE.
002180         10  FILLER                 PIC X(20)
002190             VALUE 'RECOVERY VERDICT'.
002200         10  WK-VL-TEXT             PIC X(40).
002210* ****************************************************************
002220 PROCEDURE DIVISION.
002230* ****************************************************************
002240* 0000-MAINLINE - reload the backup, re-apply the results, prove
002250* the rebuilt master.
002260* ****************************************************************
002270 0000-MAINLINE.
002280     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
002290     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
002300     PERFORM 2000-LOAD-BACKUP THRU 2000-EXIT.
002310     PERFORM 3000-READ-RESULT THRU 3000-EXIT.
002320     PERFORM 3100-APPLY-ONE-RESULT THRU 3100-EXIT
002330         UNTIL WK-RESULT-EOF.
002340     IF WK-NIGHT-OPEN
002350         PERFORM 3700-CLOSE-NIGHT THRU 3700-EXIT
002360     END-IF.
002370     PERFORM 4000-COUNT-MASTER THRU 4000-EXIT.
002380     PERFORM 4500-PRINT-PROOF THRU 4500-EXIT.
002390     PERFORM 5000-CLOSE-FILES THRU 5000-EXIT.
002400     STOP RUN.
002410*
002420 0000-EXIT.
002430     EXIT.
002440* ****************************************************************
002450* 1000-OPEN-FILES - open every file, checking status after each
002460* OPEN so a missing/misallocated dataset abends the run.
002470* ****************************************************************
002480 1000-OPEN-FILES.
002490     OPEN INPUT  BACKUP-FILE.
002500     MOVE 'BACKIN'            TO WK-ABEND-FILE-ID.
002510     MOVE WK-BACKIN-STATUS    TO WK-ABEND-STATUS.
002520     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002530     OPEN INPUT  RESULT-FILE.
002540     MOVE 'RESULTIN'          TO WK-ABEND-FILE-ID.
002550     MOVE WK-RESULTIN-STATUS  TO WK-ABEND-STATUS.
002560     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002570     OPEN I-O    HIST-FILE.
002580     MOVE 'HISTORY'           TO WK-ABEND-FILE-ID.
002590     MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS.
002600     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002610     OPEN INPUT  RUN-CONTROL-FILE.
002620     MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID.
002630     MOVE WK-RUNCTL-STATUS    TO WK-ABEND-STATUS.
002640     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002650     OPEN OUTPUT REPORT-FILE.
002660     MOVE 'RPTOUT'            TO WK-ABEND-FILE-ID.
002670     MOVE WK-RPTOUT-STATUS    TO WK-ABEND-STATUS.
002680     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002690*
002700 1000-EXIT.
002710     EXIT.
002720* ****************************************************************
002730* 1400-PRINT-HEADINGS.
002740* ****************************************************************
002750 1400-PRINT-HEADINGS.
002760     MOVE WK-HEADING-1                TO WK-RP-LINE.
002770     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002780     MOVE WK-HEADING-2                TO WK-RP-LINE.
002790     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
002800*
002810 1400-EXIT.
002820     EXIT.
002830* ****************************************************************
002840* 2000-LOAD-BACKUP - the generation must open with a DLHBKUP
002850* header and close with a trailer whose count and hash agree with
002860* what was loaded.  A generation that fails either is not a
002870* backup to rebuild from - the run stops RC=16 so the prior
002880* generation is used instead.
002890* ****************************************************************
002900 2000-LOAD-BACKUP.
002910     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
002920     IF WK-BACKUP-EOF
002930        OR NOT WK-BC-CTL-HEADER
002940        OR WK-BC-HD-SUBMITTER NOT = 'DLHBKUP'
002950         DISPLAY 'DLHRCVR - BACKIN DOES NOT START WITH A DLHBKUP '
002960            'HEADER - NOT A HISTORY BACKUP'
002970         MOVE 16                      TO RETURN-CODE
002980         STOP RUN
002990     END-IF.
003000     MOVE WK-BC-HD-EXTRACT-DATE       TO WK-BACKUP-DATE.
003010     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
003020     PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
003030         UNTIL WK-BACKUP-EOF OR WK-TRAILER-SEEN.
003040     IF NOT WK-TRAILER-SEEN
003050         DISPLAY 'DLHRCVR - BACKUP HAS NO TRAILER - TRUNCATED'
003060         MOVE 16                      TO RETURN-CODE
003070         STOP RUN
003080     END-IF.
003090     IF WK-BC-TR-RECORD-COUNT NOT = WK-BACKUP-READ-COUNT
003100        OR WK-BC-TR-HASH-TOTAL NOT = WK-BACKUP-HASH
003110         DISPLAY 'DLHRCVR - BACKUP TRAILER COUNT '
003120            WK-BC-TR-RECORD-COUNT ' HASH ' WK-BC-TR-HASH-TOTAL
003130            ' BUT ' WK-BACKUP-READ-COUNT ' HASH ' WK-BACKUP-HASH
003140            ' READ'
003150         MOVE 16                      TO RETURN-CODE
003160         STOP RUN
003170     END-IF.
003180     MOVE WK-BACKUP-DATE              TO WK-BL-DATE.
003190     MOVE WK-BC-TR-RECORD-COUNT       TO WK-BL-COUNT.
003200     MOVE WK-BACKUP-LINE              TO WK-RP-LINE.
003210     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003220     MOVE 'RECORDS LOADED FROM THE BACKUP' TO WK-CL-LABEL.
003230     MOVE WK-LOADED-COUNT             TO WK-CL-COUNT.
003240     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
003250     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003260     MOVE 'BACKUP RECORDS ALREADY ON THE MASTER' TO WK-CL-LABEL.
003270     MOVE WK-LOAD-SKIPPED-COUNT       TO WK-CL-COUNT.
003280     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
003290     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003300     MOVE SPACES                      TO WK-RP-LINE.
003310     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003320     MOVE WK-HEADING-3                TO WK-RP-LINE.
003330     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
003340*
003350 2000-EXIT.
003360     EXIT.
003370* ****************************************************************
003380* 2100-READ-BACKUP - advance the backup one record; a TRL ends
003390* the load.
003400* ****************************************************************
003410 2100-READ-BACKUP.
003420     READ BACKUP-FILE
003430         AT END
003440             MOVE 'Y'                 TO WK-BACKUP-EOF-SW
003450         NOT AT END
003460             IF WK-BC-CTL-TRAILER
003470                 MOVE 'Y'             TO WK-TRAILER-SW
003480             END-IF
003490     END-READ.
003500     IF WK-BACKIN-STATUS NOT = '00'
003510        AND WK-BACKIN-STATUS NOT = '10'
003520         MOVE 'BACKIN'            TO WK-ABEND-FILE-ID
003530         MOVE WK-BACKIN-STATUS    TO WK-ABEND-STATUS
003540         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003550     END-IF.
003560*
003570 2100-EXIT.
003580     EXIT.
003590* ****************************************************************
003600* 2200-LOAD-ONE-RECORD - write one backup record to the master
003610* (a key already there is skipped and counted), add it to the
003620* hash, then advance.
003630* ****************************************************************
003640 2200-LOAD-ONE-RECORD.
003650     ADD 1                            TO WK-BACKUP-READ-COUNT.
003660     MOVE WK-BK-RECORD                TO WK-HI-RECORD.
003670     WRITE WK-HI-RECORD
003680         INVALID KEY
003690             ADD 1                    TO WK-LOAD-SKIPPED-COUNT
003700         NOT INVALID KEY
003710             ADD 1                    TO WK-LOADED-COUNT
003720     END-WRITE.
003730     IF WK-HISTORY-STATUS NOT = '00'
003740        AND WK-HISTORY-STATUS NOT = '22'
003750         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
003760         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
003770         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
003780     END-IF.
003790     IF WK-BK-NUMERO-1 NUMERIC
003800         MOVE WK-BK-NUMERO-1          TO WK-HASH-WORK
003810         IF WK-HASH-WORK < ZERO
003820             SUBTRACT WK-HASH-WORK FROM ZERO
003830                 GIVING WK-HASH-WORK
003840         END-IF
003850         ADD WK-HASH-WORK             TO WK-BACKUP-HASH
003860     END-IF.
003870     IF WK-BK-NUMERO-2 NUMERIC
003880         MOVE WK-BK-NUMERO-2          TO WK-HASH-WORK
003890         IF WK-HASH-WORK < ZERO
003900             SUBTRACT WK-HASH-WORK FROM ZERO
003910                 GIVING WK-HASH-WORK
003920         END-IF
003930         ADD WK-HASH-WORK             TO WK-BACKUP-HASH
003940     END-IF.
003950     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
003960*
003970 2200-EXIT.
003980     EXIT.
003990* ****************************************************************
004000* 3000-READ-RESULT - advance the result generations one record.
004010* ****************************************************************
004020 3000-READ-RESULT.
004030     READ RESULT-FILE
004040         AT END
004050             MOVE 'Y'                 TO WK-RESULT-EOF-SW
004060         NOT AT END
004070             ADD 1                    TO WK-RESULT-READ-COUNT
004080     END-READ.
004090     IF WK-RESULTIN-STATUS NOT = '00'
004100        AND WK-RESULTIN-STATUS NOT = '10'
004110         MOVE 'RESULTIN'          TO WK-ABEND-FILE-ID
004120         MOVE WK-RESULTIN-STATUS  TO WK-ABEND-STATUS
004130         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004140     END-IF.
004150*
004160 3000-EXIT.
004170     EXIT.
004180* ****************************************************************
004190* 3100-APPLY-ONE-RESULT - post the result just read as DEVOPS did:
004200* to the master, and for a reversal that was added, the mark on
004210* its original.  A key already on the master (the backup or an
004220* earlier generation carried it) is skipped and counted.
004230* ****************************************************************
004240 3100-APPLY-ONE-RESULT.
004250     IF NOT WK-NIGHT-OPEN
004260        OR WK-RI-FECHA-PROCESO NOT = WK-NIGHT-DATE
004270        AND WK-RI-FECHA-PROCESO NOT = WK-NIGHT-ROLLED-DATE
004280         PERFORM 3500-CHANGE-OF-DATE THRU 3500-EXIT
004290     END-IF.
004300     ADD 1                            TO WK-NIGHT-READ.
004310     MOVE WK-RI-RECORD                TO WK-HI-RECORD.
004320     WRITE WK-HI-RECORD
004330         INVALID KEY
004340             ADD 1                    TO WK-SKIPPED-COUNT
004350             ADD 1                    TO WK-NIGHT-SKIPPED
004360         NOT INVALID KEY
004370             ADD 1                    TO WK-ADDED-COUNT
004380             ADD 1                    TO WK-NIGHT-ADDED
004390     END-WRITE.
004400     IF WK-HISTORY-STATUS NOT = '00'
004410        AND WK-HISTORY-STATUS NOT = '22'
004420         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
004430         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
004440         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004450     END-IF.
004460     IF WK-HISTORY-STATUS = '00'
004470        AND WK-RI-IS-REVERSAL
004471        AND WK-RI-MENSAJE-ERROR = SPACES
004480         PERFORM 3200-MARK-ORIGINAL THRU 3200-EXIT
004490     END-IF.
004500     PERFORM 3000-READ-RESULT THRU 3000-EXIT.
004510*
004520 3100-EXIT.
004530     EXIT.
004540* ****************************************************************
004550* 3200-MARK-ORIGINAL - the reversal just re-applied; mark its
004560* original reversed, exactly as DEVOPS 3550 did.  An original
004561* already carrying this reversal's mark is left alone; one marked
004562* by a different reversal kept its first mark when DEVOPS posted
004563* the second (it went to the exception file), and keeps it here.
004564* A reversal DEVOPS refused posted as an error result and never
004565* marked anything, so 3100 does not bring it here at all.
004580* ****************************************************************
004590 3200-MARK-ORIGINAL.
004600     MOVE WK-RI-REV-KEY               TO WK-HI-KEY.
004610     READ HIST-FILE
004620         INVALID KEY
004630             PERFORM 3250-REINSTATE-ORIGINAL THRU 3250-EXIT
004640             GO TO 3200-EXIT
004650     END-READ.
004660     MOVE 'HISTORY'                   TO WK-ABEND-FILE-ID.
004670     MOVE WK-HISTORY-STATUS           TO WK-ABEND-STATUS.
004680     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004690     IF WK-HI-IS-REVERSED
004700        AND WK-HI-REV-ID = WK-RI-ID
004710        AND WK-HI-REV-FECHA = WK-RI-FECHA-PROCESO
004720         GO TO 3200-EXIT
004730     END-IF.
004731     IF WK-HI-REV-SW NOT = SPACE
004732         DISPLAY 'DLHRCVR - ORIGINAL ' WK-HI-KEY
004733            ' ALREADY REV-SW ' WK-HI-REV-SW ' - REVERSAL '
004734            WK-RI-ID ' ' WK-RI-FECHA-PROCESO ' NOT MARKED'
004735         GO TO 3200-EXIT
004736     END-IF.
004740     MOVE 'X'                         TO WK-HI-REV-SW.
004750     MOVE WK-RI-ID                    TO WK-HI-REV-ID.
004760     MOVE WK-RI-FECHA-PROCESO         TO WK-HI-REV-FECHA.
004770     REWRITE WK-HI-RECORD.
004780     MOVE 'HISTORY'                   TO WK-ABEND-FILE-ID.
004790     MOVE WK-HISTORY-STATUS           TO WK-ABEND-STATUS.
004800     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004810     ADD 1                            TO WK-MARKED-COUNT.
004820*
004830 3200-EXIT.
004840     EXIT.
004850* ****************************************************************
004860* 3250-REINSTATE-ORIGINAL - an original the master does not hold
004870* was in the archive when the reversal posted, and DEVOPS wrote it
004880* back marked; do the same from the reversal, which carries the
004881* original's operation and operands, the negative of its
004882* RESULTADO, and the ORIGIN group DEVOPS carried onto it.
004910* ****************************************************************
004920 3250-REINSTATE-ORIGINAL.
004930     MOVE SPACES                      TO WK-HI-RECORD.
004940     MOVE WK-RI-REV-KEY               TO WK-HI-KEY.
004950     MOVE WK-RI-OPERACION             TO WK-HI-OPERACION.
004960     MOVE WK-RI-NUMERO-1              TO WK-HI-NUMERO-1.
004970     MOVE WK-RI-NUMERO-2              TO WK-HI-NUMERO-2.
004980     SUBTRACT WK-RI-RESULTADO FROM ZERO GIVING WK-HI-RESULTADO.
004990     MOVE WK-RI-CUENTA                TO WK-HI-CUENTA.
004991     MOVE WK-RI-ORIGIN                TO WK-HI-ORIGIN.
005000     MOVE 'X'                         TO WK-HI-REV-SW.
005010     MOVE WK-RI-ID                    TO WK-HI-REV-ID.
005020     MOVE WK-RI-FECHA-PROCESO         TO WK-HI-REV-FECHA.
005030     WRITE WK-HI-RECORD.
005040     MOVE 'HISTORY'                   TO WK-ABEND-FILE-ID.
005050     MOVE WK-HISTORY-STATUS           TO WK-ABEND-STATUS.
005060     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
005070     ADD 1                            TO WK-REINSTATED-COUNT.
005080*
005090 3250-EXIT.
005100     EXIT.
005110* ****************************************************************
005120* 3500-CHANGE-OF-DATE - a result dated a new day.  When run
005130* control holds a STEP020 posting for the day it is a new night;
005140* when it does not, and a night is open, the open night ran past
005150* midnight and the day is folded into it.
005160* ****************************************************************
005170 3500-CHANGE-OF-DATE.
005180     MOVE WK-RI-FECHA-PROCESO         TO WK-LOOKUP-DATE.
005190     PERFORM 3600-FIND-POSTING THRU 3600-EXIT.
005200     IF WK-NIGHT-OPEN
005210        AND NOT WK-POSTING-FOUND
005220         MOVE WK-RI-FECHA-PROCESO     TO WK-NIGHT-ROLLED-DATE
005230         GO TO 3500-EXIT
005240     END-IF.
005250     IF WK-NIGHT-OPEN
005260         PERFORM 3700-CLOSE-NIGHT THRU 3700-EXIT
005270     END-IF.
005280     MOVE 'Y'                         TO WK-NIGHT-OPEN-SW.
005290     MOVE WK-RI-FECHA-PROCESO         TO WK-NIGHT-DATE.
005300     MOVE SPACES                      TO WK-NIGHT-ROLLED-DATE.
005310     MOVE ZERO                        TO WK-NIGHT-READ.
005320     MOVE ZERO                        TO WK-NIGHT-ADDED.
005330     MOVE ZERO                        TO WK-NIGHT-SKIPPED.
005340     MOVE WK-POSTED-SW                TO WK-NIGHT-POSTED-SW.
005350     MOVE WK-POSTED-COUNT             TO WK-NIGHT-POSTED-COUNT.
005360*
005370 3500-EXIT.
005380     EXIT.
005390* ****************************************************************
005400* 3600-FIND-POSTING - what STEP020 posted to history on the
005410* lookup date (ALT = history records posted).  Plain STEP020 is
005420* the whole engine; a STEP020n posting is one partition and is
005421* summed, as is each daytime cycle's STEP020 - the browse walks
005422* every cycle of the date.
005440* ****************************************************************
005450 3600-FIND-POSTING.
005460     MOVE 'N'                         TO WK-POSTED-SW.
005470     MOVE ZERO                        TO WK-POSTED-COUNT.
005480     MOVE 'N'                         TO WK-RC-DONE-SW.
005490     MOVE WK-LOOKUP-DATE              TO WK-RC-RUN-DATE.
005491     MOVE LOW-VALUES                  TO WK-RC-CYCLE.
005492     MOVE LOW-VALUES                  TO WK-RC-STEP-NAME.
005510     START RUN-CONTROL-FILE KEY NOT < WK-RC-KEY
005520         INVALID KEY
005530             MOVE 'Y'                 TO WK-RC-DONE-SW
005540     END-START.
005550     PERFORM 3650-READ-ONE-POSTING THRU 3650-EXIT
005560         UNTIL WK-RC-DONE.
005570*
005580 3600-EXIT.
005590     EXIT.
005600* ****************************************************************
005610* 3650-READ-ONE-POSTING - the browse ends at the first posting
005611* of another date; the date's other steps are passed over.
005630* ****************************************************************
005640 3650-READ-ONE-POSTING.
005650     READ RUN-CONTROL-FILE NEXT RECORD
005660         AT END
005670             MOVE 'Y'                 TO WK-RC-DONE-SW
005680     END-READ.
005690     IF WK-RUNCTL-STATUS NOT = '00'
005700        AND WK-RUNCTL-STATUS NOT = '10'
005710         MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID
005720         MOVE WK-RUNCTL-STATUS    TO WK-ABEND-STATUS
005730         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005740     END-IF.
005750     IF WK-RC-DONE
005760         GO TO 3650-EXIT
005770     END-IF.
005780     EVALUATE TRUE
005790         WHEN WK-RC-RUN-DATE NOT = WK-LOOKUP-DATE
005800             MOVE 'Y'                 TO WK-RC-DONE-SW
005810         WHEN WK-RC-STEP-NAME = 'STEP020'
005820             MOVE 'Y'                 TO WK-POSTED-SW
005830             ADD WK-RC-ALT-COUNT      TO WK-POSTED-COUNT
005840         WHEN WK-RC-STEP-NAME (1:7) = 'STEP020'
005850              AND WK-RC-STEP-NAME (8:1) NUMERIC
005860             MOVE 'Y'                 TO WK-POSTED-SW
005870             ADD WK-RC-ALT-COUNT      TO WK-POSTED-COUNT
005880         WHEN OTHER
005881             CONTINUE
005900     END-EVALUATE.
005910*
005920 3650-EXIT.
005930     EXIT.
005940* ****************************************************************
005950* 3700-CLOSE-NIGHT - the night's verdict line.  A night dated on
005960* or before the backup that added nothing was already in the
005970* backup.  Otherwise the records it added must equal what STEP020
005980* posted to history that night: DEVOPS counted only the records it
005990* wrote, and a result it could not post then is skipped now.
006000* ****************************************************************
006010 3700-CLOSE-NIGHT.
006020     ADD 1                            TO WK-NIGHT-COUNT.
006030     MOVE WK-NIGHT-DATE               TO WK-NL-DATE.
006040     MOVE WK-NIGHT-READ               TO WK-NL-READ.
006050     MOVE WK-NIGHT-ADDED              TO WK-NL-ADDED.
006060     MOVE WK-NIGHT-SKIPPED            TO WK-NL-SKIPPED.
006070     MOVE WK-NIGHT-POSTED-COUNT       TO WK-NL-POSTED.
006080     EVALUATE TRUE
006090         WHEN WK-NIGHT-ADDED = ZERO
006100              AND WK-NIGHT-DATE NOT > WK-BACKUP-DATE
006110             MOVE 'IN BACKUP'         TO WK-NL-VERDICT
006120         WHEN NOT WK-NIGHT-POSTED
006130             MOVE 'NO STEP020 POSTING' TO WK-NL-VERDICT
006140             MOVE 'Y'                 TO WK-BREAK-SW
006150         WHEN WK-NIGHT-ADDED = WK-NIGHT-POSTED-COUNT
006160             MOVE 'PROVED'            TO WK-NL-VERDICT
006170             ADD WK-NIGHT-ADDED       TO WK-PROVED-ADDED
006180             ADD WK-NIGHT-POSTED-COUNT TO WK-PROVED-POSTED
006190         WHEN OTHER
006200             MOVE '*** BREAK ***'     TO WK-NL-VERDICT
006210             MOVE 'Y'                 TO WK-BREAK-SW
006220     END-EVALUATE.
006230     MOVE WK-NIGHT-LINE               TO WK-RP-LINE.
006240     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006250     IF WK-NIGHT-ROLLED-DATE NOT = SPACES
006260         MOVE WK-NIGHT-ROLLED-DATE    TO WK-RO-DATE
006270         MOVE WK-ROLLED-LINE          TO WK-RP-LINE
006280         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
006290     END-IF.
006300*
006310 3700-EXIT.
006320     EXIT.
006330* ****************************************************************
006340* 4000-COUNT-MASTER - browse the rebuilt master for its own count.
006350* ****************************************************************
006360 4000-COUNT-MASTER.
006370     MOVE LOW-VALUES              TO WK-HI-KEY.
006380     START HIST-FILE KEY NOT < WK-HI-KEY
006390         INVALID KEY
006400             MOVE 'Y'             TO WK-HIST-EOF-SW
006410     END-START.
006420     PERFORM 4100-COUNT-ONE-RECORD THRU 4100-EXIT
006430         UNTIL WK-HIST-EOF.
006440*
006450 4000-EXIT.
006460     EXIT.
006470* ****************************************************************
006480* 4100-COUNT-ONE-RECORD.
006490* ****************************************************************
006500 4100-COUNT-ONE-RECORD.
006510     READ HIST-FILE NEXT RECORD
006520         AT END
006530             MOVE 'Y'                 TO WK-HIST-EOF-SW
006540         NOT AT END
006550             ADD 1                    TO WK-MASTER-COUNT
006560     END-READ.
006570     IF WK-HISTORY-STATUS NOT = '00'
006580        AND WK-HISTORY-STATUS NOT = '10'
006590         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
006600         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
006610         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006620     END-IF.
006630*
006640 4100-EXIT.
006650     EXIT.
006660* ****************************************************************
006670* 4500-PRINT-PROOF - the totals and the verdict.  The rebuilt
006680* master must hold exactly what was loaded, added and reinstated;
006690* every night re-applied must have proved.  RC=8 otherwise.
006700* ****************************************************************
006710 4500-PRINT-PROOF.
006720     COMPUTE WK-EXPECTED-COUNT = WK-LOADED-COUNT
006730         + WK-ADDED-COUNT + WK-REINSTATED-COUNT.
006740     MOVE SPACES                      TO WK-RP-LINE.
006750     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
006760     MOVE 'RESULT RECORDS READ'       TO WK-CL-LABEL.
006770     MOVE WK-RESULT-READ-COUNT        TO WK-CL-COUNT.
006780     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
006790     MOVE 'RESULTS ADDED TO THE MASTER' TO WK-CL-LABEL.
006800     MOVE WK-ADDED-COUNT              TO WK-CL-COUNT.
006810     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
006820     MOVE 'RESULTS ALREADY ON THE MASTER' TO WK-CL-LABEL.
006830     MOVE WK-SKIPPED-COUNT            TO WK-CL-COUNT.
006840     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
006850     MOVE 'ORIGINALS MARKED REVERSED' TO WK-CL-LABEL.
006860     MOVE WK-MARKED-COUNT             TO WK-CL-COUNT.
006870     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
006880     MOVE 'ORIGINALS REINSTATED FROM REVERSALS' TO WK-CL-LABEL.
006890     MOVE WK-REINSTATED-COUNT         TO WK-CL-COUNT.
006900     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
006910     MOVE 'NIGHTS RE-APPLIED'         TO WK-CL-LABEL.
006920     MOVE WK-NIGHT-COUNT              TO WK-CL-COUNT.
006930     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
006940     MOVE 'ADDED ON PROVED NIGHTS'    TO WK-CL-LABEL.
006950     MOVE WK-PROVED-ADDED             TO WK-CL-COUNT.
006960     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
006970     MOVE 'STEP020 POSTED ON PROVED NIGHTS' TO WK-CL-LABEL.
006980     MOVE WK-PROVED-POSTED            TO WK-CL-COUNT.
006990     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
007000     MOVE 'EXPECTED ON THE MASTER'    TO WK-CL-LABEL.
007010     MOVE WK-EXPECTED-COUNT           TO WK-CL-COUNT.
007020     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
007030     MOVE 'COUNTED ON THE REBUILT MASTER' TO WK-CL-LABEL.
007040     MOVE WK-MASTER-COUNT             TO WK-CL-COUNT.
007050     PERFORM 4060-WRITE-COUNT THRU 4060-EXIT.
007060*
007070     IF WK-MASTER-COUNT NOT = WK-EXPECTED-COUNT
007080         MOVE 'Y'                     TO WK-BREAK-SW
007090     END-IF.
007100     IF WK-ANY-BREAK
007110         MOVE 'NOT PROVED - SEE BREAKS ABOVE' TO WK-VL-TEXT
007120         MOVE 8                       TO RETURN-CODE
007130     ELSE
007140         MOVE 'MASTER REBUILT AND PROVED' TO WK-VL-TEXT
007150     END-IF.
007160     MOVE SPACES                      TO WK-RP-LINE.
007170     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
007180     MOVE WK-VERDICT-LINE             TO WK-RP-LINE.
007190     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
007200*
007210     DISPLAY '*********************************************'.
007220     DISPLAY 'DLHRCVR - BACKUP DATE         ' WK-BACKUP-DATE.
007230     DISPLAY 'DLHRCVR - LOADED FROM BACKUP  ' WK-LOADED-COUNT.
007240     DISPLAY 'DLHRCVR - RESULTS ADDED       ' WK-ADDED-COUNT.
007250     DISPLAY 'DLHRCVR - RESULTS SKIPPED     ' WK-SKIPPED-COUNT.
007260     DISPLAY 'DLHRCVR - REBUILT MASTER      ' WK-MASTER-COUNT.
007270     DISPLAY 'DLHRCVR - ' WK-VL-TEXT.
007280*
007290 4500-EXIT.
007300     EXIT.
007310* ****************************************************************
007320* 4050-WRITE-LINE - write one already-built REPORT-FILE line and
007330* check its status immediately, so a failure on any one line is
007340* caught instead of being overwritten by a later line's success.
007350* ****************************************************************
007360 4050-WRITE-LINE.
007370     WRITE WK-RP-LINE.
007380     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
007390     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
007400     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
007410*
007420 4050-EXIT.
007430     EXIT.
007440* ****************************************************************
007450* 4060-WRITE-COUNT - one label/count line.
007460* ****************************************************************
007470 4060-WRITE-COUNT.
007480     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
007490     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
007500*
007510 4060-EXIT.
007520     EXIT.
007530* ****************************************************************
007540* 5000-CLOSE-FILES.
007550* ****************************************************************
007560 5000-CLOSE-FILES.
007570     CLOSE BACKUP-FILE.
007580     CLOSE RESULT-FILE.
007590     CLOSE HIST-FILE.
007600     CLOSE RUN-CONTROL-FILE.
007610     CLOSE REPORT-FILE.
007620*
007630 5000-EXIT.
007640     EXIT.
007650* ****************************************************************
007660* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
007670* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
007680* is PERFORMed; any status other than '00' abends the run with a
007690* message instead of letting the job continue on bad data.
007700* ****************************************************************
007710 9000-VERIFY-FILE-STATUS.
007720     IF WK-ABEND-STATUS NOT = '00'
007730         DISPLAY 'DLHRCVR - I/O ERROR ON ' WK-ABEND-FILE-ID
007740            ' - FILE STATUS ' WK-ABEND-STATUS
007750         MOVE 16                      TO RETURN-CODE
007760         STOP RUN
007770     END-IF.
007780*
007790 9000-EXIT.
007800     EXIT.
