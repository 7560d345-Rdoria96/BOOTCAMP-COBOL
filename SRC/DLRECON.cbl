000100* ****************************************************************
000110* Program name:    DLRECON
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written as the month-end posted-vs-transmitted-
000180*                  vs-acknowledged reconciliation.  DLCHAIN proves
000190*                  one night's count chain; this program proves
000200*                  the month item by item.  Every history record
000210*                  dated in the month (on the master or swept to
000220*                  the archive) is matched by ID+FECHA-PROCESO
000230*                  against the month's result, GL extract and GL
000240*                  reject generations, and every item posted but
000250*                  never transmitted, transmitted or resulted but
000260*                  missing from history, rejected by the GL and
000270*                  never resolved, or whose RESULTADO differs
000280*                  between files is listed, with posted, sent,
000290*                  rejected and accepted totals by CUENTA and a
000300*                  sign-off block for the accounting close.
000310* ****************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.  DLRECON.
000340 AUTHOR. RICHARD DORIA.
000350 INSTALLATION. COBOL DEVELOPMENT CENTER.
000360 DATE-WRITTEN. 10/15/26.
000370 DATE-COMPILED. 10/15/26.
000380 SECURITY. NON-CONFIDENTIAL.
000390* ****************************************************************
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT HIST-FILE         ASSIGN TO HISTORY
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS DYNAMIC
000460            RECORD KEY IS WK-HI-KEY
000470            FILE STATUS IS WK-HISTORY-STATUS.
000480     SELECT ARCHIVE-FILE      ASSIGN TO ARCHIN
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS WK-ARCHIN-STATUS.
000510     SELECT RESULT-FILE       ASSIGN TO RESULTIN
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS WK-RESULTIN-STATUS.
000540     SELECT GL-FILE           ASSIGN TO GLEXTIN
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS WK-GLEXTIN-STATUS.
000570     SELECT REJECT-FILE       ASSIGN TO GLREJIN
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS WK-GLREJIN-STATUS.
000600     SELECT WORK-FILE         ASSIGN TO RECWORK
000610            ORGANIZATION IS INDEXED
000620            ACCESS MODE IS DYNAMIC
000630            RECORD KEY IS WK-WK-KEY
000640            FILE STATUS IS WK-RECWORK-STATUS.
000650     SELECT REPORT-FILE       ASSIGN TO RPTOUT
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS WK-RPTOUT-STATUS.
000680* ****************************************************************
000690 DATA DIVISION.
000700 FILE SECTION.
000710*    HIST-FILE - the history master, browsed front to back for
000720*    the month's records.
000730 FD  HIST-FILE.
000740 01  WK-HI-RECORD.
000750     COPY WKTRANS REPLACING LEADING
000760          ==PREFIX-== BY ==WK-HI-==.
000770*    ARCHIVE-FILE - DLARCH sweep generations that may hold the
000780*    month's records; DD DUMMY when no sweep has reached it.
000790 FD  ARCHIVE-FILE
000800     RECORDING MODE IS F.
000810 01  WK-AR-RECORD.
000820     COPY WKTRANS REPLACING LEADING
000830          ==PREFIX-== BY ==WK-AR-==.
000840*    RESULT-FILE - the month's result generations, concatenated.
000850 FD  RESULT-FILE
000860     RECORDING MODE IS F.
000870 01  WK-TO-RECORD.
000880     COPY WKTRANS REPLACING LEADING
000890          ==PREFIX-== BY ==WK-TO-==.
000900*    GL-FILE - the month's GLEXT generations, concatenated; each
000910*    one a HDR, its DTLs and a TRL, as DLGLEXT writes them.
000920 FD  GL-FILE
000930     RECORDING MODE IS F.
000940 01  WK-GL-RECORD.
000950     05  WK-GL-TYPE              PIC X(03).
000960         88  WK-GL-DETAIL        VALUE 'DTL'.
000970     05  WK-GL-DATA              PIC X(47).
000980     05  WK-GL-DTL-DATA REDEFINES WK-GL-DATA.
000990         10  WK-GD-ID            PIC X(08).
001000         10  WK-GD-FECHA-PROCESO PIC X(08).
001010         10  WK-GD-OPERACION     PIC X(20).
001020         10  WK-GD-RESULTADO     PIC S9(04)V9(02)
001030                                 SIGN LEADING SEPARATE.
001040         10  WK-GD-CUENTA        PIC X(04).
001050*    REJECT-FILE - the month's GLREJ generations, concatenated;
001060*    one record per detail the GL rejected, as DLGLACK writes it.
001070 FD  REJECT-FILE
001080     RECORDING MODE IS F.
001090 01  WK-RJ-RECORD.
001100     05  WK-RJ-ID                PIC X(08).
001110     05  WK-RJ-FECHA-PROCESO     PIC X(08).
001120     05  WK-RJ-OPERACION         PIC X(20).
001130     05  WK-RJ-RESULTADO         PIC S9(04)V9(02)
001140                                 SIGN LEADING SEPARATE.
001150     05  WK-RJ-CUENTA            PIC X(04).
001160     05  WK-RJ-REASON            PIC X(20).
001170     05  FILLER                  PIC X(13).
001180*    WORK-FILE - one record per ID+FECHA-PROCESO seen in any
001190*    input, carrying what each file said about it.  A work KSDS
001200*    the job defines empty before every run and deletes after.
001210 FD  WORK-FILE.
001220 01  WK-WK-RECORD.
001230     05  WK-WK-KEY.
001240         10  WK-WK-ID            PIC X(08).
001250         10  WK-WK-FECHA         PIC X(08).
001260     05  WK-WK-CUENTA            PIC X(04).
001270     05  WK-WK-HIST-SW           PIC X(01).
001280         88  WK-WK-POSTED        VALUE 'M' 'A'.
001290         88  WK-WK-ON-MASTER     VALUE 'M'.
001300     05  WK-WK-HIST-RESULTADO    PIC S9(04)V9(02).
001310     05  WK-WK-HIST-ERROR-SW     PIC X(01).
001320         88  WK-WK-HIST-ERROR    VALUE 'Y'.
001330     05  WK-WK-HIST-REV-SW       PIC X(01).
001340         88  WK-WK-HIST-REVERSED VALUE 'X'.
001350     05  WK-WK-RES-COUNT         PIC 9(03).
001360     05  WK-WK-RES-RESULTADO     PIC S9(04)V9(02).
001370     05  WK-WK-RES-ERROR-SW      PIC X(01).
001380         88  WK-WK-RES-ERROR     VALUE 'Y'.
001390     05  WK-WK-GL-COUNT          PIC 9(03).
001400     05  WK-WK-GL-RESULTADO      PIC S9(04)V9(02).
001410     05  WK-WK-GL-DIFF-SW        PIC X(01).
001420         88  WK-WK-GL-DIFFERS    VALUE 'Y'.
001430     05  WK-WK-GL-SUM            PIC S9(07)V9(02).
001440     05  WK-WK-REJ-COUNT         PIC 9(03).
001450     05  WK-WK-REJ-SUM           PIC S9(07)V9(02).
001460     05  WK-WK-REJ-REASON        PIC X(20).
001470     05  FILLER                  PIC X(10).
001480*    REPORT-FILE - the reconciliation and its sign-off.
001490 FD  REPORT-FILE
001500     RECORDING MODE IS F.
001510 01  WK-RP-LINE                        PIC X(132).
001520* ****************************************************************
001530 WORKING-STORAGE SECTION.
001540*
001550 01  WK-FILE-STATUSES.
001560     05  WK-HISTORY-STATUS          PIC X(02) VALUE '00'.
001570     05  WK-ARCHIN-STATUS           PIC X(02) VALUE '00'.
001580     05  WK-RESULTIN-STATUS         PIC X(02) VALUE '00'.
001590     05  WK-GLEXTIN-STATUS          PIC X(02) VALUE '00'.
001600     05  WK-GLREJIN-STATUS          PIC X(02) VALUE '00'.
001610     05  WK-RECWORK-STATUS          PIC X(02) VALUE '00'.
001620     05  WK-RPTOUT-STATUS           PIC X(02) VALUE '00'.
001630*
001640 01  WK-ABEND-AREA.
001650     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
001660     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
001670*
001680 01  WK-SWITCHES.
001690     05  WK-HIST-EOF-SW             PIC X(01) VALUE 'N'.
001700         88  WK-HIST-EOF            VALUE 'Y'.
001710     05  WK-ARCH-EOF-SW             PIC X(01) VALUE 'N'.
001720         88  WK-ARCH-EOF            VALUE 'Y'.
001730     05  WK-RESULT-EOF-SW           PIC X(01) VALUE 'N'.
001740         88  WK-RESULT-EOF          VALUE 'Y'.
001750     05  WK-GL-EOF-SW               PIC X(01) VALUE 'N'.
001760         88  WK-GL-EOF              VALUE 'Y'.
001770     05  WK-REJ-EOF-SW              PIC X(01) VALUE 'N'.
001780         88  WK-REJ-EOF             VALUE 'Y'.
001790     05  WK-WORK-EOF-SW             PIC X(01) VALUE 'N'.
001800         88  WK-WORK-EOF            VALUE 'Y'.
001810     05  WK-NEW-WORK-SW             PIC X(01) VALUE 'N'.
001820         88  WK-NEW-WORK            VALUE 'Y'.
001830*
001840*    The month being closed, from the PARM.  Every input is
001850*    filtered on FECHA-PROCESO's first six bytes, so a generation
001860*    from either side of the month in a concatenation is harmless.
001870 01  WK-MONTH                              PIC X(06).
001880*
001890*    The key being matched and the CUENTA the source carried.
001900 01  WK-MATCH-KEY.
001910     05  WK-MK-ID                   PIC X(08).
001920     05  WK-MK-FECHA                PIC X(08).
001930 01  WK-MATCH-CUENTA                       PIC X(04).
001940*
001950*    One entry per CUENTA met in the month; a blank CUENTA totals
001960*    under its own line, as on the chargeback report.
001970 01  WK-ACCT-MAX                    PIC S9(04) COMP VALUE +50.
001980 01  WK-ACCT-COUNT                  PIC S9(04) COMP VALUE ZERO.
001990 01  WK-ACCT-IX                     PIC S9(04) COMP VALUE ZERO.
002000 01  WK-ACCT-FOUND-IX               PIC S9(04) COMP VALUE ZERO.
002010 01  WK-ACCOUNT-TABLE.
002020     05  WK-ACCT-ENTRY OCCURS 50 TIMES.
002030         10  WK-AT-CUENTA           PIC X(04).
002040         10  WK-AT-ITEMS            PIC 9(09).
002050         10  WK-AT-POSTED-AMT       PIC S9(11)V9(02).
002060         10  WK-AT-SENT-AMT         PIC S9(11)V9(02).
002070         10  WK-AT-REJ-AMT          PIC S9(11)V9(02).
002080         10  WK-AT-NOT-SENT         PIC 9(07).
002090         10  WK-AT-NOT-POSTED       PIC 9(07).
002100         10  WK-AT-REJECTED         PIC 9(07).
002110         10  WK-AT-DIFFERS          PIC 9(07).
002120*
002130*    Grand totals, accumulated from the account lines.
002140 01  WK-GRAND-TOTALS.
002150     05  WK-GT-ITEMS                PIC 9(09) VALUE ZERO.
002160     05  WK-GT-POSTED-AMT           PIC S9(11)V9(02) VALUE ZERO.
002170     05  WK-GT-SENT-AMT             PIC S9(11)V9(02) VALUE ZERO.
002180     05  WK-GT-REJ-AMT              PIC S9(11)V9(02) VALUE ZERO.
002190     05  WK-GT-NOT-SENT             PIC 9(07) VALUE ZERO.
002200     05  WK-GT-NOT-POSTED           PIC 9(07) VALUE ZERO.
002210     05  WK-GT-REJECTED             PIC 9(07) VALUE ZERO.
002220     05  WK-GT-DIFFERS              PIC 9(07) VALUE ZERO.
002230 01  WK-ACCEPTED-AMT                PIC S9(11)V9(02).
002240 01  WK-DIFFERENCE-AMT              PIC S9(11)V9(02).
002250*
002260 01  WK-COUNTERS.
002270     05  WK-HIST-READ-COUNT         PIC 9(09) VALUE ZERO.
002280     05  WK-HIST-MONTH-COUNT        PIC 9(09) VALUE ZERO.
002290     05  WK-ARCH-READ-COUNT         PIC 9(09) VALUE ZERO.
002300     05  WK-ARCH-MONTH-COUNT        PIC 9(09) VALUE ZERO.
002310     05  WK-RES-READ-COUNT          PIC 9(09) VALUE ZERO.
002320     05  WK-RES-MONTH-COUNT         PIC 9(09) VALUE ZERO.
002330     05  WK-GL-READ-COUNT           PIC 9(09) VALUE ZERO.
002340     05  WK-GL-MONTH-COUNT          PIC 9(09) VALUE ZERO.
002350     05  WK-REJ-READ-COUNT          PIC 9(09) VALUE ZERO.
002360     05  WK-REJ-MONTH-COUNT         PIC 9(09) VALUE ZERO.
002370     05  WK-EXCEPTION-COUNT         PIC 9(09) VALUE ZERO.
002380*
002390 01  WK-REPORT-LINES.
002400     05  WK-HEADING-1.
002410         10  FILLER                 PIC X(40) VALUE SPACES.
002420         10  FILLER                 PIC X(50)
002430             VALUE 'DEVOPS MONTH-END POSTED/TRANSMITTED/ACCEPTED'.
002440     05  WK-HEADING-2.
002450         10  FILLER                 PIC X(40) VALUE SPACES.
002460         10  FILLER                 PIC X(20)
002470             VALUE 'RECONCILIATION FOR '.
002480         10  WK-H2-MONTH            PIC X(06).
002490     05  WK-HEADING-3.
002500         10  FILLER                 PIC X(40) VALUE SPACES.
002510         10  FILLER                 PIC X(48) VALUE ALL '-'.
002520     05  WK-SECTION-LINE.
002530         10  WK-SL-TEXT             PIC X(60).
002540     05  WK-EXC-HEAD.
002550         10  FILLER                 PIC X(10) VALUE 'ID'.
002560         10  FILLER                 PIC X(10) VALUE 'FECHA'.
002570         10  FILLER                 PIC X(06) VALUE 'CTA'.
002580         10  FILLER                 PIC X(28) VALUE 'EXCEPTION'.
002590         10  FILLER                 PIC X(13)
002600             VALUE '      HISTORY'.
002610         10  FILLER                 PIC X(13)
002620             VALUE '       RESULT'.
002630         10  FILLER                 PIC X(13)
002640             VALUE '      GL SENT'.
002650         10  FILLER                 PIC X(06) VALUE '  SENT'.
002660         10  FILLER                 PIC X(06) VALUE '   REJ'.
002670         10  FILLER                 PIC X(02) VALUE SPACES.
002680         10  FILLER                 PIC X(20) VALUE 'GL REASON'.
002690     05  WK-EXC-LINE.
002700         10  WK-EL-ID               PIC X(08).
002710         10  FILLER                 PIC X(02) VALUE SPACES.
002720         10  WK-EL-FECHA            PIC X(08).
002730         10  FILLER                 PIC X(02) VALUE SPACES.
002740         10  WK-EL-CUENTA           PIC X(04).
002750         10  FILLER                 PIC X(02) VALUE SPACES.
002760         10  WK-EL-CATEGORY         PIC X(28).
002770         10  WK-EL-HIST             PIC X(13).
002780         10  WK-EL-RESULT           PIC X(13).
002790         10  WK-EL-GL               PIC X(13).
002800         10  WK-EL-SENT             PIC ZZ,ZZ9.
002810         10  WK-EL-REJ              PIC ZZ,ZZ9.
002820         10  FILLER                 PIC X(02) VALUE SPACES.
002830         10  WK-EL-REASON           PIC X(20).
002840     05  WK-AMOUNT-EDIT             PIC -Z,ZZZ,ZZ9.99.
002850     05  WK-ACCT-HEAD-1.
002860         10  FILLER                 PIC X(17) VALUE SPACES.
002870         10  FILLER                 PIC X(18)
002880             VALUE '            POSTED'.
002890         10  FILLER                 PIC X(18)
002900             VALUE '              SENT'.
002910         10  FILLER                 PIC X(18)
002920             VALUE '          REJECTED'.
002930         10  FILLER                 PIC X(18)
002940             VALUE '          ACCEPTED'.
002950         10  FILLER                 PIC X(18)
002960             VALUE '       POSTED LESS'.
002970         10  FILLER                 PIC X(25)
002980             VALUE '   NOT    NOT    GL   RES'.
002990     05  WK-ACCT-HEAD-2.
003000         10  FILLER                 PIC X(06) VALUE 'CTA'.
003010         10  FILLER                 PIC X(11) VALUE '      ITEMS'.
003020         10  FILLER                 PIC X(18)
003030             VALUE '        TO HISTORY'.
003040         10  FILLER                 PIC X(18)
003050             VALUE '             TO GL'.
003060         10  FILLER                 PIC X(18)
003070             VALUE '             BY GL'.
003080         10  FILLER                 PIC X(18)
003090             VALUE '             BY GL'.
003100         10  FILLER                 PIC X(18)
003110             VALUE '          ACCEPTED'.
003120         10  FILLER                 PIC X(25)
003130             VALUE '  SENT POSTED   REJ DIFFS'.
003140     05  WK-ACCT-LINE.
003150         10  WK-AL-CUENTA           PIC X(04).
003160         10  FILLER                 PIC X(02) VALUE SPACES.
003170         10  WK-AL-ITEMS            PIC ZZZ,ZZZ,ZZ9.
003180         10  WK-AL-POSTED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003190         10  WK-AL-SENT             PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003200         10  WK-AL-REJECTED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003210         10  WK-AL-ACCEPTED         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003220         10  WK-AL-DIFFERENCE       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
003230         10  WK-AL-NOT-SENT         PIC ZZ,ZZ9.
003240         10  FILLER                 PIC X(01) VALUE SPACES.
003250         10  WK-AL-NOT-POSTED       PIC ZZ,ZZ9.
003260         10  WK-AL-REJ-COUNT        PIC ZZ,ZZ9.
003270         10  WK-AL-DIFF-COUNT       PIC ZZ,ZZ9.
003280     05  WK-COUNT-LINE.
003290         10  WK-CL-LABEL            PIC X(44).
003300         10  WK-CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
003310     05  WK-VERDICT-LINE.
003320         10  FILLER                 PIC X(20) VALUE 'VERDICT'.
003330         10  WK-VL-TEXT             PIC X(60).
003340     05  WK-SIGN-LINE-1.
003350         10  FILLER                 PIC X(40)
003360             VALUE 'PREPARED BY ______________________'.
003370         10  FILLER                 PIC X(30)
003380             VALUE 'DATE ____________'.
003390     05  WK-SIGN-LINE-2.
003400         10  FILLER                 PIC X(40)
003410             VALUE 'APPROVED BY ______________________'.
003420         10  FILLER                 PIC X(30)
003430             VALUE 'DATE ____________'.
003440* ****************************************************************
003450 LINKAGE SECTION.
003460*    PARM passed from JCL:
003470*      PARM='MONTH=ccyymm'  - the month being closed.
003480 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
003490 01  WK-PARM-DATA                          PIC X(12).
003500* ****************************************************************
003510 PROCEDURE DIVISION USING WK-PARM-LENGTH WK-PARM-DATA.
003520* ****************************************************************
003530* 0000-MAINLINE - load every source into the work file, then
003540* judge each item and total by account.
003550* ****************************************************************
003560 0000-MAINLINE.
003570     PERFORM 0500-VALIDATE-PARM THRU 0500-EXIT.
003580     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
003590     PERFORM 1400-PRINT-HEADINGS THRU 1400-EXIT.
003600     PERFORM 2000-LOAD-HISTORY THRU 2000-EXIT.
003610     PERFORM 2200-LOAD-ARCHIVE THRU 2200-EXIT.
003620     PERFORM 2400-LOAD-RESULTS THRU 2400-EXIT.
003630     PERFORM 2600-LOAD-GL-EXTRACT THRU 2600-EXIT.
003640     PERFORM 2800-LOAD-GL-REJECTS THRU 2800-EXIT.
003650     PERFORM 4000-JUDGE-ITEMS THRU 4000-EXIT.
003660     PERFORM 5000-PRINT-ACCOUNTS THRU 5000-EXIT.
003670     PERFORM 5500-PRINT-SIGN-OFF THRU 5500-EXIT.
003680     PERFORM 6000-CLOSE-FILES THRU 6000-EXIT.
003690     STOP RUN.
003700*
003710 0000-EXIT.
003720     EXIT.
003730* ****************************************************************
003740* 0500-VALIDATE-PARM - MONTH=ccyymm is required.
003750* ****************************************************************
003760 0500-VALIDATE-PARM.
003770     IF WK-PARM-LENGTH = 12
003780        AND WK-PARM-DATA (1:6) = 'MONTH='
003790        AND WK-PARM-DATA (7:6) NUMERIC
003800        AND WK-PARM-DATA (11:2) > '00'
003810        AND WK-PARM-DATA (11:2) < '13'
003820         MOVE WK-PARM-DATA (7:6)      TO WK-MONTH
003830     ELSE
003840         DISPLAY 'DLRECON - PARM MUST BE MONTH=CCYYMM'
003850         MOVE 16                      TO RETURN-CODE
003860         STOP RUN
003870     END-IF.
003880*
003890 0500-EXIT.
003900     EXIT.
003910* ****************************************************************
003920* 1000-OPEN-FILES - open every file, checking status after each
003930* OPEN so a missing/misallocated dataset abends the run.
003940* ****************************************************************
003950 1000-OPEN-FILES.
003960     OPEN INPUT  HIST-FILE.
003970     MOVE 'HISTORY'           TO WK-ABEND-FILE-ID.
003980     MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS.
003990     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004000     OPEN INPUT  ARCHIVE-FILE.
004010     MOVE 'ARCHIN'            TO WK-ABEND-FILE-ID.
004020     MOVE WK-ARCHIN-STATUS    TO WK-ABEND-STATUS.
004030     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004040     OPEN INPUT  RESULT-FILE.
004050     MOVE 'RESULTIN'          TO WK-ABEND-FILE-ID.
004060     MOVE WK-RESULTIN-STATUS  TO WK-ABEND-STATUS.
004070     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004080     OPEN INPUT  GL-FILE.
004090     MOVE 'GLEXTIN'           TO WK-ABEND-FILE-ID.
004100     MOVE WK-GLEXTIN-STATUS   TO WK-ABEND-STATUS.
004110     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004120     OPEN INPUT  REJECT-FILE.
004130     MOVE 'GLREJIN'           TO WK-ABEND-FILE-ID.
004140     MOVE WK-GLREJIN-STATUS   TO WK-ABEND-STATUS.
004150     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004160     OPEN I-O    WORK-FILE.
004170     MOVE 'RECWORK'           TO WK-ABEND-FILE-ID.
004180     MOVE WK-RECWORK-STATUS   TO WK-ABEND-STATUS.
004190     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004200     OPEN OUTPUT REPORT-FILE.
004210     MOVE 'RPTOUT'            TO WK-ABEND-FILE-ID.
004220     MOVE WK-RPTOUT-STATUS    TO WK-ABEND-STATUS.
004230     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004240*
004250 1000-EXIT.
004260     EXIT.
004270* ****************************************************************
004280* 1400-PRINT-HEADINGS.
004290* ****************************************************************
004300 1400-PRINT-HEADINGS.
004310     MOVE WK-MONTH                    TO WK-H2-MONTH.
004320     MOVE WK-HEADING-1                TO WK-RP-LINE.
004330     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004340     MOVE WK-HEADING-2                TO WK-RP-LINE.
004350     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004360     MOVE WK-HEADING-3                TO WK-RP-LINE.
004370     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004380     MOVE SPACES                      TO WK-RP-LINE.
004390     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
004400*
004410 1400-EXIT.
004420     EXIT.
004430* ****************************************************************
004440* 2000-LOAD-HISTORY - browse the whole master; a record dated in
004450* the month is posted.
004460* ****************************************************************
004470 2000-LOAD-HISTORY.
004480     MOVE LOW-VALUES              TO WK-HI-KEY.
004490     START HIST-FILE KEY NOT < WK-HI-KEY
004500         INVALID KEY
004510             MOVE 'Y'             TO WK-HIST-EOF-SW
004520     END-START.
004530     PERFORM 2100-LOAD-ONE-HISTORY THRU 2100-EXIT
004540         UNTIL WK-HIST-EOF.
004550*
004560 2000-EXIT.
004570     EXIT.
004580* ****************************************************************
004590* 2100-LOAD-ONE-HISTORY.
004600* ****************************************************************
004610 2100-LOAD-ONE-HISTORY.
004620     READ HIST-FILE NEXT RECORD
004630         AT END
004640             MOVE 'Y'                 TO WK-HIST-EOF-SW
004650     END-READ.
004660     IF WK-HISTORY-STATUS NOT = '00'
004670        AND WK-HISTORY-STATUS NOT = '10'
004680         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
004690         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
004700         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
004710     END-IF.
004720     IF WK-HIST-EOF
004730         GO TO 2100-EXIT
004740     END-IF.
004750     ADD 1                            TO WK-HIST-READ-COUNT.
004760     IF WK-HI-FECHA-PROCESO (1:6) NOT = WK-MONTH
004770         GO TO 2100-EXIT
004780     END-IF.
004790     ADD 1                            TO WK-HIST-MONTH-COUNT.
004800     MOVE WK-HI-KEY                   TO WK-MATCH-KEY.
004810     MOVE WK-HI-CUENTA                TO WK-MATCH-CUENTA.
004820     PERFORM 3000-FETCH-WORK THRU 3000-EXIT.
004830     MOVE 'M'                         TO WK-WK-HIST-SW.
004840     MOVE WK-HI-RESULTADO             TO WK-WK-HIST-RESULTADO.
004850     MOVE WK-HI-REV-SW                TO WK-WK-HIST-REV-SW.
004860     IF WK-HI-MENSAJE-ERROR NOT = SPACES
004870         MOVE 'Y'                     TO WK-WK-HIST-ERROR-SW
004880     END-IF.
004890     MOVE WK-HI-CUENTA                TO WK-WK-CUENTA.
004900     PERFORM 3100-STORE-WORK THRU 3100-EXIT.
004910*
004920 2100-EXIT.
004930     EXIT.
004940* ****************************************************************
004950* 2200-LOAD-ARCHIVE - a swept record dated in the month is posted
004960* too; one the master also holds (restored) stays on the master.
004970* ****************************************************************
004980 2200-LOAD-ARCHIVE.
004990     PERFORM 2300-LOAD-ONE-ARCHIVE THRU 2300-EXIT
005000         UNTIL WK-ARCH-EOF.
005010*
005020 2200-EXIT.
005030     EXIT.
005040* ****************************************************************
005050* 2300-LOAD-ONE-ARCHIVE.
005060* ****************************************************************
005070 2300-LOAD-ONE-ARCHIVE.
005080     READ ARCHIVE-FILE
005090         AT END
005100             MOVE 'Y'                 TO WK-ARCH-EOF-SW
005110     END-READ.
005120     IF WK-ARCHIN-STATUS NOT = '00'
005130        AND WK-ARCHIN-STATUS NOT = '10'
005140         MOVE 'ARCHIN'            TO WK-ABEND-FILE-ID
005150         MOVE WK-ARCHIN-STATUS    TO WK-ABEND-STATUS
005160         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005170     END-IF.
005180     IF WK-ARCH-EOF
005190         GO TO 2300-EXIT
005200     END-IF.
005210     ADD 1                            TO WK-ARCH-READ-COUNT.
005220     IF WK-AR-FECHA-PROCESO (1:6) NOT = WK-MONTH
005230         GO TO 2300-EXIT
005240     END-IF.
005250     ADD 1                            TO WK-ARCH-MONTH-COUNT.
005260     MOVE WK-AR-KEY                   TO WK-MATCH-KEY.
005270     MOVE WK-AR-CUENTA                TO WK-MATCH-CUENTA.
005280     PERFORM 3000-FETCH-WORK THRU 3000-EXIT.
005290     IF WK-WK-ON-MASTER
005300         GO TO 2300-EXIT
005310     END-IF.
005320     MOVE 'A'                         TO WK-WK-HIST-SW.
005330     MOVE WK-AR-RESULTADO             TO WK-WK-HIST-RESULTADO.
005340     MOVE WK-AR-REV-SW                TO WK-WK-HIST-REV-SW.
005350     IF WK-AR-MENSAJE-ERROR NOT = SPACES
005360         MOVE 'Y'                     TO WK-WK-HIST-ERROR-SW
005370     END-IF.
005380     MOVE WK-AR-CUENTA                TO WK-WK-CUENTA.
005390     PERFORM 3100-STORE-WORK THRU 3100-EXIT.
005400*
005410 2300-EXIT.
005420     EXIT.
005430* ****************************************************************
005440* 2400-LOAD-RESULTS - the month's result records.
005450* ****************************************************************
005460 2400-LOAD-RESULTS.
005470     PERFORM 2500-LOAD-ONE-RESULT THRU 2500-EXIT
005480         UNTIL WK-RESULT-EOF.
005490*
005500 2400-EXIT.
005510     EXIT.
005520* ****************************************************************
005530* 2500-LOAD-ONE-RESULT.
005540* ****************************************************************
005550 2500-LOAD-ONE-RESULT.
005560     READ RESULT-FILE
005570         AT END
005580             MOVE 'Y'                 TO WK-RESULT-EOF-SW
005590     END-READ.
005600     IF WK-RESULTIN-STATUS NOT = '00'
005610        AND WK-RESULTIN-STATUS NOT = '10'
005620         MOVE 'RESULTIN'          TO WK-ABEND-FILE-ID
005630         MOVE WK-RESULTIN-STATUS  TO WK-ABEND-STATUS
005640         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005650     END-IF.
005660     IF WK-RESULT-EOF
005670         GO TO 2500-EXIT
005680     END-IF.
005690     ADD 1                            TO WK-RES-READ-COUNT.
005700     IF WK-TO-FECHA-PROCESO (1:6) NOT = WK-MONTH
005710         GO TO 2500-EXIT
005720     END-IF.
005730     ADD 1                            TO WK-RES-MONTH-COUNT.
005740     MOVE WK-TO-KEY                   TO WK-MATCH-KEY.
005750     MOVE WK-TO-CUENTA                TO WK-MATCH-CUENTA.
005760     PERFORM 3000-FETCH-WORK THRU 3000-EXIT.
005770     ADD 1                            TO WK-WK-RES-COUNT.
005780     MOVE WK-TO-RESULTADO             TO WK-WK-RES-RESULTADO.
005790     IF WK-TO-MENSAJE-ERROR NOT = SPACES
005800         MOVE 'Y'                     TO WK-WK-RES-ERROR-SW
005810     END-IF.
005820     PERFORM 3100-STORE-WORK THRU 3100-EXIT.
005830*
005840 2500-EXIT.
005850     EXIT.
005860* ****************************************************************
005870* 2600-LOAD-GL-EXTRACT - the month's transmitted details; the
005880* HDR and TRL records are passed over.  A detail sent a second
005890* time with a different RESULTADO is flagged.
005900* ****************************************************************
005910 2600-LOAD-GL-EXTRACT.
005920     PERFORM 2700-LOAD-ONE-GL THRU 2700-EXIT
005930         UNTIL WK-GL-EOF.
005940*
005950 2600-EXIT.
005960     EXIT.
005970* ****************************************************************
005980* 2700-LOAD-ONE-GL.
005990* ****************************************************************
006000 2700-LOAD-ONE-GL.
006010     READ GL-FILE
006020         AT END
006030             MOVE 'Y'                 TO WK-GL-EOF-SW
006040     END-READ.
006050     IF WK-GLEXTIN-STATUS NOT = '00'
006060        AND WK-GLEXTIN-STATUS NOT = '10'
006070         MOVE 'GLEXTIN'           TO WK-ABEND-FILE-ID
006080         MOVE WK-GLEXTIN-STATUS   TO WK-ABEND-STATUS
006090         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006100     END-IF.
006110     IF WK-GL-EOF
006120         GO TO 2700-EXIT
006130     END-IF.
006140     ADD 1                            TO WK-GL-READ-COUNT.
006150     IF NOT WK-GL-DETAIL
006160        OR WK-GD-FECHA-PROCESO (1:6) NOT = WK-MONTH
006170         GO TO 2700-EXIT
006180     END-IF.
006190     ADD 1                            TO WK-GL-MONTH-COUNT.
006200     MOVE WK-GD-ID                    TO WK-MK-ID.
006210     MOVE WK-GD-FECHA-PROCESO         TO WK-MK-FECHA.
006220     MOVE WK-GD-CUENTA                TO WK-MATCH-CUENTA.
006230     PERFORM 3000-FETCH-WORK THRU 3000-EXIT.
006240     IF WK-WK-GL-COUNT > ZERO
006250        AND WK-GD-RESULTADO NOT = WK-WK-GL-RESULTADO
006260         MOVE 'Y'                     TO WK-WK-GL-DIFF-SW
006270     END-IF.
006280     ADD 1                            TO WK-WK-GL-COUNT.
006290     MOVE WK-GD-RESULTADO             TO WK-WK-GL-RESULTADO.
006300     ADD WK-GD-RESULTADO              TO WK-WK-GL-SUM.
006310     PERFORM 3100-STORE-WORK THRU 3100-EXIT.
006320*
006330 2700-EXIT.
006340     EXIT.
006350* ****************************************************************
006360* 2800-LOAD-GL-REJECTS - the month's rejected details.
006370* ****************************************************************
006380 2800-LOAD-GL-REJECTS.
006390     PERFORM 2900-LOAD-ONE-REJECT THRU 2900-EXIT
006400         UNTIL WK-REJ-EOF.
006410*
006420 2800-EXIT.
006430     EXIT.
006440* ****************************************************************
006450* 2900-LOAD-ONE-REJECT.
006460* ****************************************************************
006470 2900-LOAD-ONE-REJECT.
006480     READ REJECT-FILE
006490         AT END
006500             MOVE 'Y'                 TO WK-REJ-EOF-SW
006510     END-READ.
006520     IF WK-GLREJIN-STATUS NOT = '00'
006530        AND WK-GLREJIN-STATUS NOT = '10'
006540         MOVE 'GLREJIN'           TO WK-ABEND-FILE-ID
006550         MOVE WK-GLREJIN-STATUS   TO WK-ABEND-STATUS
006560         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
006570     END-IF.
006580     IF WK-REJ-EOF
006590         GO TO 2900-EXIT
006600     END-IF.
006610     ADD 1                            TO WK-REJ-READ-COUNT.
006620     IF WK-RJ-FECHA-PROCESO (1:6) NOT = WK-MONTH
006630         GO TO 2900-EXIT
006640     END-IF.
006650     ADD 1                            TO WK-REJ-MONTH-COUNT.
006660     MOVE WK-RJ-ID                    TO WK-MK-ID.
006670     MOVE WK-RJ-FECHA-PROCESO         TO WK-MK-FECHA.
006680     MOVE WK-RJ-CUENTA                TO WK-MATCH-CUENTA.
006690     PERFORM 3000-FETCH-WORK THRU 3000-EXIT.
006700     ADD 1                            TO WK-WK-REJ-COUNT.
006710     ADD WK-RJ-RESULTADO              TO WK-WK-REJ-SUM.
006720     MOVE WK-RJ-REASON                TO WK-WK-REJ-REASON.
006730     PERFORM 3100-STORE-WORK THRU 3100-EXIT.
006740*
006750 2900-EXIT.
006760     EXIT.
006770* ****************************************************************
006780* 3000-FETCH-WORK - the work record for WK-MATCH-KEY, or a fresh
006790* one carrying the source's CUENTA when the key is new.
006800* ****************************************************************
006810 3000-FETCH-WORK.
006820     MOVE 'N'                         TO WK-NEW-WORK-SW.
006830     MOVE WK-MATCH-KEY                TO WK-WK-KEY.
006840     READ WORK-FILE
006850         INVALID KEY
006860             MOVE 'Y'                 TO WK-NEW-WORK-SW
006870     END-READ.
006880     IF WK-NEW-WORK
006890         MOVE SPACES                  TO WK-WK-RECORD
006900         MOVE WK-MATCH-KEY            TO WK-WK-KEY
006910         MOVE WK-MATCH-CUENTA         TO WK-WK-CUENTA
006920         MOVE ZERO                    TO WK-WK-HIST-RESULTADO
006930         MOVE ZERO                    TO WK-WK-RES-COUNT
006940         MOVE ZERO                    TO WK-WK-RES-RESULTADO
006950         MOVE ZERO                    TO WK-WK-GL-COUNT
006960         MOVE ZERO                    TO WK-WK-GL-RESULTADO
006970         MOVE ZERO                    TO WK-WK-GL-SUM
006980         MOVE ZERO                    TO WK-WK-REJ-COUNT
006990         MOVE ZERO                    TO WK-WK-REJ-SUM
007000     ELSE
007010         MOVE 'RECWORK'           TO WK-ABEND-FILE-ID
007020         MOVE WK-RECWORK-STATUS   TO WK-ABEND-STATUS
007030         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
007040     END-IF.
007050*
007060 3000-EXIT.
007070     EXIT.
007080* ****************************************************************
007090* 3100-STORE-WORK - write a new work record, rewrite a known one.
007100* ****************************************************************
007110 3100-STORE-WORK.
007120     IF WK-NEW-WORK
007130         WRITE WK-WK-RECORD
007140     ELSE
007150         REWRITE WK-WK-RECORD
007160     END-IF.
007170     MOVE 'RECWORK'                   TO WK-ABEND-FILE-ID.
007180     MOVE WK-RECWORK-STATUS           TO WK-ABEND-STATUS.
007190     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
007200*
007210 3100-EXIT.
007220     EXIT.
007230* ****************************************************************
007240* 4000-JUDGE-ITEMS - browse the work file in key order; every
007250* item is totalled under its account and each exception it shows
007260* is listed.
007270* ****************************************************************
007280 4000-JUDGE-ITEMS.
007290     MOVE 'EXCEPTIONS'                TO WK-SL-TEXT.
007300     MOVE WK-SECTION-LINE             TO WK-RP-LINE.
007310     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
007320     MOVE WK-EXC-HEAD                 TO WK-RP-LINE.
007330     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
007340     MOVE LOW-VALUES                  TO WK-WK-KEY.
007350     START WORK-FILE KEY NOT < WK-WK-KEY
007360         INVALID KEY
007370             MOVE 'Y'                 TO WK-WORK-EOF-SW
007380     END-START.
007390     PERFORM 4100-JUDGE-ONE-ITEM THRU 4100-EXIT
007400         UNTIL WK-WORK-EOF.
007410     IF WK-EXCEPTION-COUNT = ZERO
007420         MOVE '  NONE'                TO WK-SL-TEXT
007430         MOVE WK-SECTION-LINE         TO WK-RP-LINE
007440         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
007450     END-IF.
007460     MOVE SPACES                      TO WK-RP-LINE.
007470     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
007480*
007490 4000-EXIT.
007500     EXIT.
007510* ****************************************************************
007520* 4100-JUDGE-ONE-ITEM - the four exceptions:
007530*   POSTED NOT TRANSMITTED - on history without an error message
007540*     (DLGLEXT sends every such result) but on no GL extract;
007550*   NOT IN HISTORY - resulted or transmitted, but on neither the
007560*     master nor the archive;
007570*   GL REJECTED UNRESOLVED - rejected at least as many times as
007580*     it was sent, and never reversed;
007590*   RESULTADO DIFFERS - any two files that carry it disagree.
007600* ****************************************************************
007610 4100-JUDGE-ONE-ITEM.
007620     READ WORK-FILE NEXT RECORD
007630         AT END
007640             MOVE 'Y'                 TO WK-WORK-EOF-SW
007650     END-READ.
007660     IF WK-RECWORK-STATUS NOT = '00'
007670        AND WK-RECWORK-STATUS NOT = '10'
007680         MOVE 'RECWORK'           TO WK-ABEND-FILE-ID
007690         MOVE WK-RECWORK-STATUS   TO WK-ABEND-STATUS
007700         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
007710     END-IF.
007720     IF WK-WORK-EOF
007730         GO TO 4100-EXIT
007740     END-IF.
007750     PERFORM 4200-FIND-ACCOUNT THRU 4200-EXIT.
007760     ADD 1                    TO WK-AT-ITEMS (WK-ACCT-FOUND-IX).
007770     IF WK-WK-POSTED
007780        AND NOT WK-WK-HIST-ERROR
007790         ADD WK-WK-HIST-RESULTADO
007800                   TO WK-AT-POSTED-AMT (WK-ACCT-FOUND-IX)
007810     END-IF.
007820     ADD WK-WK-GL-SUM TO WK-AT-SENT-AMT (WK-ACCT-FOUND-IX).
007830     ADD WK-WK-REJ-SUM        TO WK-AT-REJ-AMT (WK-ACCT-FOUND-IX).
007840*
007850     IF WK-WK-POSTED
007860        AND NOT WK-WK-HIST-ERROR
007870        AND WK-WK-GL-COUNT = ZERO
007880         MOVE 'POSTED NOT TRANSMITTED'  TO WK-EL-CATEGORY
007890         PERFORM 4300-LIST-EXCEPTION THRU 4300-EXIT
007900         ADD 1              TO WK-AT-NOT-SENT (WK-ACCT-FOUND-IX)
007910     END-IF.
007920     IF NOT WK-WK-POSTED
007930        AND (WK-WK-RES-COUNT > ZERO OR WK-WK-GL-COUNT > ZERO)
007940         MOVE 'NOT IN HISTORY'          TO WK-EL-CATEGORY
007950         PERFORM 4300-LIST-EXCEPTION THRU 4300-EXIT
007960         ADD 1              TO WK-AT-NOT-POSTED (WK-ACCT-FOUND-IX)
007970     END-IF.
007980     IF WK-WK-REJ-COUNT > ZERO
007990        AND WK-WK-GL-COUNT NOT > WK-WK-REJ-COUNT
008000        AND NOT WK-WK-HIST-REVERSED
008010         MOVE 'GL REJECTED UNRESOLVED'  TO WK-EL-CATEGORY
008020         PERFORM 4300-LIST-EXCEPTION THRU 4300-EXIT
008030         ADD 1              TO WK-AT-REJECTED (WK-ACCT-FOUND-IX)
008040     END-IF.
008050     IF WK-WK-GL-DIFFERS
008060        OR (WK-WK-POSTED AND WK-WK-RES-COUNT > ZERO
008070            AND WK-WK-HIST-RESULTADO NOT = WK-WK-RES-RESULTADO)
008080        OR (WK-WK-POSTED AND WK-WK-GL-COUNT > ZERO
008090            AND WK-WK-HIST-RESULTADO NOT = WK-WK-GL-RESULTADO)
008100        OR (WK-WK-RES-COUNT > ZERO AND WK-WK-GL-COUNT > ZERO
008110            AND WK-WK-RES-RESULTADO NOT = WK-WK-GL-RESULTADO)
008120         MOVE 'RESULTADO DIFFERS'       TO WK-EL-CATEGORY
008130         PERFORM 4300-LIST-EXCEPTION THRU 4300-EXIT
008140         ADD 1              TO WK-AT-DIFFERS (WK-ACCT-FOUND-IX)
008150     END-IF.
008160*
008170 4100-EXIT.
008180     EXIT.
008190* ****************************************************************
008200* 4200-FIND-ACCOUNT - the account table entry for the item's
008210* CUENTA, added on first sight.
008220* ****************************************************************
008230 4200-FIND-ACCOUNT.
008240     MOVE ZERO                        TO WK-ACCT-FOUND-IX.
008250     MOVE 1                           TO WK-ACCT-IX.
008260     PERFORM 4250-MATCH-ONE-ACCOUNT THRU 4250-EXIT
008270         UNTIL WK-ACCT-IX > WK-ACCT-COUNT
008280            OR WK-ACCT-FOUND-IX > ZERO.
008290     IF WK-ACCT-FOUND-IX > ZERO
008300         GO TO 4200-EXIT
008310     END-IF.
008320     ADD 1                            TO WK-ACCT-COUNT.
008330     IF WK-ACCT-COUNT > WK-ACCT-MAX
008340         DISPLAY 'DLRECON - MORE THAN ' WK-ACCT-MAX
008350            ' ACCOUNTS - TABLE FULL'
008360         MOVE 16                      TO RETURN-CODE
008370         STOP RUN
008380     END-IF.
008390     MOVE WK-ACCT-COUNT               TO WK-ACCT-FOUND-IX.
008400     MOVE WK-WK-CUENTA      TO WK-AT-CUENTA (WK-ACCT-FOUND-IX).
008410     MOVE ZERO              TO WK-AT-ITEMS (WK-ACCT-FOUND-IX).
008420     MOVE ZERO TO WK-AT-POSTED-AMT (WK-ACCT-FOUND-IX).
008430     MOVE ZERO              TO WK-AT-SENT-AMT (WK-ACCT-FOUND-IX).
008440     MOVE ZERO              TO WK-AT-REJ-AMT (WK-ACCT-FOUND-IX).
008450     MOVE ZERO              TO WK-AT-NOT-SENT (WK-ACCT-FOUND-IX).
008460     MOVE ZERO TO WK-AT-NOT-POSTED (WK-ACCT-FOUND-IX).
008470     MOVE ZERO              TO WK-AT-REJECTED (WK-ACCT-FOUND-IX).
008480     MOVE ZERO              TO WK-AT-DIFFERS (WK-ACCT-FOUND-IX).
008490*
008500 4200-EXIT.
008510     EXIT.
008520* ****************************************************************
008530* 4250-MATCH-ONE-ACCOUNT.
008540* ****************************************************************
008550 4250-MATCH-ONE-ACCOUNT.
008560     IF WK-AT-CUENTA (WK-ACCT-IX) = WK-WK-CUENTA
008570         MOVE WK-ACCT-IX              TO WK-ACCT-FOUND-IX
008580     END-IF.
008590     ADD 1                            TO WK-ACCT-IX.
008600*
008610 4250-EXIT.
008620     EXIT.
008630* ****************************************************************
008640* 4300-LIST-EXCEPTION - one exception line; a file that does not
008650* carry the item shows blank in its column.
008660* ****************************************************************
008670 4300-LIST-EXCEPTION.
008680     ADD 1                            TO WK-EXCEPTION-COUNT.
008690     MOVE WK-WK-ID                    TO WK-EL-ID.
008700     MOVE WK-WK-FECHA                 TO WK-EL-FECHA.
008710     MOVE WK-WK-CUENTA                TO WK-EL-CUENTA.
008720     MOVE SPACES                      TO WK-EL-HIST.
008730     MOVE SPACES                      TO WK-EL-RESULT.
008740     MOVE SPACES                      TO WK-EL-GL.
008750     IF WK-WK-POSTED
008760         MOVE WK-WK-HIST-RESULTADO    TO WK-AMOUNT-EDIT
008770         MOVE WK-AMOUNT-EDIT          TO WK-EL-HIST
008780     END-IF.
008790     IF WK-WK-RES-COUNT > ZERO
008800         MOVE WK-WK-RES-RESULTADO     TO WK-AMOUNT-EDIT
008810         MOVE WK-AMOUNT-EDIT          TO WK-EL-RESULT
008820     END-IF.
008830     IF WK-WK-GL-COUNT > ZERO
008840         MOVE WK-WK-GL-RESULTADO      TO WK-AMOUNT-EDIT
008850         MOVE WK-AMOUNT-EDIT          TO WK-EL-GL
008860     END-IF.
008870     MOVE WK-WK-GL-COUNT              TO WK-EL-SENT.
008880     MOVE WK-WK-REJ-COUNT             TO WK-EL-REJ.
008890     MOVE WK-WK-REJ-REASON            TO WK-EL-REASON.
008900     MOVE WK-EXC-LINE                 TO WK-RP-LINE.
008910     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
008920*
008930 4300-EXIT.
008940     EXIT.
008950* ****************************************************************
008960* 4050-WRITE-LINE - write one already-built REPORT-FILE line and
008970* check its status immediately, so a failure on any one line is
008980* caught instead of being overwritten by a later line's success.
008990* ****************************************************************
009000 4050-WRITE-LINE.
009010     WRITE WK-RP-LINE.
009020     MOVE 'RPTOUT'                    TO WK-ABEND-FILE-ID.
009030     MOVE WK-RPTOUT-STATUS            TO WK-ABEND-STATUS.
009040     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
009050*
009060 4050-EXIT.
009070     EXIT.
009080* ****************************************************************
009090* 5000-PRINT-ACCOUNTS - the totals by CUENTA.  ACCEPTED is what
009100* was sent less what the GL rejected; POSTED LESS ACCEPTED is the
009110* amount the ledger is short of (or over) history for the account.
009120* ****************************************************************
009130 5000-PRINT-ACCOUNTS.
009140     MOVE 'TOTALS BY CUENTA'          TO WK-SL-TEXT.
009150     MOVE WK-SECTION-LINE             TO WK-RP-LINE.
009160     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009170     MOVE WK-ACCT-HEAD-1              TO WK-RP-LINE.
009180     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009190     MOVE WK-ACCT-HEAD-2              TO WK-RP-LINE.
009200     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009210     MOVE 1                           TO WK-ACCT-IX.
009220     PERFORM 5100-PRINT-ONE-ACCOUNT THRU 5100-EXIT
009230         UNTIL WK-ACCT-IX > WK-ACCT-COUNT.
009240*
009250     MOVE 'ALL '                      TO WK-AL-CUENTA.
009260     MOVE WK-GT-ITEMS                 TO WK-AL-ITEMS.
009270     MOVE WK-GT-POSTED-AMT            TO WK-AL-POSTED.
009280     MOVE WK-GT-SENT-AMT              TO WK-AL-SENT.
009290     MOVE WK-GT-REJ-AMT               TO WK-AL-REJECTED.
009300     COMPUTE WK-ACCEPTED-AMT = WK-GT-SENT-AMT - WK-GT-REJ-AMT.
009310     COMPUTE WK-DIFFERENCE-AMT =
009320         WK-GT-POSTED-AMT - WK-ACCEPTED-AMT.
009330     MOVE WK-ACCEPTED-AMT             TO WK-AL-ACCEPTED.
009340     MOVE WK-DIFFERENCE-AMT           TO WK-AL-DIFFERENCE.
009350     MOVE WK-GT-NOT-SENT              TO WK-AL-NOT-SENT.
009360     MOVE WK-GT-NOT-POSTED            TO WK-AL-NOT-POSTED.
009370     MOVE WK-GT-REJECTED              TO WK-AL-REJ-COUNT.
009380     MOVE WK-GT-DIFFERS               TO WK-AL-DIFF-COUNT.
009390     MOVE SPACES                      TO WK-RP-LINE.
009400     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009410     MOVE WK-ACCT-LINE                TO WK-RP-LINE.
009420     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009430*
009440 5000-EXIT.
009450     EXIT.
009460* ****************************************************************
009470* 5100-PRINT-ONE-ACCOUNT - one account's line, rolled into the
009480* grand totals.
009490* ****************************************************************
009500 5100-PRINT-ONE-ACCOUNT.
009510     MOVE WK-AT-CUENTA (WK-ACCT-IX)   TO WK-AL-CUENTA.
009520     MOVE WK-AT-ITEMS (WK-ACCT-IX)    TO WK-AL-ITEMS.
009530     MOVE WK-AT-POSTED-AMT (WK-ACCT-IX) TO WK-AL-POSTED.
009540     MOVE WK-AT-SENT-AMT (WK-ACCT-IX) TO WK-AL-SENT.
009550     MOVE WK-AT-REJ-AMT (WK-ACCT-IX)  TO WK-AL-REJECTED.
009560     COMPUTE WK-ACCEPTED-AMT = WK-AT-SENT-AMT (WK-ACCT-IX)
009570         - WK-AT-REJ-AMT (WK-ACCT-IX).
009580     COMPUTE WK-DIFFERENCE-AMT =
009590         WK-AT-POSTED-AMT (WK-ACCT-IX) - WK-ACCEPTED-AMT.
009600     MOVE WK-ACCEPTED-AMT             TO WK-AL-ACCEPTED.
009610     MOVE WK-DIFFERENCE-AMT           TO WK-AL-DIFFERENCE.
009620     MOVE WK-AT-NOT-SENT (WK-ACCT-IX) TO WK-AL-NOT-SENT.
009630     MOVE WK-AT-NOT-POSTED (WK-ACCT-IX) TO WK-AL-NOT-POSTED.
009640     MOVE WK-AT-REJECTED (WK-ACCT-IX) TO WK-AL-REJ-COUNT.
009650     MOVE WK-AT-DIFFERS (WK-ACCT-IX)  TO WK-AL-DIFF-COUNT.
009660     MOVE WK-ACCT-LINE                TO WK-RP-LINE.
009670     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009680     ADD WK-AT-ITEMS (WK-ACCT-IX)     TO WK-GT-ITEMS.
009690     ADD WK-AT-POSTED-AMT (WK-ACCT-IX) TO WK-GT-POSTED-AMT.
009700     ADD WK-AT-SENT-AMT (WK-ACCT-IX)  TO WK-GT-SENT-AMT.
009710     ADD WK-AT-REJ-AMT (WK-ACCT-IX)   TO WK-GT-REJ-AMT.
009720     ADD WK-AT-NOT-SENT (WK-ACCT-IX)  TO WK-GT-NOT-SENT.
009730     ADD WK-AT-NOT-POSTED (WK-ACCT-IX) TO WK-GT-NOT-POSTED.
009740     ADD WK-AT-REJECTED (WK-ACCT-IX)  TO WK-GT-REJECTED.
009750     ADD WK-AT-DIFFERS (WK-ACCT-IX)   TO WK-GT-DIFFERS.
009760     ADD 1                            TO WK-ACCT-IX.
009770*
009780 5100-EXIT.
009790     EXIT.
009800* ****************************************************************
009810* 5500-PRINT-SIGN-OFF - what was read from each source, the
009820* verdict and the sign-off block.  RC=0 reconciled, RC=8 any
009830* exception.
009840* ****************************************************************
009850 5500-PRINT-SIGN-OFF.
009860     MOVE SPACES                      TO WK-RP-LINE.
009870     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009880     MOVE 'SOURCES'                   TO WK-SL-TEXT.
009890     MOVE WK-SECTION-LINE             TO WK-RP-LINE.
009900     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
009910     MOVE 'HISTORY MASTER RECORDS IN THE MONTH' TO WK-CL-LABEL.
009920     MOVE WK-HIST-MONTH-COUNT         TO WK-CL-COUNT.
009930     PERFORM 5600-WRITE-COUNT THRU 5600-EXIT.
009940     MOVE 'ARCHIVE RECORDS IN THE MONTH' TO WK-CL-LABEL.
009950     MOVE WK-ARCH-MONTH-COUNT         TO WK-CL-COUNT.
009960     PERFORM 5600-WRITE-COUNT THRU 5600-EXIT.
009970     MOVE 'RESULT RECORDS IN THE MONTH' TO WK-CL-LABEL.
009980     MOVE WK-RES-MONTH-COUNT          TO WK-CL-COUNT.
009990     PERFORM 5600-WRITE-COUNT THRU 5600-EXIT.
010000     MOVE 'GL DETAILS SENT IN THE MONTH' TO WK-CL-LABEL.
010010     MOVE WK-GL-MONTH-COUNT           TO WK-CL-COUNT.
010020     PERFORM 5600-WRITE-COUNT THRU 5600-EXIT.
010030     MOVE 'GL DETAILS REJECTED IN THE MONTH' TO WK-CL-LABEL.
010040     MOVE WK-REJ-MONTH-COUNT          TO WK-CL-COUNT.
010050     PERFORM 5600-WRITE-COUNT THRU 5600-EXIT.
010060     MOVE 'ITEMS RECONCILED'          TO WK-CL-LABEL.
010070     MOVE WK-GT-ITEMS                 TO WK-CL-COUNT.
010080     PERFORM 5600-WRITE-COUNT THRU 5600-EXIT.
010090     MOVE 'EXCEPTIONS LISTED'         TO WK-CL-LABEL.
010100     MOVE WK-EXCEPTION-COUNT          TO WK-CL-COUNT.
010110     PERFORM 5600-WRITE-COUNT THRU 5600-EXIT.
010120     MOVE SPACES                      TO WK-RP-LINE.
010130     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
010140     IF WK-EXCEPTION-COUNT = ZERO
010150         MOVE 'MONTH RECONCILED - NO EXCEPTIONS' TO WK-VL-TEXT
010160     ELSE
010170         MOVE 'NOT RECONCILED - CLEAR THE EXCEPTIONS ABOVE'
010180                                      TO WK-VL-TEXT
010190         MOVE 8                       TO RETURN-CODE
010200     END-IF.
010210     MOVE WK-VERDICT-LINE             TO WK-RP-LINE.
010220     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
010230     MOVE SPACES                      TO WK-RP-LINE.
010240     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
010250     MOVE WK-SIGN-LINE-1              TO WK-RP-LINE.
010260     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
010270     MOVE SPACES                      TO WK-RP-LINE.
010280     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
010290     MOVE WK-SIGN-LINE-2              TO WK-RP-LINE.
010300     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
010310*
010320     DISPLAY '*********************************************'.
010330     DISPLAY 'DLRECON - MONTH                ' WK-MONTH.
010340     DISPLAY 'DLRECON - ITEMS RECONCILED     ' WK-GT-ITEMS.
010350     DISPLAY 'DLRECON - EXCEPTIONS           ' WK-EXCEPTION-COUNT.
010360     DISPLAY 'DLRECON - ' WK-VL-TEXT.
010370*
010380 5500-EXIT.
010390     EXIT.
010400* ****************************************************************
010410* 5600-WRITE-COUNT - one label/count line.
010420* ****************************************************************
010430 5600-WRITE-COUNT.
010440     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
010450     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
010460*
010470 5600-EXIT.
010480     EXIT.
010490* ****************************************************************
010500* 6000-CLOSE-FILES.
010510* ****************************************************************
010520 6000-CLOSE-FILES.
010530     CLOSE HIST-FILE.
010540     CLOSE ARCHIVE-FILE.
010550     CLOSE RESULT-FILE.
010560     CLOSE GL-FILE.
010570     CLOSE REJECT-FILE.
010580     CLOSE WORK-FILE.
010590     CLOSE REPORT-FILE.
010600*
010610 6000-EXIT.
010620     EXIT.
010630* ****************************************************************
010640* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
010650* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
010660* is PERFORMed; any status other than '00' abends the run with a
010670* message instead of letting the job continue on bad data.
010680* ****************************************************************
010690 9000-VERIFY-FILE-STATUS.
010700     IF WK-ABEND-STATUS NOT = '00'
010710         DISPLAY 'DLRECON - I/O ERROR ON ' WK-ABEND-FILE-ID
010720            ' - FILE STATUS ' WK-ABEND-STATUS
010730         MOVE 16                      TO RETURN-CODE
010740         STOP RUN
010750     END-IF.
010760*
010770 9000-EXIT.
010780     EXIT.
