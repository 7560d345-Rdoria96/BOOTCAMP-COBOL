000830*                  update, not a code change.  The arithmetic
000840*                  for a brand-new code still has to be added
000850*                  to the compute EVALUATE.
000851* 10/15/26 RD      Posts reversal records (REV-SW 'R', see
000852*                  WKTRANS).  A reversal is never computed - it
000853*                  posts the negative of the original's
000854*                  RESULTADO, which DLEDIT stamped on the clean
000855*                  record, to the result, history and audit
000856*                  files like any other transaction, then
000857*                  marks the original's history record reversed
000858*                  (REV-SW 'X', REV-KEY naming the reversal).
000859*                  An original DLEDIT found only in the archive
000860*                  is written back to the master already marked.
000861*                  The result record is now built from a
000862*                  cleared area so the reversal group never
000863*                  carries a previous record's bytes.
000864* 10/15/26 RD      Carries the ORIGIN group (SUBMITTER and the
000865*                  department's ORIG-REF, stamped by DLEDIT)
000866*                  from the clean record onto the result,
000867*                  history and exception records.  The ID this
000868*                  program assigns is still the key; ORIG-REF is
000869*                  what lets the return file answer the
000870*                  department against the ID it sent.
000871* 10/15/26 RD      A duplicate history key is no longer just
000872*                  DISPLAYed and passed over.  The record on file
000873*                  is read back: one identical to the result is
000874*                  the re-post of a restart and is counted as
000875*                  such; one that differs is a conflict - both
000876*                  images are DISPLAYed, counted, and the step
000877*                  ends RC=8 so the GL feed is held until it is
000878*                  researched.
000879* 10/15/26 RD      PARM='CYCLE=n' runs the compute as daytime
000880*                  priority cycle n (DEVOPSIC): the transaction
000881*                  ID is built as C + cycle digit + 6-digit
000882*                  sequence so a cycle can never build the
000883*                  night's HIST-FILE keys, run control posts
000884*                  under the cycle, and CYCLE=n,RESTART=key
000885*                  restarts the cycle.
000886* 10/15/26 RD      A restart that resumes on a later date than the
000887*                  abended run's checkpoint stamps the results it
000888*                  writes with ORIG-FECHA (see WKTRANS) - the
000889*                  checkpoint's date - so the chargeback bills
000890*                  them to the night they belong to, not the
000891*                  night the restart finished them.
000892* 10/15/26 RD      A reversal whose original is already marked
000893*                  by a different reversal is a conflict: it is
000894*                  DISPLAYed, written to the exception file,
000895*                  counted, and the step ends RC=8 as for the
000896*                  history-key conflicts.  The original keeps its
000897*                  first mark.  An original written back from the
000898*                  archive now carries the reversal's ORIGIN group
000899*                  instead of blanks.
000900* 10/15/26 RD      The original is now read before a reversal is
000901*                  written.  A reversal refused as a conflict
000902*                  posts as an error result - MENSAJE-ERROR
000903*                  ORIGINAL REVERSADO, RESULTADO zero - so the
000904*                  GL feed, the chargeback and the reconciliation
000905*                  no longer count it, and the original is left
000906*                  untouched.
000907* ****************************************************************
000908 IDENTIFICATION DIVISION.
000909 PROGRAM-ID.  DEVOPS.
000910 AUTHOR. RICHARD DORIA.
000911 INSTALLATION. COBOL DEVELOPMENT CENTER.
000912 DATE-WRITTEN. 01/01/08.
000920 DATE-COMPILED. 01/01/08.
000930 SECURITY. NON-CONFIDENTIAL.
000940* ****************************************************************
002140 01  WK-ID                                 PIC X(08).
002150 01  WK-FECHA-PROCESO                      PIC X(08).
002160 01  WK-CUENTA                             PIC X(04).
002161 01  WK-REVERSAL.
002162     05  WK-REV-SW                  PIC X(01).
002163         88  WK-IS-REVERSAL         VALUE 'R'.
002164     05  WK-REV-KEY.
002165         10  WK-REV-ID              PIC X(08).
002166         10  WK-REV-FECHA           PIC X(08).
002167 01  WK-ORIGIN.
002168     05  WK-SUBMITTER               PIC X(08).
002169     05  WK-ORIG-REF                PIC X(08).
002170     05  WK-ORIG-FECHA              PIC X(08).
002171*
002180 01  WK-ID-NUM                             PIC 9(08) VALUE ZERO.
002190*
002200 01  WK-TIMESTAMP-AREA.
002520         88  WK-RESTART-POINT-FOUND VALUE 'Y'.
002530     05  WK-SIZE-ERROR-SW           PIC X(01) VALUE 'N'.
002540         88  WK-SIZE-ERROR-OCCURRED VALUE 'Y'.
002541     05  WK-REV-CHECK-SW            PIC X(01) VALUE SPACE.
002542         88  WK-REV-ORIG-CLEARED    VALUE 'C'.
002543         88  WK-REV-ORIG-SAME       VALUE 'S'.
002544         88  WK-REV-ORIG-MISSING    VALUE 'M'.
002545         88  WK-REV-ORIG-CONFLICT   VALUE 'X'.
002550     05  WK-PARTITION-SW            PIC X(01) VALUE 'N'.
002560         88  WK-PARTITIONED         VALUE 'Y'.
002570     05  WK-RULE-EOF-SW             PIC X(01) VALUE 'N'.
002660     05  WK-PI-PARTITION            PIC X(01).
002670     05  WK-PI-SEQ                  PIC 9(07).
002680*
002681*    Cycle identity for a daytime CYCLE=n run - the ID becomes
002682*    C + cycle digit + 6-digit sequence, so no cycle of the
002683*    date can build a key the night or another cycle posted.
002684 01  WK-CYCLE                              PIC X(01) VALUE SPACE.
002685 01  WK-CYCLE-ID.
002686     05  FILLER                     PIC X(01) VALUE 'C'.
002687     05  WK-CI-CYCLE                PIC X(01).
002688     05  WK-CI-SEQ                  PIC 9(06).
002689*
002690 01  WK-RESTART-KEY.
002700*    WK-RK-FECHA-PROCESO is carried through from the checkpoint
002710*    (it is half of HIST-FILE's key) but is not compared in
003170     05  WK-AUDIT-COUNT             PIC 9(09) VALUE ZERO.
003180     05  WK-CHKPT-COUNT-TOTAL       PIC 9(09) VALUE ZERO.
003190     05  WK-EXCPTN-COUNT            PIC 9(09) VALUE ZERO.
003191     05  WK-REVERSAL-COUNT          PIC 9(09) VALUE ZERO.
003192     05  WK-MARKED-COUNT            PIC 9(09) VALUE ZERO.
003193     05  WK-REINSTATED-COUNT        PIC 9(09) VALUE ZERO.
003194     05  WK-HIST-REPOST-COUNT       PIC 9(09) VALUE ZERO.
003195     05  WK-HIST-CONFLICT-COUNT     PIC 9(09) VALUE ZERO.
003196     05  WK-REV-CONFLICT-COUNT      PIC 9(09) VALUE ZERO.
003200* ****************************************************************
003210 LINKAGE SECTION.
003220*    PARM passed from JCL EXEC PGM=DEVOPS,PARM='RESTART=nnnnnnnn'
003270*    split working its own slice, PARM='PART=2,RESTART=nnnnnnnn'
003280*    restarts that partition - the same PART= the abended
003290*    instance ran with, so the rebuilt IDs line up with its
003291*    checkpoint.  A daytime priority cycle adds CYCLE=n in front
003292*    the same way: PARM='CYCLE=1,RESTART=' is cycle 1's ordinary
003293*    run, PARM='CYCLE=1,RESTART=nnnnnnnn' restarts it.  PART= and
003294*    CYCLE= are never combined - partitioning is nightly only.
003310 01  WK-PARM-LENGTH                        PIC S9(4) COMP.
003320 01  WK-PARM-DATA                          PIC X(24).
003330* ****************************************************************
004440     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
004450     MOVE WK-TIMESTAMP-AREA   TO WK-START-TS.
004460*    PART=n claims a partition identity; ,RESTART=key after it
004461*    restarts that partition.  CYCLE=n claims a daytime cycle the
004462*    same way.  The plain RESTART= form is the nightly
004480*    unpartitioned run's restart, unchanged.
004490     IF WK-PARM-LENGTH >= 5 AND WK-PARM-DATA(1:5) = 'PART='
004500         IF WK-PARM-LENGTH > 5
004670             SET WK-RESTART-REQUESTED TO TRUE
004680         END-IF
004690     ELSE
004692         IF WK-PARM-LENGTH >= 6 AND WK-PARM-DATA(1:6) = 'CYCLE='
004694             IF WK-PARM-LENGTH > 6
004696                AND WK-PARM-DATA(7:1) NUMERIC
004698                AND WK-PARM-DATA(7:1) NOT = '0'
004700                 MOVE WK-PARM-DATA(7:1)  TO WK-CYCLE
004702             ELSE
004704                 DISPLAY 'DEVOPS - CYCLE= MUST CARRY A CYCLE '
004706                    'NUMBER 1-9'
004708                 MOVE 16                 TO RETURN-CODE
004710                 STOP RUN
004712             END-IF
004714             IF WK-PARM-LENGTH > 16
004716                AND WK-PARM-DATA(8:9) = ',RESTART='
004718                AND WK-PARM-DATA(17:8) NOT = SPACES
004720                 SET WK-RESTART-REQUESTED TO TRUE
004722             END-IF
004724         ELSE
004726             IF WK-PARM-LENGTH > 0
004728                AND WK-PARM-DATA(1:8) = 'RESTART='
004730                AND WK-PARM-DATA(9:12) NOT = SPACES
004732                 SET WK-RESTART-REQUESTED TO TRUE
004734             END-IF
004736         END-IF
004738     END-IF.
004750     IF WK-RESTART-REQUESTED
004760         PERFORM 1100-DETERMINE-RESTART-POINT THRU 1100-EXIT
004770         OPEN EXTEND RESULT-FILE
007110             MOVE WK-TI-NUMERO-1      TO WK-NUMERO-1
007120             MOVE WK-TI-NUMERO-2      TO WK-NUMERO-2
007130             MOVE WK-TI-CUENTA        TO WK-CUENTA
007131             MOVE WK-TI-REVERSAL      TO WK-REVERSAL
007132             MOVE WK-TI-ORIGIN        TO WK-ORIGIN
007133             IF WK-RESTART-REQUESTED
007134                AND WK-FECHA-PROCESO NOT = WK-RK-FECHA-PROCESO
007135                AND WK-ORIG-FECHA = SPACES
007136                 MOVE WK-RK-FECHA-PROCESO TO WK-ORIG-FECHA
007139             END-IF
007140     END-READ.
007150     IF WK-TRANIN-STATUS NOT = '00'
007160        AND WK-TRANIN-STATUS NOT = '10'
007230     EXIT.
007240* ****************************************************************
007250* 2100-ASSIGN-TRANS-ID - the transaction ID for the record just
007255* read (the department's own ID rides on, untouched, in
007256* ORIG-REF).  An unpartitioned run numbers 1 upward.  A
007270* PART=n run builds partition digit + 7-digit sequence, so the
007280* IDs of concurrent instances working their own slices can
007281* never collide in HIST-FILE however the slices are sized.  A
007282* CYCLE=n run builds C + cycle digit + 6-digit sequence, so a
007283* daytime cycle never collides with the night or another cycle.
007300* ****************************************************************
007310 2100-ASSIGN-TRANS-ID.
007320     IF WK-PARTITIONED
007330         MOVE WK-PARTITION            TO WK-PI-PARTITION
007340         MOVE WK-READ-COUNT           TO WK-PI-SEQ
007350         MOVE WK-PART-ID              TO WK-ID
007351         GO TO 2100-EXIT
007352     END-IF.
007353     IF WK-CYCLE NOT = SPACE
007354         MOVE WK-CYCLE                TO WK-CI-CYCLE
007355         MOVE WK-READ-COUNT           TO WK-CI-SEQ
007356         MOVE WK-CYCLE-ID             TO WK-ID
007360     ELSE
007370         MOVE WK-READ-COUNT           TO WK-ID-NUM
007380         MOVE WK-ID-NUM               TO WK-ID
007420     EXIT.
007430* ****************************************************************
007440* 3000-PROCESS-TRANSACTION - compute one transaction, write its
007450* result, then advance to the next input record.  A reversal is
007451* not computed - it posts the negative of the original's result
007452* and then marks the original reversed on the history master.
007453* A reversal 3060 refused (its original already reversed) posts
007454* as an error result with a zero RESULTADO, goes to the exception
007455* file, and leaves the original as it stands.
007460* ****************************************************************
007470 3000-PROCESS-TRANSACTION.
007480     IF WK-IS-REVERSAL
007481         PERFORM 3060-REVERSE-RESULT THRU 3060-EXIT
007482     ELSE
007483         PERFORM 3050-COMPUTE-RESULT THRU 3050-EXIT
007484     END-IF.
007490*
007495     MOVE SPACES                      TO WK-TO-RECORD.
007500     MOVE WK-ID                       TO WK-TO-ID.
007510     MOVE WK-FECHA-PROCESO            TO WK-TO-FECHA-PROCESO.
007520     MOVE WK-OPERACION                TO WK-TO-OPERACION.
007550     MOVE WK-RESULTADO                TO WK-TO-RESULTADO.
007560     MOVE WK-MENSAJE-ERROR            TO WK-TO-MENSAJE-ERROR.
007570     MOVE WK-CUENTA                   TO WK-TO-CUENTA.
007575     MOVE WK-REVERSAL                 TO WK-TO-REVERSAL.
007576     MOVE WK-ORIGIN                   TO WK-TO-ORIGIN.
007580     WRITE WK-TO-RECORD.
007590     MOVE 'TRANOUT'                   TO WK-ABEND-FILE-ID.
007600     MOVE WK-TRANOUT-STATUS           TO WK-ABEND-STATUS.
007630*
007640     PERFORM 3500-WRITE-HISTORY THRU 3500-EXIT.
007650     PERFORM 3600-WRITE-AUDIT THRU 3600-EXIT.
007655     IF WK-IS-REVERSAL
007656        AND NOT WK-REV-ORIG-CONFLICT
007657         PERFORM 3550-MARK-ORIGINAL THRU 3550-EXIT
007658     END-IF.
007660     IF WK-SIZE-ERROR-OCCURRED
007661        OR (WK-IS-REVERSAL AND WK-REV-ORIG-CONFLICT)
007670         PERFORM 3650-WRITE-EXCEPTION THRU 3650-EXIT
007680     END-IF.
007690     ADD 1                            TO WK-CHKPT-COUNT.
008810*
008820 3045-EXIT.
008830     EXIT.
008856* ****************************************************************
008857* 3055-SIZE-ERROR - a COMPUTE overflowed (or, for DIVISION,
008860* divided by zero).  Flag it and set the error message instead of
008870* letting the result be silently truncated.
008880* ****************************************************************
008920*
008930 3055-EXIT.
008940     EXIT.
008941* ****************************************************************
008942* 3060-REVERSE-RESULT - a reversal backs the original out of
008943* the books.  DLEDIT proved the original and stamped its
008944* operation, operands and RESULTADO on the clean record, so the
008945* reversal posts exactly the negative of what was posted - no
008946* rule gate and no arithmetic, since backing out an operation
008947* suspended since it posted must still be possible.  The
008948* original is read before anything is written: one already
008949* carrying this same reversal's mark was marked before a restart;
008950* one marked by a different reversal (or itself a reversal) was
008951* reversed twice by runs DLEDIT proved before either posted, so
008952* this reversal is refused - it posts as an error result with a
008953* zero RESULTADO that the GL feed, the chargeback and the
008954* reconciliation all pass over, and 4000-CLOSE-FILES ends the
008955* step RC=8.  An original the master no longer holds is left for
008956* 3550 to reinstate.
008957* ****************************************************************
008958 3060-REVERSE-RESULT.
008959     MOVE SPACES                     TO WK-MENSAJE-ERROR.
008960     MOVE 'N'                        TO WK-SIZE-ERROR-SW.
008961     SUBTRACT WK-TI-RESULTADO FROM ZERO GIVING WK-RESULTADO.
008962     SET WK-REV-ORIG-CLEARED         TO TRUE.
008963     MOVE WK-REV-KEY                 TO WK-HI-KEY.
008964     READ HIST-FILE
008965         INVALID KEY
008966             SET WK-REV-ORIG-MISSING TO TRUE
008967             ADD 1                   TO WK-REVERSAL-COUNT
008968             GO TO 3060-EXIT
008969     END-READ.
008970     MOVE 'HISTORY'                  TO WK-ABEND-FILE-ID.
008971     MOVE WK-HISTORY-STATUS          TO WK-ABEND-STATUS.
008972     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
008973     IF WK-HI-IS-REVERSED
008974        AND WK-HI-REV-ID = WK-ID
008975        AND WK-HI-REV-FECHA = WK-FECHA-PROCESO
008976         SET WK-REV-ORIG-SAME        TO TRUE
008977         ADD 1                       TO WK-REVERSAL-COUNT
008978         GO TO 3060-EXIT
008979     END-IF.
008980     IF WK-HI-REV-SW NOT = SPACE
008981         SET WK-REV-ORIG-CONFLICT    TO TRUE
008982         ADD 1                       TO WK-REV-CONFLICT-COUNT
008983         DISPLAY 'DEVOPS - REVERSAL CONFLICT ' WK-ID
008984            ' ' WK-FECHA-PROCESO ' - ORIGINAL ' WK-HI-KEY
008985         DISPLAY 'DEVOPS -   ALREADY REV-SW ' WK-HI-REV-SW
008986            ' BY ' WK-HI-REV-ID ' ' WK-HI-REV-FECHA
008987         MOVE 'ORIGINAL REVERSADO'   TO WK-MENSAJE-ERROR
008988         MOVE ZERO                   TO WK-RESULTADO
008989         GO TO 3060-EXIT
008990     END-IF.
008991     ADD 1                           TO WK-REVERSAL-COUNT.
008992*
008993 3060-EXIT.
008994     EXIT.
008995* ****************************************************************
008996* 3500-WRITE-HISTORY - post the result just computed to the
008997* indexed history master, keyed by transaction ID/date.  A key
008998* already on file is judged by 3510.
008999* ****************************************************************
009000 3500-WRITE-HISTORY.
009001     MOVE WK-TO-RECORD                TO WK-HI-RECORD.
009002     WRITE WK-HI-RECORD
009003         INVALID KEY
009004             PERFORM 3510-CHECK-DUPLICATE THRU 3510-EXIT
009005         NOT INVALID KEY
009006             ADD 1                    TO WK-HIST-COUNT
009007     END-WRITE.
009008*
009009 3500-EXIT.
009010     EXIT.
009011* ****************************************************************
009012* 3510-CHECK-DUPLICATE - the history key is already on file.  A
009013* restart resumes after the last checkpoint, so whatever posted
009014* between that checkpoint and the abend posts again under the same
009015* key: the record on file then says exactly what this result says
009016* (its REV-SW may since have been marked, so that is not compared)
009017* and is only counted.  Any other difference means two different
009018* transactions claimed one key - both images are DISPLAYed and the
009019* conflict is counted; 4000-CLOSE-FILES ends the step RC=8.
009020* ****************************************************************
009021 3510-CHECK-DUPLICATE.
009022     READ HIST-FILE.
009023     MOVE 'HISTORY'                   TO WK-ABEND-FILE-ID.
009024     MOVE WK-HISTORY-STATUS           TO WK-ABEND-STATUS.
009025     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
009026     IF WK-HI-OPERACION = WK-OPERACION
009027        AND WK-HI-NUMERO-1 = WK-NUMERO-1
009028        AND WK-HI-NUMERO-2 = WK-NUMERO-2
009029        AND WK-HI-RESULTADO = WK-RESULTADO
009030        AND WK-HI-MENSAJE-ERROR = WK-MENSAJE-ERROR
009031        AND WK-HI-CUENTA = WK-CUENTA
009032         ADD 1                        TO WK-HIST-REPOST-COUNT
009033         GO TO 3510-EXIT
009034     END-IF.
009035     ADD 1                            TO WK-HIST-CONFLICT-COUNT.
009036     DISPLAY 'DEVOPS - HISTORY KEY CONFLICT ' WK-HI-KEY.
009037     DISPLAY 'DEVOPS -   ON FILE  ' WK-HI-OPERACION
009038        ' ' WK-HI-NUMERO-1 ' ' WK-HI-NUMERO-2
009039        ' ' WK-HI-RESULTADO ' ' WK-HI-CUENTA
009040        ' ' WK-HI-MENSAJE-ERROR.
009041     DISPLAY 'DEVOPS -   THIS RUN ' WK-OPERACION
009042        ' ' WK-NUMERO-1 ' ' WK-NUMERO-2
009043        ' ' WK-RESULTADO ' ' WK-CUENTA
009044        ' ' WK-MENSAJE-ERROR.
009045*
009046 3510-EXIT.
009047     EXIT.
009048* ****************************************************************
009049* 3550-MARK-ORIGINAL - the reversal just posted; mark the
009050* original's history record reversed, pointing it back at the
009051* reversal.  3060 has already cleared the original: one it found
009052* carrying this same reversal's mark is left alone, and one it
009053* refused as already reversed never reaches here.  An original
009054* the master no longer holds was proved by DLEDIT in the
009055* archive - it is written back to the master from the image on
009056* the clean record, already marked, so the master answers for
009057* both halves and a second reversal is refused.  The record 3060
009058* read is read again, as 3500 has since used the record area.
009059* ****************************************************************
009060 3550-MARK-ORIGINAL.
009061     IF WK-REV-ORIG-MISSING
009062         PERFORM 3560-REINSTATE-ORIGINAL THRU 3560-EXIT
009063         GO TO 3550-EXIT
009064     END-IF.
009065     IF WK-REV-ORIG-SAME
009066         GO TO 3550-EXIT
009067     END-IF.
009068     MOVE WK-REV-KEY                  TO WK-HI-KEY.
009069     READ HIST-FILE.
009070     MOVE 'HISTORY'                   TO WK-ABEND-FILE-ID.
009071     MOVE WK-HISTORY-STATUS           TO WK-ABEND-STATUS.
009072     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
009073     MOVE 'X'                         TO WK-HI-REV-SW.
009074     MOVE WK-ID                       TO WK-HI-REV-ID.
009075     MOVE WK-FECHA-PROCESO            TO WK-HI-REV-FECHA.
009076     REWRITE WK-HI-RECORD.
009077     MOVE 'HISTORY'                   TO WK-ABEND-FILE-ID.
009078     MOVE WK-HISTORY-STATUS           TO WK-ABEND-STATUS.
009079     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
009080     ADD 1                            TO WK-MARKED-COUNT.
009081*
009082 3550-EXIT.
009083     EXIT.
009084* ****************************************************************
009085* 3560-REINSTATE-ORIGINAL - write the archived original back to
009086* the master, marked reversed by the reversal just posted.  The
009087* clean record carries the original's operation and operands but
009088* not its ORIGIN group; the reversal's SUBMITTER, ORIG-REF and
009089* ORIG-FECHA are carried onto it so the record says which
009090* department's reversal brought it back.  MENSAJE-ERROR stays
009091* blank - DLEDIT proves only an original that posted without
009092* error - and DUP-SCREEN is blank on every record DEVOPS posts.
009093* ****************************************************************
009094 3560-REINSTATE-ORIGINAL.
009095     MOVE SPACES                      TO WK-HI-RECORD.
009096     MOVE WK-REV-KEY                  TO WK-HI-KEY.
009097     MOVE WK-OPERACION                TO WK-HI-OPERACION.
009098     MOVE WK-NUMERO-1                 TO WK-HI-NUMERO-1.
009099     MOVE WK-NUMERO-2                 TO WK-HI-NUMERO-2.
009100     MOVE WK-TI-RESULTADO             TO WK-HI-RESULTADO.
009101     MOVE WK-CUENTA                   TO WK-HI-CUENTA.
009102     MOVE WK-ORIGIN                   TO WK-HI-ORIGIN.
009103     MOVE 'X'                         TO WK-HI-REV-SW.
009104     MOVE WK-ID                       TO WK-HI-REV-ID.
009105     MOVE WK-FECHA-PROCESO            TO WK-HI-REV-FECHA.
009106     WRITE WK-HI-RECORD.
009107     MOVE 'HISTORY'                   TO WK-ABEND-FILE-ID.
009108     MOVE WK-HISTORY-STATUS           TO WK-ABEND-STATUS.
009109     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
009110     ADD 1                            TO WK-REINSTATED-COUNT.
009111*
009112 3560-EXIT.
009113     EXIT.
009114* ****************************************************************
009115* 3600-WRITE-AUDIT - append a timestamped trace of this
009120* transaction, win or lose, to the audit log.
009130* ****************************************************************
009140 3600-WRITE-AUDIT.
009340* ****************************************************************
009350* 3650-WRITE-EXCEPTION - post a result that failed ON SIZE ERROR
009360* to the exception file instead of letting it stand silently
009370* truncated in RESULT-FILE, and a reversal 3060 refused because
009371* its original was already reversed.
009380* ****************************************************************
009390 3650-WRITE-EXCEPTION.
009400     MOVE WK-TO-RECORD                TO WK-EX-RECORD.
009760     DISPLAY 'DEVOPS - AUDIT ENTRIES WRITTEN ' WK-AUDIT-COUNT.
009770     DISPLAY 'DEVOPS - CHECKPOINTS WRITTEN ' WK-CHKPT-COUNT-TOTAL.
009780     DISPLAY 'DEVOPS - EXCEPTIONS WRITTEN   ' WK-EXCPTN-COUNT.
009781     DISPLAY 'DEVOPS - REVERSALS POSTED     ' WK-REVERSAL-COUNT.
009782     DISPLAY 'DEVOPS - ORIGINALS MARKED     ' WK-MARKED-COUNT.
009783     DISPLAY 'DEVOPS - ORIGINALS REINSTATED ' WK-REINSTATED-COUNT.
009784     DISPLAY 'DEVOPS - HISTORY RE-POSTS    ' WK-HIST-REPOST-COUNT.
009785     DISPLAY 'DEVOPS - HISTORY CONFLICTS    '
009786        WK-HIST-CONFLICT-COUNT.
009787     DISPLAY 'DEVOPS - REVERSAL CONFLICTS   '
009788        WK-REV-CONFLICT-COUNT.
009789     IF (WK-HIST-CONFLICT-COUNT > ZERO
009790         OR WK-REV-CONFLICT-COUNT > ZERO)
009791        AND RETURN-CODE < 8
009792         MOVE 8                       TO RETURN-CODE
009793     END-IF.
009794     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
009800     CLOSE TRANSACTION-FILE.
009810     CLOSE RESULT-FILE.
009820     CLOSE HIST-FILE.
010090     MOVE WK-TIMESTAMP-AREA           TO WK-END-TS.
010100     MOVE SPACES                      TO WK-RC-RECORD.
010110     MOVE WK-START-TS (1:8)           TO WK-RC-RUN-DATE.
010111     MOVE WK-CYCLE                    TO WK-RC-CYCLE.
010120     MOVE 'STEP020'                   TO WK-RC-STEP-NAME.
010130*    A partitioned instance posts as STEP020n so each slice's
010140*    state stands on its own record.
