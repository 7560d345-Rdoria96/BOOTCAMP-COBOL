000260*                  and priced.  Every rejected action is displayed
000270*                  with its reason and the run ends RC=8 when any
000280*                  action was rejected, RC=0 when all applied.
000281* 10/15/26 RD      Maintenance records widened to 80 bytes for
000282*                  the account's daily and monthly operation
000283*                  limits (WKACCT).  ADD takes them blank (no
000284*                  limit) or numeric; CHG applies a keyed limit
000285*                  like the name and rate - zeros remove it.
000286* 10/15/26 RD      Every applied action now writes the shared
000287*                  change journal (WKCHGJNL, DD CHGJNL) with the
000288*                  account record before and after, the action,
000289*                  the operator and the time.  The maintenance
000290*                  record carries the operator's ID; an action
000291*                  without one is rejected.
000292* 10/15/26 RD      The maintenance record carries the account's
000293*                  exemption from DLEDIT's probable-duplicate
000294*                  screen (DUP-EXEMPT, see WKACCT): Y exempts, N
000295*                  screens, blank keeps what the master carries.
000296*                  ADD defaults a blank to N.
000297* ****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.  DLACCTM.
000320 AUTHOR. RICHARD DORIA.
000460            ACCESS MODE IS RANDOM
000470            RECORD KEY IS WK-AC-CUENTA
000480            FILE STATUS IS WK-ACCTMST-STATUS.
000481     SELECT JOURNAL-FILE     ASSIGN TO CHGJNL
000482            ORGANIZATION IS INDEXED
000483            ACCESS MODE IS RANDOM
000484            RECORD KEY IS WK-JN-KEY
000485            FILE STATUS IS WK-CHGJNL-STATUS.
000490* ****************************************************************
000500 DATA DIVISION.
000510 FILE SECTION.
000640*    The rate is keyed as seven digits, point assumed before the
000650*    last four (e.g. 0012500 is 1.2500 per operation).
000660     05  WK-MT-RATE              PIC X(07).
000661*    The limits are keyed as whole operation counts; all zeros
000662*    means no limit.
000663     05  WK-MT-DAILY-LIMIT       PIC X(07).
000664     05  WK-MT-MONTHLY-LIMIT     PIC X(09).
000665*    Who keyed the action - carried onto the change journal.
000666     05  WK-MT-OPERATOR          PIC X(08).
000667*    Y takes the account out of the duplicate screen, N puts it
000668*    back; blank keeps what the master carries.
000669     05  WK-MT-DUP-EXEMPT        PIC X(01).
000670     05  FILLER                  PIC X(11).
000680*    ACCOUNT-FILE - the account master this program maintains;
000690*    the nightly edit and the chargeback report only read it.
000700 FD  ACCOUNT-FILE.
000710 01  WK-AC-RECORD.
000720     COPY WKACCT REPLACING LEADING
000730          ==PREFIX-== BY ==WK-AC-==.
000731*    JOURNAL-FILE - the change journal shared with the other
000732*    master maintenance programs; one record per applied action.
000733 FD  JOURNAL-FILE.
000734 01  WK-JN-RECORD.
000735     COPY WKCHGJNL REPLACING LEADING
000736          ==PREFIX-== BY ==WK-JN-==.
000740* ****************************************************************
000750 WORKING-STORAGE SECTION.
000760*
000770 01  WK-FILE-STATUSES.
000780     05  WK-ACCTIN-STATUS           PIC X(02) VALUE '00'.
000790     05  WK-ACCTMST-STATUS          PIC X(02) VALUE '00'.
000791     05  WK-CHGJNL-STATUS           PIC X(02) VALUE '00'.
000800*
000801 01  WK-TS-WORK.
000802     05  WK-TS-DATE                 PIC X(08).
000803     05  WK-TS-TIME                 PIC X(06).
000804 01  WK-TS-TIME-RAW                        PIC X(08).
000805*
000810 01  WK-ABEND-AREA.
000820     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
000830     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
000940*
000950 01  WK-RATE-NUM                           PIC 9(03)V9(04).
000960 01  WK-RATE-X REDEFINES WK-RATE-NUM       PIC X(07).
000961 01  WK-DAILY-NUM                          PIC 9(07).
000962 01  WK-DAILY-X REDEFINES WK-DAILY-NUM     PIC X(07).
000963 01  WK-MONTHLY-NUM                        PIC 9(09).
000964 01  WK-MONTHLY-X REDEFINES WK-MONTHLY-NUM PIC X(09).
000965*
000966*    The account record as read, before the action touched it -
000967*    the journal's before image.
000968 01  WK-BEFORE-IMAGE                       PIC X(80).
000969 01  WK-JOURNAL-SEQ                        PIC 9(04) VALUE ZERO.
000970*
000980 01  WK-COUNTERS.
000990     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001020     05  WK-DEACT-COUNT             PIC 9(09) VALUE ZERO.
001030     05  WK-REACT-COUNT             PIC 9(09) VALUE ZERO.
001040     05  WK-REJECT-COUNT            PIC 9(09) VALUE ZERO.
001041     05  WK-JOURNAL-COUNT           PIC 9(09) VALUE ZERO.
001050* ****************************************************************
001060 PROCEDURE DIVISION.
001070* ****************************************************************
001300     MOVE 'ACCTMST'           TO WK-ABEND-FILE-ID.
001310     MOVE WK-ACCTMST-STATUS   TO WK-ABEND-STATUS.
001320     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001321     OPEN I-O    JOURNAL-FILE.
001322     MOVE 'CHGJNL'            TO WK-ABEND-FILE-ID.
001323     MOVE WK-CHGJNL-STATUS    TO WK-ABEND-STATUS.
001324     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001330*
001340 1000-EXIT.
001350     EXIT.
001620     IF WK-MT-CUENTA = SPACES
001630         MOVE 'CUENTA IS BLANK'       TO WK-REASON-TEXT
001640         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001641     END-IF.
001642     IF NOT WK-REJECTED
001643        AND WK-MT-OPERATOR = SPACES
001652         MOVE 'OPERATOR ID IS BLANK'  TO WK-REASON-TEXT
001653         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001654     END-IF.
001655     IF NOT WK-REJECTED
001660         EVALUATE TRUE
001670             WHEN WK-MT-ADD
001680                 PERFORM 3100-ADD-ACCOUNT THRU 3100-EXIT
001830     EXIT.
001840* ****************************************************************
001850* 3100-ADD-ACCOUNT - a new account needs a name and a numeric
001851* rate, and its limits blank or numeric; a key already on the
001852* master is rejected, never replaced - that is what CHG is for.
001853* A blank duplicate exemption is N - the account is screened.
001880* ****************************************************************
001890 3100-ADD-ACCOUNT.
001900     IF WK-MT-NOMBRE = SPACES
001970         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001980         GO TO 3100-EXIT
001990     END-IF.
001991     PERFORM 3400-EDIT-LIMITS THRU 3400-EXIT.
001992     IF WK-REJECTED
001993         GO TO 3100-EXIT
001994     END-IF.
001995     MOVE SPACES                      TO WK-BEFORE-IMAGE.
002000     MOVE SPACES                      TO WK-AC-RECORD.
002010     MOVE WK-MT-CUENTA                TO WK-AC-CUENTA.
002020     MOVE WK-MT-NOMBRE                TO WK-AC-NOMBRE.
002030     SET WK-AC-ACTIVE                 TO TRUE.
002040     MOVE WK-MT-RATE                  TO WK-RATE-X.
002050     MOVE WK-RATE-NUM                 TO WK-AC-RATE.
002051     MOVE ZERO                        TO WK-AC-DAILY-LIMIT
002052                                         WK-AC-MONTHLY-LIMIT.
002053     MOVE 'N'                         TO WK-AC-DUP-EXEMPT.
002054     PERFORM 3450-APPLY-LIMITS THRU 3450-EXIT.
002060     WRITE WK-AC-RECORD
002070         INVALID KEY
002080             MOVE 'CUENTA ALREADY ON MASTER'
002120             ADD 1                    TO WK-ADDED-COUNT
002130     END-WRITE.
002140     PERFORM 8000-CHECK-MASTER-STATUS THRU 8000-EXIT.
002141     IF NOT WK-REJECTED
002142         PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
002143     END-IF.
002150*
002160 3100-EXIT.
002170     EXIT.
002180* ****************************************************************
002181* 3200-CHANGE-ACCOUNT - apply a new name, rate, limits and/or
002182* duplicate exemption to an existing account; a blank field keeps
002183* what the master carries.
002210* ****************************************************************
002220 3200-CHANGE-ACCOUNT.
002230     PERFORM 3500-READ-MASTER THRU 3500-EXIT.
002250         GO TO 3200-EXIT
002260     END-IF.
002270     IF WK-MT-NOMBRE = SPACES AND WK-MT-RATE = SPACES
002271        AND WK-MT-DAILY-LIMIT = SPACES
002272        AND WK-MT-MONTHLY-LIMIT = SPACES
002273        AND WK-MT-DUP-EXEMPT = SPACE
002280         MOVE 'CHG WITH NOTHING TO CHANGE'
002290                                      TO WK-REASON-TEXT
002300         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002360         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002370         GO TO 3200-EXIT
002380     END-IF.
002381     PERFORM 3400-EDIT-LIMITS THRU 3400-EXIT.
002382     IF WK-REJECTED
002383         GO TO 3200-EXIT
002384     END-IF.
002390     IF WK-MT-NOMBRE NOT = SPACES
002400         MOVE WK-MT-NOMBRE            TO WK-AC-NOMBRE
002410     END-IF.
002430         MOVE WK-MT-RATE              TO WK-RATE-X
002440         MOVE WK-RATE-NUM             TO WK-AC-RATE
002450     END-IF.
002451     PERFORM 3450-APPLY-LIMITS THRU 3450-EXIT.
002460     PERFORM 3550-REWRITE-MASTER THRU 3550-EXIT.
002470     ADD 1                            TO WK-CHANGED-COUNT.
002480*
002810     END-IF.
002820*
002830 3300-EXIT.
002831     EXIT.
002832* ****************************************************************
002833* 3400-EDIT-LIMITS - a keyed limit must be all digits, and a
002842* keyed duplicate exemption Y or N.
002843* ****************************************************************
002844 3400-EDIT-LIMITS.
002845     IF WK-MT-DAILY-LIMIT NOT = SPACES
002846        AND WK-MT-DAILY-LIMIT NOT NUMERIC
002847         MOVE 'DAILY LIMIT NOT NUMERIC' TO WK-REASON-TEXT
002848         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002849         GO TO 3400-EXIT
002850     END-IF.
002851     IF WK-MT-MONTHLY-LIMIT NOT = SPACES
002852        AND WK-MT-MONTHLY-LIMIT NOT NUMERIC
002853         MOVE 'MONTHLY LIMIT NOT NUMERIC'
002854                                      TO WK-REASON-TEXT
002855         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002856         GO TO 3400-EXIT
002857     END-IF.
002858     IF WK-MT-DUP-EXEMPT NOT = SPACE
002859        AND WK-MT-DUP-EXEMPT NOT = 'Y'
002860        AND WK-MT-DUP-EXEMPT NOT = 'N'
002861         MOVE 'DUP EXEMPT NOT Y OR N'   TO WK-REASON-TEXT
002862         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002863     END-IF.
002864*
002865 3400-EXIT.
002866     EXIT.
002867* ****************************************************************
002868* 3450-APPLY-LIMITS - move each keyed limit, and a keyed
002869* duplicate exemption, onto the master.
002870* ****************************************************************
002871 3450-APPLY-LIMITS.
002872     IF WK-MT-DAILY-LIMIT NOT = SPACES
002873         MOVE WK-MT-DAILY-LIMIT       TO WK-DAILY-X
002874         MOVE WK-DAILY-NUM            TO WK-AC-DAILY-LIMIT
002875     END-IF.
002876     IF WK-MT-MONTHLY-LIMIT NOT = SPACES
002877         MOVE WK-MT-MONTHLY-LIMIT     TO WK-MONTHLY-X
002878         MOVE WK-MONTHLY-NUM          TO WK-AC-MONTHLY-LIMIT
002879     END-IF.
002880     IF WK-MT-DUP-EXEMPT NOT = SPACE
002881         MOVE WK-MT-DUP-EXEMPT        TO WK-AC-DUP-EXEMPT
002882     END-IF.
002883*
002884 3450-EXIT.
002885     EXIT.
002886* ****************************************************************
002887* 3500-READ-MASTER - read the action's account; not on the master
002888* is a rejection for every action but ADD.
002889* ****************************************************************
002890 3500-READ-MASTER.
002900     MOVE 'N'                         TO WK-FOUND-SW.
002910     MOVE WK-MT-CUENTA                TO WK-AC-CUENTA.
002960             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002970         NOT INVALID KEY
002980             MOVE 'Y'                 TO WK-FOUND-SW
002981             MOVE WK-AC-RECORD        TO WK-BEFORE-IMAGE
002990     END-READ.
003000     PERFORM 8000-CHECK-MASTER-STATUS THRU 8000-EXIT.
003010*
003020 3500-EXIT.
003030     EXIT.
003040* ****************************************************************
003041* 3550-REWRITE-MASTER - every rewrite is an applied change, so
003042* each is journaled.
003060* ****************************************************************
003070 3550-REWRITE-MASTER.
003080     REWRITE WK-AC-RECORD.
003090     MOVE 'ACCTMST'                   TO WK-ABEND-FILE-ID.
003100     MOVE WK-ACCTMST-STATUS           TO WK-ABEND-STATUS.
003110     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003111     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT.
003120*
003130 3550-EXIT.
003140     EXIT.
003360     DISPLAY 'DLACCTM - DEACTIVATED         ' WK-DEACT-COUNT.
003370     DISPLAY 'DLACCTM - REACTIVATED         ' WK-REACT-COUNT.
003380     DISPLAY 'DLACCTM - ACTIONS REJECTED    ' WK-REJECT-COUNT.
003381     DISPLAY 'DLACCTM - JOURNAL ENTRIES     ' WK-JOURNAL-COUNT.
003390     IF WK-REJECT-COUNT > ZERO
003400         MOVE 8                       TO RETURN-CODE
003410     END-IF.
003420     CLOSE MAINT-FILE.
003430     CLOSE ACCOUNT-FILE.
003431     CLOSE JOURNAL-FILE.
003440*
003450 4000-EXIT.
003460     EXIT.
003600*
003610 8000-EXIT.
003620     EXIT.
003621* ****************************************************************
003622* 8200-WRITE-JOURNAL - one change-journal entry for the action
003623* just applied: the account as read, the account as rewritten,
003624* who keyed it and when.
003625* ****************************************************************
003626 8200-WRITE-JOURNAL.
003627     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
003628     ADD 1                            TO WK-JOURNAL-SEQ.
003629     MOVE SPACES                      TO WK-JN-RECORD.
003630     SET WK-JN-ACCT-MASTER            TO TRUE.
003631     MOVE WK-AC-CUENTA                TO WK-JN-MASTER-KEY.
003632     MOVE WK-TS-WORK                  TO WK-JN-CHANGE-TS.
003633     MOVE WK-JOURNAL-SEQ              TO WK-JN-SEQ.
003634     MOVE WK-MT-ACTION                TO WK-JN-ACTION.
003635     MOVE WK-MT-OPERATOR              TO WK-JN-OPERATOR.
003636     MOVE 'DLACCTM'                   TO WK-JN-PROGRAM.
003637     MOVE WK-BEFORE-IMAGE             TO WK-JN-BEFORE-IMAGE.
003638     MOVE WK-AC-RECORD                TO WK-JN-AFTER-IMAGE.
003639     WRITE WK-JN-RECORD.
003640     MOVE 'CHGJNL'                    TO WK-ABEND-FILE-ID.
003641     MOVE WK-CHGJNL-STATUS            TO WK-ABEND-STATUS.
003642     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003643     ADD 1                            TO WK-JOURNAL-COUNT.
003644*
003645 8200-EXIT.
003646     EXIT.
003647* ****************************************************************
003648* 8400-CAPTURE-TIMESTAMP - current date and time into
003649* WK-TS-WORK.
003650* ****************************************************************
003651 8400-CAPTURE-TIMESTAMP.
003652     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
003653     ACCEPT WK-TS-TIME-RAW        FROM TIME.
003654     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
003655*
003656 8400-EXIT.
003657     EXIT.
003658* ****************************************************************
003659* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
003660* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
003661* is PERFORMed; any status other than '00' abends the run with a
003670* message instead of letting the job continue on bad data.
003680* ****************************************************************
003690 9000-VERIFY-FILE-STATUS.
