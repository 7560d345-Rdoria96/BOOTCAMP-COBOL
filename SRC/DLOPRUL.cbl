000300*                  Every rejected action is displayed with its
000310*                  reason; the run ends RC=8 when any action was
000320*                  rejected, RC=0 when all applied.
000321* 10/15/26 RD      Every applied action now writes the shared
000322*                  change journal (WKCHGJNL, DD CHGJNL) with the
000323*                  rule record before and after, the action,
000324*                  the operator and the time.  The maintenance
000325*                  record carries the operator's ID; an action
000326*                  without one is rejected.
000330* ****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.  DLOPRUL.
000500            ACCESS MODE IS RANDOM
000510            RECORD KEY IS WK-OP-OPERACION
000520            FILE STATUS IS WK-OPRULES-STATUS.
000521     SELECT JOURNAL-FILE     ASSIGN TO CHGJNL
000522            ORGANIZATION IS INDEXED
000523            ACCESS MODE IS RANDOM
000524            RECORD KEY IS WK-JN-KEY
000525            FILE STATUS IS WK-CHGJNL-STATUS.
000530* ****************************************************************
000540 DATA DIVISION.
000550 FILE SECTION.
000670     05  WK-MT-EFF-DATE          PIC X(08).
000680     05  WK-MT-EXP-DATE          PIC X(08).
000690     05  WK-MT-NOZERO-SW         PIC X(01).
000691*    Who keyed the action - carried onto the change journal.
000692     05  WK-MT-OPERATOR          PIC X(08).
000693     05  FILLER                  PIC X(12).
000710*    RULES-FILE - the operation-rules master this program
000720*    maintains; DLEDIT, DLSUSP and DEVOPS only read it.
000730 FD  RULES-FILE.
000740 01  WK-OP-RECORD.
000750     COPY WKOPRUL REPLACING LEADING
000760          ==PREFIX-== BY ==WK-OP-==.
000761*    JOURNAL-FILE - the change journal shared with the other
000762*    master maintenance programs; one record per applied action.
000763 FD  JOURNAL-FILE.
000764 01  WK-JN-RECORD.
000765     COPY WKCHGJNL REPLACING LEADING
000766          ==PREFIX-== BY ==WK-JN-==.
000770* ****************************************************************
000780 WORKING-STORAGE SECTION.
000790*
000800 01  WK-FILE-STATUSES.
000810     05  WK-OPRLIN-STATUS           PIC X(02) VALUE '00'.
000820     05  WK-OPRULES-STATUS          PIC X(02) VALUE '00'.
000821     05  WK-CHGJNL-STATUS           PIC X(02) VALUE '00'.
000830*
000831 01  WK-TS-WORK.
000832     05  WK-TS-DATE                 PIC X(08).
000833     05  WK-TS-TIME                 PIC X(06).
000834 01  WK-TS-TIME-RAW                        PIC X(08).
000835*
000840 01  WK-ABEND-AREA.
000850     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
000860     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
000900         88  WK-EOF                 VALUE 'Y'.
000910     05  WK-FOUND-SW                PIC X(01) VALUE 'N'.
000920         88  WK-FOUND               VALUE 'Y'.
000921     05  WK-REJECT-SW               PIC X(01) VALUE 'N'.
000922         88  WK-REJECTED            VALUE 'Y'.
000930*
000940 01  WK-REASON-TEXT                        PIC X(30) VALUE SPACES.
000941*
000942*    The rule record as read, before the action touched it - the
000943*    journal's before image.
000944 01  WK-BEFORE-IMAGE                       PIC X(80).
000945 01  WK-JOURNAL-SEQ                        PIC 9(04) VALUE ZERO.
000950*
000960 01  WK-COUNTERS.
000970     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001000     05  WK-SUSP-COUNT              PIC 9(09) VALUE ZERO.
001010     05  WK-REACT-COUNT             PIC 9(09) VALUE ZERO.
001020     05  WK-REJECT-COUNT            PIC 9(09) VALUE ZERO.
001021     05  WK-JOURNAL-COUNT           PIC 9(09) VALUE ZERO.
001030* ****************************************************************
001040 PROCEDURE DIVISION.
001050* ****************************************************************
001280     MOVE 'OPRULES'           TO WK-ABEND-FILE-ID.
001290     MOVE WK-OPRULES-STATUS   TO WK-ABEND-STATUS.
001300     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001301     OPEN I-O    JOURNAL-FILE.
001302     MOVE 'CHGJNL'            TO WK-ABEND-FILE-ID.
001303     MOVE WK-CHGJNL-STATUS    TO WK-ABEND-STATUS.
001304     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001310*
001320 1000-EXIT.
001330     EXIT.
001550* code, then advance to the next record.
001560* ****************************************************************
001570 3000-APPLY-ONE-ACTION.
001571     MOVE 'N'                         TO WK-REJECT-SW.
001580     MOVE SPACES                      TO WK-REASON-TEXT.
001590     IF WK-MT-OPERACION = SPACES
001600         MOVE 'OPERACION IS BLANK'    TO WK-REASON-TEXT
001610         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001611     END-IF.
001612     IF NOT WK-REJECTED
001613        AND WK-MT-OPERATOR = SPACES
001614         MOVE 'OPERATOR ID IS BLANK'  TO WK-REASON-TEXT
001615         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001616     END-IF.
001617     IF NOT WK-REJECTED
001630         EVALUATE TRUE
001640             WHEN WK-MT-ADD
001650                 PERFORM 3100-ADD-RULE THRU 3100-EXIT
001980         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001990         GO TO 3100-EXIT
002000     END-IF.
002001     MOVE SPACES                      TO WK-BEFORE-IMAGE.
002010     MOVE SPACES                      TO WK-OP-RECORD.
002020     MOVE WK-MT-OPERACION             TO WK-OP-OPERACION.
002030     SET WK-OP-ACTIVE                 TO TRUE.
002210             ADD 1                    TO WK-ADDED-COUNT
002220     END-WRITE.
002230     PERFORM 8000-CHECK-MASTER-STATUS THRU 8000-EXIT.
002231     IF NOT WK-REJECTED
002232         PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
002233     END-IF.
002240*
002250 3100-EXIT.
002260     EXIT.
003180             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
003190         NOT INVALID KEY
003200             MOVE 'Y'                 TO WK-FOUND-SW
003201             MOVE WK-OP-RECORD        TO WK-BEFORE-IMAGE
003210     END-READ.
003220     PERFORM 8000-CHECK-MASTER-STATUS THRU 8000-EXIT.
003230*
003240 3500-EXIT.
003250     EXIT.
003260* ****************************************************************
003261* 3550-REWRITE-MASTER - every rewrite is an applied change, so
003262* each is journaled.
003280* ****************************************************************
003290 3550-REWRITE-MASTER.
003300     REWRITE WK-OP-RECORD.
003310     MOVE 'OPRULES'                   TO WK-ABEND-FILE-ID.
003320     MOVE WK-OPRULES-STATUS           TO WK-ABEND-STATUS.
003330     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003331     PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT.
003340*
003350 3550-EXIT.
003360     EXIT.
003400* unattended submit.
003410* ****************************************************************
003420 3600-REJECT-ACTION.
003421     MOVE 'Y'                         TO WK-REJECT-SW.
003430     ADD 1                            TO WK-REJECT-COUNT.
003440     DISPLAY 'DLOPRUL - REJECTED ' WK-MT-ACTION
003450        ' ' WK-MT-OPERACION ' - ' WK-REASON-TEXT.
003570     DISPLAY 'DLOPRUL - SUSPENDED           ' WK-SUSP-COUNT.
003580     DISPLAY 'DLOPRUL - REACTIVATED         ' WK-REACT-COUNT.
003590     DISPLAY 'DLOPRUL - ACTIONS REJECTED    ' WK-REJECT-COUNT.
003591     DISPLAY 'DLOPRUL - JOURNAL ENTRIES     ' WK-JOURNAL-COUNT.
003600     IF WK-REJECT-COUNT > ZERO
003610         MOVE 8                       TO RETURN-CODE
003620     END-IF.
003630     CLOSE MAINT-FILE.
003640     CLOSE RULES-FILE.
003641     CLOSE JOURNAL-FILE.
003650*
003660 4000-EXIT.
003670     EXIT.
003810*
003820 8000-EXIT.
003830     EXIT.
003831* ****************************************************************
003832* 8200-WRITE-JOURNAL - one change-journal entry for the action
003833* just applied: the rule as read, the rule as rewritten, who
003834* keyed it and when.
003835* ****************************************************************
003836 8200-WRITE-JOURNAL.
003837     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
003838     ADD 1                            TO WK-JOURNAL-SEQ.
003839     MOVE SPACES                      TO WK-JN-RECORD.
003840     SET WK-JN-OPRL-MASTER            TO TRUE.
003841     MOVE WK-OP-OPERACION             TO WK-JN-MASTER-KEY.
003842     MOVE WK-TS-WORK                  TO WK-JN-CHANGE-TS.
003843     MOVE WK-JOURNAL-SEQ              TO WK-JN-SEQ.
003844     MOVE WK-MT-ACTION                TO WK-JN-ACTION.
003845     MOVE WK-MT-OPERATOR              TO WK-JN-OPERATOR.
003846     MOVE 'DLOPRUL'                   TO WK-JN-PROGRAM.
003847     MOVE WK-BEFORE-IMAGE             TO WK-JN-BEFORE-IMAGE.
003848     MOVE WK-OP-RECORD                TO WK-JN-AFTER-IMAGE.
003849     WRITE WK-JN-RECORD.
003850     MOVE 'CHGJNL'                    TO WK-ABEND-FILE-ID.
003851     MOVE WK-CHGJNL-STATUS            TO WK-ABEND-STATUS.
003852     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
003853     ADD 1                            TO WK-JOURNAL-COUNT.
003854*
003855 8200-EXIT.
003856     EXIT.
003857* ****************************************************************
003858* 8400-CAPTURE-TIMESTAMP - current date and time into
003859* WK-TS-WORK.
003860* ****************************************************************
003861 8400-CAPTURE-TIMESTAMP.
003862     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
003863     ACCEPT WK-TS-TIME-RAW        FROM TIME.
003864     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
003865*
003866 8400-EXIT.
003867     EXIT.
003868* ****************************************************************
003869* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
003870* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
003871* is PERFORMed; any status other than '00' abends the run with a
003880* message instead of letting the job continue on bad data.
003890* ****************************************************************
003900 9000-VERIFY-FILE-STATUS.
