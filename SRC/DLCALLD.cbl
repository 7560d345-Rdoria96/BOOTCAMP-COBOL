000290*                  year's file is the maintenance path.  Every
000300*                  rejected record is displayed with its reason
000310*                  and the run ends RC=8 when any was rejected.
000311* 10/15/26 RD      Every date added, and every date replaced
000312*                  with a different record, now writes the
000313*                  shared change journal (WKCHGJNL, DD CHGJNL)
000314*                  with the calendar record before and after,
000315*                  the operator and the time; a date reloaded
000316*                  unchanged is not journaled.  Each input
000317*                  record carries the operator's ID; a record
000318*                  without one is rejected.
000320* ****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.  DLCALLD.
000490            ACCESS MODE IS RANDOM
000500            RECORD KEY IS WK-CA-CAL-DATE
000510            FILE STATUS IS WK-CALMST-STATUS.
000511     SELECT JOURNAL-FILE     ASSIGN TO CHGJNL
000512            ORGANIZATION IS INDEXED
000513            ACCESS MODE IS RANDOM
000514            RECORD KEY IS WK-JN-KEY
000515            FILE STATUS IS WK-CHGJNL-STATUS.
000520* ****************************************************************
000530 DATA DIVISION.
000540 FILE SECTION.
000550*    CALENDAR-IN-FILE - the year's dates, ascending, one record
000551*    per date: the date, B/W/H, Y when the date is month-end, and
000552*    the ID of the operator who prepared the file.
000570 FD  CALENDAR-IN-FILE
000580     RECORDING MODE IS F.
000590 01  WK-CI-RECORD.
000600     05  WK-CI-DATE              PIC X(08).
000610     05  WK-CI-DAY-TYPE          PIC X(01).
000620     05  WK-CI-MONTH-END-SW      PIC X(01).
000621     05  WK-CI-OPERATOR          PIC X(08).
000622     05  FILLER                  PIC X(02).
000640*    CALENDAR-FILE - the processing-calendar master this program
000650*    loads; the edit and the month-end inquiry only read it.
000660 FD  CALENDAR-FILE.
000670 01  WK-CA-RECORD.
000680     COPY WKCALEND REPLACING LEADING
000690          ==PREFIX-== BY ==WK-CA-==.
000691*    JOURNAL-FILE - the change journal shared with the other
000692*    master maintenance programs; one record per date changed.
000693 FD  JOURNAL-FILE.
000694 01  WK-JN-RECORD.
000695     COPY WKCHGJNL REPLACING LEADING
000696          ==PREFIX-== BY ==WK-JN-==.
000700* ****************************************************************
000710 WORKING-STORAGE SECTION.
000720*
000730 01  WK-FILE-STATUSES.
000740     05  WK-CALIN-STATUS            PIC X(02) VALUE '00'.
000750     05  WK-CALMST-STATUS           PIC X(02) VALUE '00'.
000751     05  WK-CHGJNL-STATUS           PIC X(02) VALUE '00'.
000760*
000761 01  WK-TS-WORK.
000762     05  WK-TS-DATE                 PIC X(08).
000763     05  WK-TS-TIME                 PIC X(06).
000764 01  WK-TS-TIME-RAW                        PIC X(08).
000765*
000770 01  WK-ABEND-AREA.
000780     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
000790     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
000910*    before the record itself can update it.
000920 01  WK-LAST-BUS-DATE                      PIC X(08) VALUE SPACES.
000930 01  WK-LAST-DATE                          PIC X(08) VALUE SPACES.
000931*
000932*    The date's master record as it stood before this load (spaces
000933*    when the date is new) - the journal's before image - and the
000934*    action the journal records for it.
000935 01  WK-BEFORE-IMAGE                       PIC X(80).
000936 01  WK-JOURNAL-ACTION                     PIC X(03).
000937 01  WK-JOURNAL-SEQ                        PIC 9(04) VALUE ZERO.
000940*
000950 01  WK-COUNTERS.
000960     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
000980     05  WK-REPLACED-COUNT          PIC 9(09) VALUE ZERO.
000990     05  WK-REJECT-COUNT            PIC 9(09) VALUE ZERO.
000991     05  WK-BLANK-PREV-COUNT        PIC 9(09) VALUE ZERO.
000992     05  WK-JOURNAL-COUNT           PIC 9(09) VALUE ZERO.
001000* ****************************************************************
001010 PROCEDURE DIVISION.
001020* ****************************************************************
001250     MOVE 'CALMST'            TO WK-ABEND-FILE-ID.
001260     MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS.
001270     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001271     OPEN I-O    JOURNAL-FILE.
001272     MOVE 'CHGJNL'            TO WK-ABEND-FILE-ID.
001273     MOVE WK-CHGJNL-STATUS    TO WK-ABEND-STATUS.
001274     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001280*
001290 1000-EXIT.
001300     EXIT.
001760         PERFORM 3600-REJECT-RECORD THRU 3600-EXIT
001770     END-IF.
001780     IF NOT WK-REJECTED
001781        AND WK-CI-OPERATOR = SPACES
001782         MOVE 'OPERATOR ID IS BLANK'  TO WK-REASON-TEXT
001783         PERFORM 3600-REJECT-RECORD THRU 3600-EXIT
001784     END-IF.
001785     IF NOT WK-REJECTED
001790        AND WK-LAST-DATE NOT = SPACES
001800        AND WK-CI-DATE NOT > WK-LAST-DATE
001810         DISPLAY 'DLCALLD - ' WK-CI-DATE ' NOT ASCENDING '
001930* ****************************************************************
001940* 3100-WRITE-ONE-DATE - build and write the master record; a date
001950* already there is replaced (a corrected year's file is simply
001951* rerun), and is read first so the journal has what it replaced.
001952* A business date becomes the NEXT record's previous
001970* business date only after its own record carried the older one.
001971* A record written with a BLANK previous business date (beyond
001972* the file's very first record, which may legitimately have
001995            'PREVIOUS BUSINESS DATE - START THE FILE AT THE '
001996            'PRIOR BUSINESS DAYS'
001997     END-IF.
001998     MOVE WK-CI-DATE                  TO WK-CA-CAL-DATE.
001999     READ CALENDAR-FILE
002000         INVALID KEY
002001             MOVE SPACES              TO WK-BEFORE-IMAGE
002002         NOT INVALID KEY
002010             MOVE WK-CA-RECORD        TO WK-BEFORE-IMAGE
002011     END-READ.
002012     IF WK-CALMST-STATUS NOT = '00'
002013        AND WK-CALMST-STATUS NOT = '23'
002014         MOVE 'CALMST'            TO WK-ABEND-FILE-ID
002015         MOVE WK-CALMST-STATUS    TO WK-ABEND-STATUS
002016         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
002017     END-IF.
002018     MOVE SPACES                      TO WK-CA-RECORD.
002019     MOVE WK-CI-DATE                  TO WK-CA-CAL-DATE.
002020     MOVE WK-CI-DAY-TYPE              TO WK-CA-DAY-TYPE.
002030     IF WK-CI-MONTH-END-SW = 'Y'
002040         MOVE 'Y'                     TO WK-CA-MONTH-END-SW
002060         MOVE 'N'                     TO WK-CA-MONTH-END-SW
002070     END-IF.
002080     MOVE WK-LAST-BUS-DATE            TO WK-CA-PREV-BUS-DATE.
002081     IF WK-BEFORE-IMAGE = SPACES
002082         WRITE WK-CA-RECORD
002083         ADD 1                        TO WK-LOADED-COUNT
002084         MOVE 'ADD'                   TO WK-JOURNAL-ACTION
002085     ELSE
002086         REWRITE WK-CA-RECORD
002087         ADD 1                        TO WK-REPLACED-COUNT
002088         MOVE 'CHG'                   TO WK-JOURNAL-ACTION
002089     END-IF.
002160     MOVE 'CALMST'                    TO WK-ABEND-FILE-ID.
002170     MOVE WK-CALMST-STATUS            TO WK-ABEND-STATUS.
002180     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002181     IF WK-CA-RECORD NOT = WK-BEFORE-IMAGE
002182         PERFORM 8200-WRITE-JOURNAL THRU 8200-EXIT
002183     END-IF.
002190     MOVE WK-CI-DATE                  TO WK-LAST-DATE.
002200     IF WK-CI-DAY-TYPE = 'B'
002210         MOVE WK-CI-DATE              TO WK-LAST-BUS-DATE
002440     DISPLAY 'DLCALLD - DATES READ          ' WK-READ-COUNT.
002450     DISPLAY 'DLCALLD - DATES LOADED        ' WK-LOADED-COUNT.
002460     DISPLAY 'DLCALLD - DATES REPLACED      ' WK-REPLACED-COUNT.
002461     DISPLAY 'DLCALLD - RECORDS REJECTED    ' WK-REJECT-COUNT.
002470     DISPLAY 'DLCALLD - JOURNAL ENTRIES     ' WK-JOURNAL-COUNT.
002471     DISPLAY 'DLCALLD - BLANK PREV-BUS-DATE '
002472         WK-BLANK-PREV-COUNT.
002480     IF WK-REJECT-COUNT > ZERO
002500     END-IF.
002510     CLOSE CALENDAR-IN-FILE.
002520     CLOSE CALENDAR-FILE.
002521     CLOSE JOURNAL-FILE.
002530*
002540 4000-EXIT.
002550     EXIT.
002551* ****************************************************************
002552* 8200-WRITE-JOURNAL - one change-journal entry for the date just
002553* written: the record it replaced (spaces for a new date), the
002554* record now on the master, who prepared the file and when.
002555* ****************************************************************
002556 8200-WRITE-JOURNAL.
002557     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
002558     ADD 1                            TO WK-JOURNAL-SEQ.
002559     MOVE SPACES                      TO WK-JN-RECORD.
002560     SET WK-JN-CALD-MASTER            TO TRUE.
002561     MOVE WK-CA-CAL-DATE              TO WK-JN-MASTER-KEY.
002562     MOVE WK-TS-WORK                  TO WK-JN-CHANGE-TS.
002563     MOVE WK-JOURNAL-SEQ              TO WK-JN-SEQ.
002564     MOVE WK-JOURNAL-ACTION           TO WK-JN-ACTION.
002565     MOVE WK-CI-OPERATOR              TO WK-JN-OPERATOR.
002566     MOVE 'DLCALLD'                   TO WK-JN-PROGRAM.
002567     MOVE WK-BEFORE-IMAGE             TO WK-JN-BEFORE-IMAGE.
002568     MOVE WK-CA-RECORD                TO WK-JN-AFTER-IMAGE.
002569     WRITE WK-JN-RECORD.
002570     MOVE 'CHGJNL'                    TO WK-ABEND-FILE-ID.
002571     MOVE WK-CHGJNL-STATUS            TO WK-ABEND-STATUS.
002572     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002573     ADD 1                            TO WK-JOURNAL-COUNT.
002574*
002575 8200-EXIT.
002576     EXIT.
002577* ****************************************************************
002578* 8400-CAPTURE-TIMESTAMP - current date and time into
002579* WK-TS-WORK.
002580* ****************************************************************
002581 8400-CAPTURE-TIMESTAMP.
002582     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
002583     ACCEPT WK-TS-TIME-RAW        FROM TIME.
002584     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
002585*
002586 8400-EXIT.
002587     EXIT.
002588* ****************************************************************
002589* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
002590* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
002591* is PERFORMed; any status other than '00' abends the run with a
002600* message instead of letting the job continue on bad data.
002610* ****************************************************************
002620 9000-VERIFY-FILE-STATUS.
