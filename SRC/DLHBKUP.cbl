000100* ****************************************************************
000110* Program name:    DLHBKUP
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written as the nightly backup of the history
000180*                  master, which until now had no copy anywhere
000190*                  but itself.  Browses the whole KSDS and writes
000200*                  every record, unchanged, to a new generation
000210*                  of the backup GDG between a HDR (submitter
000220*                  DLHBKUP and the backup date) and a TRL (record
000230*                  count and hash total), in the same WKTRNCTL
000240*                  controls the transaction interface carries, so
000250*                  DLHRCVR can prove a generation whole before it
000260*                  reloads from it.  The counts post as STEP060.
000270* ****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.  DLHBKUP.
000300 AUTHOR. RICHARD DORIA.
000310 INSTALLATION. COBOL DEVELOPMENT CENTER.
000320 DATE-WRITTEN. 10/15/26.
000330 DATE-COMPILED. 10/15/26.
000340 SECURITY. NON-CONFIDENTIAL.
000350* ****************************************************************
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT HIST-FILE         ASSIGN TO HISTORY
000400            ORGANIZATION IS INDEXED
000410            ACCESS MODE IS DYNAMIC
000420            RECORD KEY IS WK-HI-KEY
000430            FILE STATUS IS WK-HISTORY-STATUS.
000440     SELECT BACKUP-FILE       ASSIGN TO BACKOUT
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS WK-BACKOUT-STATUS.
000470     SELECT RUN-CONTROL-FILE  ASSIGN TO RUNCTL
000480            ORGANIZATION IS INDEXED
000490            ACCESS MODE IS RANDOM
000500            RECORD KEY IS WK-RC-KEY
000510            FILE STATUS IS WK-RUNCTL-STATUS.
000520* ****************************************************************
000530 DATA DIVISION.
000540 FILE SECTION.
000550*    HIST-FILE - the VSAM KSDS master DEVOPS posts results to;
000560*    this program only ever reads it.
000570 FD  HIST-FILE.
000580 01  WK-HI-RECORD.
000590     COPY WKTRANS REPLACING LEADING
000600          ==PREFIX-== BY ==WK-HI-==.
000610*    BACKUP-FILE - HDR, every master record in key order, TRL.
000620 FD  BACKUP-FILE
000630     RECORDING MODE IS F.
000640 01  WK-BK-RECORD.
000650     COPY WKTRANS REPLACING LEADING
000660          ==PREFIX-== BY ==WK-BK-==.
000670 01  WK-BC-RECORD.
000680     COPY WKTRNCTL REPLACING LEADING
000690          ==PREFIX-== BY ==WK-BC-==.
000700*    RUN-CONTROL-FILE - this step's end-of-step posting.
000710 FD  RUN-CONTROL-FILE.
000720 01  WK-RC-RECORD.
000730     COPY WKRUNCTL REPLACING LEADING
000740          ==PREFIX-== BY ==WK-RC-==.
000750* ****************************************************************
000760 WORKING-STORAGE SECTION.
000770*
000780 01  WK-FILE-STATUSES.
000790     05  WK-HISTORY-STATUS          PIC X(02) VALUE '00'.
000800     05  WK-BACKOUT-STATUS          PIC X(02) VALUE '00'.
000810     05  WK-RUNCTL-STATUS           PIC X(02) VALUE '00'.
000820*
000830 01  WK-RUN-STAMPS.
000840     05  WK-START-TS                PIC X(14).
000850     05  WK-END-TS                  PIC X(14).
000860 01  WK-TS-WORK.
000870     05  WK-TS-DATE                 PIC X(08).
000880     05  WK-TS-TIME                 PIC X(06).
000890 01  WK-TS-TIME-RAW                        PIC X(08).
000900*
000910 01  WK-ABEND-AREA.
000920     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
000930     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
000940*
000950 01  WK-SWITCHES.
000960     05  WK-HIST-EOF-SW             PIC X(01) VALUE 'N'.
000970         88  WK-HIST-EOF            VALUE 'Y'.
000980     05  WK-BALANCE-SW              PIC X(01) VALUE 'Y'.
000990         88  WK-IN-BALANCE          VALUE 'Y'.
001000*
001010 01  WK-RUN-DATE                           PIC X(08).
001020 01  WK-HASH-WORK                          PIC S9(02).
001030*
001040 01  WK-COUNTERS.
001050     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001060     05  WK-WRITE-COUNT             PIC 9(09) VALUE ZERO.
001070     05  WK-HASH-TOTAL              PIC 9(13) VALUE ZERO.
001080* ****************************************************************
001090 PROCEDURE DIVISION.
001100* ****************************************************************
001110* 0000-MAINLINE - open, unload the master between its controls,
001120* prove the counts, post run control.
001130* ****************************************************************
001140 0000-MAINLINE.
001150     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001160     PERFORM 1500-START-BROWSE THRU 1500-EXIT.
001170     PERFORM 3000-BACKUP-ONE-RECORD THRU 3000-EXIT
001180         UNTIL WK-HIST-EOF.
001190     PERFORM 4000-FINISH THRU 4000-EXIT.
001200     STOP RUN.
001210*
001220 0000-EXIT.
001230     EXIT.
001240* ****************************************************************
001250* 1000-INITIALIZE - open every file, checking status after each
001260* OPEN so a missing/misallocated dataset abends the run, and write
001270* the backup's header.
001280* ****************************************************************
001290 1000-INITIALIZE.
001300     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
001310     MOVE WK-TS-WORK               TO WK-START-TS.
001320     MOVE WK-TS-DATE               TO WK-RUN-DATE.
001330     OPEN INPUT  HIST-FILE.
001340     MOVE 'HISTORY'           TO WK-ABEND-FILE-ID.
001350     MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS.
001360     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001370     OPEN OUTPUT BACKUP-FILE.
001380     MOVE 'BACKOUT'           TO WK-ABEND-FILE-ID.
001390     MOVE WK-BACKOUT-STATUS   TO WK-ABEND-STATUS.
001400     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001410     OPEN I-O    RUN-CONTROL-FILE.
001420     MOVE 'RUNCTL'            TO WK-ABEND-FILE-ID.
001430     MOVE WK-RUNCTL-STATUS    TO WK-ABEND-STATUS.
001440     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001450*
001460     MOVE SPACES                   TO WK-BC-RECORD.
001470     SET WK-BC-CTL-HEADER          TO TRUE.
001480     MOVE 'DLHBKUP'                TO WK-BC-HD-SUBMITTER.
001490     MOVE WK-RUN-DATE              TO WK-BC-HD-EXTRACT-DATE.
001500     WRITE WK-BC-RECORD.
001510     MOVE 'BACKOUT'                TO WK-ABEND-FILE-ID.
001520     MOVE WK-BACKOUT-STATUS        TO WK-ABEND-STATUS.
001530     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001540*
001550 1000-EXIT.
001560     EXIT.
001570* ****************************************************************
001580* 1500-START-BROWSE - position at the lowest key; an empty master
001590* backs up as a header and a zero-count trailer.
001600* ****************************************************************
001610 1500-START-BROWSE.
001620     MOVE LOW-VALUES              TO WK-HI-KEY.
001630     START HIST-FILE KEY NOT < WK-HI-KEY
001640         INVALID KEY
001650             MOVE 'Y'             TO WK-HIST-EOF-SW
001660     END-START.
001670     IF NOT WK-HIST-EOF
001680         PERFORM 2000-READ-HISTORY THRU 2000-EXIT
001690     END-IF.
001700*
001710 1500-EXIT.
001720     EXIT.
001730* ****************************************************************
001740* 2000-READ-HISTORY - advance the browse one record.
001750* ****************************************************************
001760 2000-READ-HISTORY.
001770     READ HIST-FILE NEXT RECORD
001780         AT END
001790             MOVE 'Y'                 TO WK-HIST-EOF-SW
001800         NOT AT END
001810             ADD 1                    TO WK-READ-COUNT
001820     END-READ.
001830     IF WK-HISTORY-STATUS NOT = '00'
001840        AND WK-HISTORY-STATUS NOT = '10'
001850         MOVE 'HISTORY'           TO WK-ABEND-FILE-ID
001860         MOVE WK-HISTORY-STATUS   TO WK-ABEND-STATUS
001870         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
001880     END-IF.
001890*
001900 2000-EXIT.
001910     EXIT.
001920* ****************************************************************
001930* 3000-BACKUP-ONE-RECORD - copy the record just read to the backup
001940* and add its operands to the hash total (absolute values, as
001950* WKTRNCTL defines it), then advance the browse.
001960* ****************************************************************
001970 3000-BACKUP-ONE-RECORD.
001980     MOVE WK-HI-RECORD                TO WK-BK-RECORD.
001990     WRITE WK-BK-RECORD.
002000     MOVE 'BACKOUT'                   TO WK-ABEND-FILE-ID.
002010     MOVE WK-BACKOUT-STATUS           TO WK-ABEND-STATUS.
002020     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002030     ADD 1                            TO WK-WRITE-COUNT.
002040     IF WK-HI-NUMERO-1 NUMERIC
002050         MOVE WK-HI-NUMERO-1          TO WK-HASH-WORK
002060         IF WK-HASH-WORK < ZERO
002070             SUBTRACT WK-HASH-WORK FROM ZERO
002080                 GIVING WK-HASH-WORK
002090         END-IF
002100         ADD WK-HASH-WORK             TO WK-HASH-TOTAL
002110     END-IF.
002120     IF WK-HI-NUMERO-2 NUMERIC
002130         MOVE WK-HI-NUMERO-2          TO WK-HASH-WORK
002140         IF WK-HASH-WORK < ZERO
002150             SUBTRACT WK-HASH-WORK FROM ZERO
002160                 GIVING WK-HASH-WORK
002170         END-IF
002180         ADD WK-HASH-WORK             TO WK-HASH-TOTAL
002190     END-IF.
002200     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
002210*
002220 3000-EXIT.
002230     EXIT.
002240* ****************************************************************
002250* 4000-FINISH - write the trailer, prove written = read, post
002260* run control and close.  RC=8 when the counts disagree - the
002270* generation is then no backup at all.
002280* ****************************************************************
002290 4000-FINISH.
002300     MOVE SPACES                      TO WK-BC-RECORD.
002310     SET WK-BC-CTL-TRAILER            TO TRUE.
002320     MOVE WK-WRITE-COUNT              TO WK-BC-TR-RECORD-COUNT.
002330     MOVE WK-HASH-TOTAL               TO WK-BC-TR-HASH-TOTAL.
002340     WRITE WK-BC-RECORD.
002350     MOVE 'BACKOUT'                   TO WK-ABEND-FILE-ID.
002360     MOVE WK-BACKOUT-STATUS           TO WK-ABEND-STATUS.
002370     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002380*
002390     DISPLAY '*********************************************'.
002400     DISPLAY 'DLHBKUP - BACKUP DATE         ' WK-RUN-DATE.
002410     DISPLAY 'DLHBKUP - HISTORY RECORDS READ ' WK-READ-COUNT.
002420     DISPLAY 'DLHBKUP - RECORDS BACKED UP   ' WK-WRITE-COUNT.
002430     DISPLAY 'DLHBKUP - HASH TOTAL          ' WK-HASH-TOTAL.
002440     IF WK-WRITE-COUNT = WK-READ-COUNT
002450         DISPLAY 'DLHBKUP - BACKUP IN BALANCE'
002460     ELSE
002470         MOVE 'N'                     TO WK-BALANCE-SW
002480         DISPLAY 'DLHBKUP - BACKUP OUT OF BALANCE'
002490         MOVE 8                       TO RETURN-CODE
002500     END-IF.
002510     PERFORM 8600-POST-RUN-CONTROL THRU 8600-EXIT.
002520     CLOSE HIST-FILE.
002530     CLOSE BACKUP-FILE.
002540     CLOSE RUN-CONTROL-FILE.
002550*
002560 4000-EXIT.
002570     EXIT.
002580* ****************************************************************
002590* 8400-CAPTURE-TIMESTAMP - current date and time into
002600* WK-TS-WORK.
002610* ****************************************************************
002620 8400-CAPTURE-TIMESTAMP.
002630     ACCEPT WK-TS-DATE            FROM DATE YYYYMMDD.
002640     ACCEPT WK-TS-TIME-RAW        FROM TIME.
002650     MOVE WK-TS-TIME-RAW (1:6)    TO WK-TS-TIME.
002660*
002670 8400-EXIT.
002680     EXIT.
002690* ****************************************************************
002700* 8600-POST-RUN-CONTROL - record this step's end-of-step state
002710* as STEP060: IN = master records read, OUT = records backed up.
002720* A rerun of the same date replaces the earlier posting.
002730* ****************************************************************
002740 8600-POST-RUN-CONTROL.
002750     PERFORM 8400-CAPTURE-TIMESTAMP THRU 8400-EXIT.
002760     MOVE WK-TS-WORK                  TO WK-END-TS.
002770     MOVE SPACES                      TO WK-RC-RECORD.
002780     MOVE WK-RUN-DATE                 TO WK-RC-RUN-DATE.
002790     MOVE 'STEP060'                   TO WK-RC-STEP-NAME.
002800     MOVE 'DLHBKUP'                   TO WK-RC-PROGRAM.
002810     MOVE WK-START-TS                 TO WK-RC-START-TS.
002820     MOVE WK-END-TS                   TO WK-RC-END-TS.
002830     MOVE WK-READ-COUNT               TO WK-RC-IN-COUNT.
002840     MOVE WK-WRITE-COUNT              TO WK-RC-OUT-COUNT.
002850     MOVE ZERO                        TO WK-RC-ALT-COUNT.
002860     MOVE ZERO                        TO WK-RC-EXCP-COUNT.
002870     MOVE RETURN-CODE                 TO WK-RC-RETURN-CODE.
002880     MOVE WK-BALANCE-SW               TO WK-RC-BALANCE-SW.
002890     WRITE WK-RC-RECORD
002900         INVALID KEY
002910             REWRITE WK-RC-RECORD
002920     END-WRITE.
002930     MOVE 'RUNCTL'                    TO WK-ABEND-FILE-ID.
002940     MOVE WK-RUNCTL-STATUS            TO WK-ABEND-STATUS.
002950     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
002960*
002970 8600-EXIT.
002980     EXIT.
002990* ****************************************************************
003000* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
003010* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
003020* is PERFORMed; any status other than '00' abends the run with a
003030* message instead of letting the job continue on bad data.
003040* ****************************************************************
003050 9000-VERIFY-FILE-STATUS.
003060     IF WK-ABEND-STATUS NOT = '00'
003070         DISPLAY 'DLHBKUP - I/O ERROR ON ' WK-ABEND-FILE-ID
003080            ' - FILE STATUS ' WK-ABEND-STATUS
003090         MOVE 16                      TO RETURN-CODE
003100         STOP RUN
003110     END-IF.
003120*
003130 9000-EXIT.
003140     EXIT.
