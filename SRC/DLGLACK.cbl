000340*                  acknowledgment yet for the transmission read,
000350*                  RC=8 rejected or mismatched, RC=16 I/O or a
000360*                  malformed transmission file.
000361* 10/15/26 RD      A date can now carry daytime priority cycle
000362*                  transmissions (DEVOPSIC) besides the night's.
000363*                  The feed's header carries the cycle after the
000364*                  run date and the ACK echoes it in its last
000365*                  byte (blank for the nightly transmission), so
000366*                  the ACK must match on date AND cycle, the
000367*                  verdict posts under the cycle, and aging
000368*                  tracks every transmission of a date apart.
000370* ****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.  DLGLACK.
000840         10  WK-AK-DETAIL-COUNT  PIC 9(09).
000850         10  WK-AK-RESULT-SUM    PIC S9(11)V9(02)
000860                                 SIGN LEADING SEPARATE.
000861         10  FILLER              PIC X(14).
000862         10  WK-AK-TRANS-CYCLE   PIC X(01).
000880     05  WK-AK-RJD-DATA REDEFINES WK-AK-DATA.
000890         10  WK-AK-RJ-ID         PIC X(08).
000900         10  WK-AK-RJ-FECHA      PIC X(08).
001030     05  WK-GL-HDR-DATA REDEFINES WK-GL-DATA.
001040         10  WK-GH-INTERFACE     PIC X(08).
001050         10  WK-GH-RUN-DATE      PIC X(08).
001051         10  WK-GH-CYCLE         PIC X(01).
001052         10  FILLER              PIC X(30).
001070     05  WK-GL-DTL-DATA REDEFINES WK-GL-DATA.
001080         10  WK-GD-ID            PIC X(08).
001090         10  WK-GD-FECHA-PROCESO PIC X(08).
001710*
001720*    What the acknowledgment claims.
001730 01  WK-ACK-DATE                           PIC X(08).
001731 01  WK-ACK-CYCLE                          PIC X(01).
001740 01  WK-ACK-STATUS                         PIC X(01).
001750 01  WK-ACK-COUNT                   PIC 9(09) VALUE ZERO.
001760 01  WK-ACK-SUM                     PIC S9(11)V9(02) VALUE ZERO.
001770*
001780*    What we actually transmitted, re-proven from the GLEXT file.
001790 01  WK-OUR-RUN-DATE                       PIC X(08).
001791 01  WK-OUR-CYCLE                          PIC X(01) VALUE SPACE.
001800 01  WK-OUR-DETAIL-COUNT            PIC 9(09) VALUE ZERO.
001810 01  WK-OUR-RESULT-SUM              PIC S9(11)V9(02) VALUE ZERO.
001820 01  WK-TRL-COUNT                   PIC 9(09) VALUE ZERO.
001950         10  WK-RJ-REASON           PIC X(20).
001960         10  WK-RJ-MATCHED-SW       PIC X(01).
001970*
001971*    One entry per run date and cycle seen on the run-control
001972*    master - has a STEP040 transmission posted, has a STEP045
001973*    verdict posted.
001974 01  WK-TRN-MAX                     PIC S9(04) COMP VALUE +300.
002010 01  WK-TRN-COUNT                   PIC S9(04) COMP VALUE ZERO.
002020 01  WK-TRN-IX                      PIC S9(04) COMP VALUE ZERO.
002030 01  WK-TRN-FOUND-IX                PIC S9(04) COMP VALUE ZERO.
002040 01  WK-TRN-WORK                           PIC X(08).
002041 01  WK-TRN-CYCLE-WORK                     PIC X(01).
002050 01  WK-TRANS-TABLE.
002051     05  WK-TN-ENTRY OCCURS 300 TIMES.
002070         10  WK-TN-DATE             PIC X(08).
002071         10  WK-TN-CYCLE            PIC X(01).
002080         10  WK-TN-SENT-SW          PIC X(01).
002090         10  WK-TN-ACKED-SW         PIC X(01).
002100*
002165*    report every ancient date forever and eventually overflow
002166*    the per-date table; anything older than the window is an
002167*    escalation long since worked, not a morning report line.
002168*    The window's transmissions (nightly and daytime cycles
002169*    together) must stay below WK-TRN-MAX.
002170 01  WK-AGE-WINDOW-DAYS             PIC S9(04) COMP VALUE +60.
002171 01  WK-AGE-FROM-DAYS               PIC S9(07) COMP VALUE ZERO.
002172 01  WK-AGE-FROM-NUM                       PIC 9(08).
002173 01  WK-FECHA-DAYS                  PIC S9(07) COMP VALUE ZERO.
002180 01  WK-DAYS-OUT                    PIC S9(05) COMP VALUE ZERO.
002190*
002200 01  WK-COUNTERS.
002600         10  FILLER                 PIC X(13)
002610             VALUE 'TRANSMISSION '.
002620         10  WK-AG-DATE             PIC X(08).
002621         10  WK-AG-CYCLE-MARK       PIC X(02).
002630         10  FILLER                 PIC X(17)
002640             VALUE ' UNACKNOWLEDGED  '.
002650         10  WK-AG-DAYS             PIC ZZ,ZZ9.
003680                     ELSE
003690                         MOVE 'Y'         TO WK-ACK-SEEN-SW
003700                         MOVE WK-AK-TRANS-DATE   TO WK-ACK-DATE
003701                         MOVE WK-AK-TRANS-CYCLE  TO WK-ACK-CYCLE
003710                         MOVE WK-AK-STATUS       TO WK-ACK-STATUS
003720                         MOVE WK-AK-DETAIL-COUNT TO WK-ACK-COUNT
003730                         MOVE WK-AK-RESULT-SUM   TO WK-ACK-SUM
004500                 WHEN WK-GL-HEADER
004510                     MOVE 'Y'             TO WK-HDR-SEEN-SW
004520                     MOVE WK-GH-RUN-DATE  TO WK-OUR-RUN-DATE
004521                     MOVE WK-GH-CYCLE     TO WK-OUR-CYCLE
004530                 WHEN WK-GL-DETAIL
004540                     ADD 1                TO WK-OUR-DETAIL-COUNT
004550                     ADD WK-GD-RESULTADO  TO WK-OUR-RESULT-SUM
005180* The verdict posts to run control as STEP045 so the morning
005190* inquiry carries it - except in the two cases where there IS
005191* no verdict for this transmission: no ACK arrived at all, or
005192* the ACK names a DIFFERENT transmission's date or cycle (it
005193* answers some other feed, so posting it under ours would lie).
005194* In both, nothing posts and the transmission keeps aging
005195* below.
005210* ****************************************************************
005240     MOVE WK-OUR-RUN-DATE             TO WK-TL-TEXT.
005250     MOVE WK-TEXT-LINE                TO WK-RP-LINE.
005260     PERFORM 4050-WRITE-LINE THRU 4050-EXIT.
005261     IF WK-OUR-CYCLE NOT = SPACE
005262         MOVE 'TRANSMISSION CYCLE'    TO WK-TL-LABEL
005263         MOVE WK-OUR-CYCLE            TO WK-TL-TEXT
005264         MOVE WK-TEXT-LINE            TO WK-RP-LINE
005265         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
005266     END-IF.
005270     MOVE 'DETAILS TRANSMITTED'       TO WK-CL-LABEL.
005280     MOVE WK-OUR-DETAIL-COUNT         TO WK-CL-COUNT.
005290     MOVE WK-COUNT-LINE               TO WK-RP-LINE.
005440     END-IF.
005450*
005460     IF WK-ACK-DATE NOT = WK-OUR-RUN-DATE
005461        OR WK-ACK-CYCLE NOT = WK-OUR-CYCLE
005470         MOVE 'VERDICT'               TO WK-TL-LABEL
005480         MOVE 'ACK IS FOR A DIFFERENT TRANSMISSION'
005490                                      TO WK-TL-TEXT
005500         MOVE WK-TEXT-LINE            TO WK-RP-LINE
005510         PERFORM 4050-WRITE-LINE THRU 4050-EXIT
005520         DISPLAY 'DLGLACK - ACK DATE ' WK-ACK-DATE
005521            ' CYCLE ' WK-ACK-CYCLE
005530            ' BUT TRANSMISSION DATE ' WK-OUR-RUN-DATE
005531            ' CYCLE ' WK-OUR-CYCLE
005540         MOVE 8                       TO RETURN-CODE
005550         GO TO 3000-EXIT
005560     END-IF.
006560* control master (the last WK-AGE-WINDOW-DAYS days - the browse
006570* STARTs there, never at LOW-VALUES, because run control is
006580* never purged and grows a date every night) collecting, per
006581* run date and cycle, whether a STEP040 transmission posted and
006582* whether a STEP045 verdict posted; every transmission with no
006591* verdict - tonight's included, since its verdict just posted
006593* above if its ACK arrived - is aged on the report.
006600* ****************************************************************
006610 5000-AGE-TRANSMISSIONS.
006614         FUNCTION DATE-OF-INTEGER (WK-AGE-FROM-DAYS).
006620     MOVE SPACES                  TO WK-RC-RECORD.
006621     MOVE WK-AGE-FROM-NUM         TO WK-RC-RUN-DATE.
006622     MOVE LOW-VALUES              TO WK-RC-CYCLE.
006630     MOVE LOW-VALUES              TO WK-RC-STEP-NAME.
006640     START RUN-CONTROL-FILE KEY NOT < WK-RC-KEY
006650         INVALID KEY
006820     EXIT.
006830* ****************************************************************
006840* 5100-READ-ONE-RUNCTL - advance the run-control browse, posting
006841* STEP040/STEP045 sightings to the per-transmission table.
006860* ****************************************************************
006870 5100-READ-ONE-RUNCTL.
006880     READ RUN-CONTROL-FILE NEXT RECORD
006920             IF WK-RC-STEP-NAME = 'STEP040'
006930                OR WK-RC-STEP-NAME = 'STEP045'
006940                 MOVE WK-RC-RUN-DATE  TO WK-TRN-WORK
006941                 MOVE WK-RC-CYCLE     TO WK-TRN-CYCLE-WORK
006950                 PERFORM 5200-FIND-DATE-ENTRY THRU 5200-EXIT
006960                 IF WK-RC-STEP-NAME = 'STEP040'
006970                     MOVE 'Y' TO WK-TN-SENT-SW (WK-TRN-FOUND-IX)
007100 5100-EXIT.
007110     EXIT.
007120* ****************************************************************
007121* 5200-FIND-DATE-ENTRY - locate WK-TRN-WORK/WK-TRN-CYCLE-WORK in
007122* the per-transmission table, adding it when first seen;
007123* WK-TRN-FOUND-IX points at it on exit.
007160* ****************************************************************
007170 5200-FIND-DATE-ENTRY.
007180     MOVE ZERO                        TO WK-TRN-FOUND-IX.
007230     IF WK-TRN-FOUND-IX = ZERO
007240         IF WK-TRN-COUNT >= WK-TRN-MAX
007250             DISPLAY 'DLGLACK - MORE THAN ' WK-TRN-MAX
007251                ' TRANSMISSIONS ON RUN CONTROL - TABLE FULL'
007270             MOVE 16                  TO RETURN-CODE
007280             STOP RUN
007290         END-IF
007310         MOVE WK-TRN-COUNT            TO WK-TRN-FOUND-IX
007320         MOVE WK-TRN-WORK             TO
007330              WK-TN-DATE (WK-TRN-FOUND-IX)
007331         MOVE WK-TRN-CYCLE-WORK       TO
007332              WK-TN-CYCLE (WK-TRN-FOUND-IX)
007340         MOVE 'N'                     TO
007350              WK-TN-SENT-SW (WK-TRN-FOUND-IX)
007360         MOVE 'N'                     TO
007440* ****************************************************************
007450 5250-MATCH-ONE-DATE.
007460     IF WK-TN-DATE (WK-TRN-IX) = WK-TRN-WORK
007461        AND WK-TN-CYCLE (WK-TRN-IX) = WK-TRN-CYCLE-WORK
007470         MOVE WK-TRN-IX               TO WK-TRN-FOUND-IX
007480     END-IF.
007490     ADD 1                            TO WK-TRN-IX.
007590        AND WK-TN-ACKED-SW (WK-TRN-IX) NOT = 'Y'
007600         ADD 1                        TO WK-UNACKED-COUNT
007610         MOVE WK-TN-DATE (WK-TRN-IX)  TO WK-AG-DATE
007611         MOVE SPACES                  TO WK-AG-CYCLE-MARK
007612         IF WK-TN-CYCLE (WK-TRN-IX) NOT = SPACE
007613             MOVE '/'                 TO WK-AG-CYCLE-MARK (1:1)
007614             MOVE WK-TN-CYCLE (WK-TRN-IX)
007615                                      TO WK-AG-CYCLE-MARK (2:1)
007616         END-IF
007620         IF WK-TN-DATE (WK-TRN-IX) NUMERIC
007630             MOVE WK-TN-DATE (WK-TRN-IX) TO WK-FECHA-NUM
007640             COMPUTE WK-FECHA-DAYS =
008050 8600-POST-RUN-CONTROL.
008060     MOVE SPACES                      TO WK-RC-RECORD.
008070     MOVE WK-OUR-RUN-DATE             TO WK-RC-RUN-DATE.
008071     MOVE WK-OUR-CYCLE                TO WK-RC-CYCLE.
008080     MOVE 'STEP045'                   TO WK-RC-STEP-NAME.
008090     MOVE 'DLGLACK'                   TO WK-RC-PROGRAM.
008100     MOVE SPACES                      TO WK-RC-START-TS.
