000237*                  RESTORE round-trip just to be read.  NOT
000238*                  FOUND (RC=4) now means "not on the master
000239*                  AND not in the archive searched".
000241* 10/15/26 RD      Shows a reversal pair together - a record
000242*                  marked reversed (REV-SW 'X') displays the
000243*                  reversal that backed it out right after it,
000244*                  and a reversal (REV-SW 'R') displays the
000245*                  original it names, from the master or the
000246*                  archive.  The RC still reflects only the key
000247*                  asked for.
000248* ****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.  DLHIST.
000270 AUTHOR. RICHARD DORIA.
000535         88  WK-ARCH-EOF            VALUE 'Y'.
000536     05  WK-ARCH-FOUND-SW           PIC X(01) VALUE 'N'.
000537         88  WK-ARCH-FOUND          VALUE 'Y'.
000538     05  WK-PAIR-PASS-SW            PIC X(01) VALUE 'N'.
000539         88  WK-PAIR-PASS           VALUE 'Y'.
000540*
000541 01  WK-SOURCE-TEXT                        PIC X(14) VALUE SPACES.
000542*
000550 01  WK-ABEND-AREA.
000560     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
000570     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
000770         STOP RUN
000780     END-IF.
000790     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
000795     MOVE WK-PARM-DATA(1:8)    TO WK-HQ-ID.
000796     MOVE WK-PARM-DATA(9:8)    TO WK-HQ-FECHA-PROCESO.
000800     PERFORM 2000-LOOKUP-HISTORY THRU 2000-EXIT.
000801     IF WK-SOURCE-TEXT NOT = SPACES
000802        AND (WK-HQ-IS-REVERSED OR WK-HQ-IS-REVERSAL)
000803         PERFORM 2700-SHOW-PAIR THRU 2700-EXIT
000804     END-IF.
000810     PERFORM 3000-CLOSE-FILES THRU 3000-EXIT.
000820     STOP RUN.
000830*
000950 1000-EXIT.
000960     EXIT.
000970* ****************************************************************
000980* 2000-LOOKUP-HISTORY - read the one record keyed in WK-HQ-KEY;
000990* a key the master misses falls through to the archive search
001000* instead of stopping at NOT FOUND.
001001* ****************************************************************
001010 2000-LOOKUP-HISTORY.
001040     READ HIST-FILE
001050         INVALID KEY
001060             PERFORM 2200-SEARCH-ARCHIVE THRU 2200-EXIT
001260     END-IF.
001270*
001280 2000-EXIT.
001281     EXIT.
001282* ****************************************************************
001283* 2200-SEARCH-ARCHIVE - the master no longer carries the key;
001284* read the archive generations forward until it turns up.  Most
001285* audit-era questions land here - the retention window is
001286* months, the questions reach back years - and this search is
001287* what used to cost a manual RESTORE/inquiry/re-sweep cycle.
001288* ****************************************************************
001289 2200-SEARCH-ARCHIVE.
001290     OPEN INPUT ARCHIVE-IN-FILE.
001291     MOVE 'ARCHIN'            TO WK-ABEND-FILE-ID.
001292     MOVE WK-ARCHIN-STATUS    TO WK-ABEND-STATUS.
001293     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001294     PERFORM 2250-READ-ONE-ARCHIVE THRU 2250-EXIT
001295         UNTIL WK-ARCH-EOF OR WK-ARCH-FOUND.
001296     CLOSE ARCHIVE-IN-FILE.
001297     IF WK-ARCH-FOUND
001298         MOVE WK-AI-RECORD        TO WK-HQ-RECORD
001299         MOVE 'FROM ARCHIVE'      TO WK-SOURCE-TEXT
001300         PERFORM 2500-DISPLAY-RECORD THRU 2500-EXIT
001301     ELSE
001302         DISPLAY 'DLHIST - NO HISTORY RECORD FOUND FOR ID '
001303            WK-HQ-ID ' FECHA-PROCESO ' WK-HQ-FECHA-PROCESO
001304         DISPLAY 'DLHIST - NOT ON THE MASTER AND NOT IN THE '
001305            'ARCHIVE GENERATIONS SEARCHED'
001306         IF NOT WK-PAIR-PASS
001307             MOVE 4           TO RETURN-CODE
001308         END-IF
001316     END-IF.
001317*
001318 2200-EXIT.
001357     DISPLAY 'DLHIST - MENSAJE-ERROR ... '
001358        WK-HQ-MENSAJE-ERROR.
001359     DISPLAY 'DLHIST - CUENTA .......... ' WK-HQ-CUENTA.
001360     EVALUATE TRUE
001361         WHEN WK-HQ-IS-REVERSED
001362             DISPLAY 'DLHIST - REVERSED BY ..... '
001363                WK-HQ-REV-ID ' ' WK-HQ-REV-FECHA
001364         WHEN WK-HQ-IS-REVERSAL
001365             DISPLAY 'DLHIST - REVERSAL OF ..... '
001366                WK-HQ-REV-ID ' ' WK-HQ-REV-FECHA
001367     END-EVALUATE.
001368*
001369 2500-EXIT.
001370     EXIT.
001371* ****************************************************************
001372* 2700-SHOW-PAIR - the record asked for is one half of a
001373* reversal pair; look up and display the other half the same
001374* way, master first and then the archive.  A missing other half
001375* is reported but does not change the RC, which answers only
001376* for the key in the PARM.
001377* ****************************************************************
001378 2700-SHOW-PAIR.
001379     MOVE 'Y'                         TO WK-PAIR-PASS-SW.
001380     MOVE WK-HQ-REV-KEY               TO WK-HQ-KEY.
001381     MOVE SPACES                      TO WK-SOURCE-TEXT.
001382     MOVE 'N'                         TO WK-ARCH-EOF-SW.
001383     MOVE 'N'                         TO WK-ARCH-FOUND-SW.
001384     DISPLAY 'DLHIST - ---------- OTHER HALF OF THE '
001385        'REVERSAL PAIR ----------'.
001386     PERFORM 2000-LOOKUP-HISTORY THRU 2000-EXIT.
001387*
001388 2700-EXIT.
001389     EXIT.
001390* ****************************************************************
001391* 3000-CLOSE-FILES.
001392* ****************************************************************
001393 3000-CLOSE-FILES.
001394     CLOSE HIST-FILE.
001395*
001396 3000-EXIT.
001397     EXIT.
001398* ****************************************************************
001399* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
001400* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
001410* is PERFORMed; any status other than '00' abends the run with a
001420* message instead of letting the job continue on bad data.
