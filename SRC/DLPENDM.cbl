000100* ****************************************************************
000110* Program name:    DLPENDM
000120* Original author: RICHARD DORIA
000130*
000140* Maintenence Log
000150* Date      Author        Maintenance Requirement
000160* --------- ------------  ---------------------------------------
000170* 10/15/26 RD      Written as the batch maintenance program for
000180*                  the pending-transaction warehouse (WKPEND,
000190*                  the VSAM KSDS keyed on CUENTA + reference).
000200*                  Reads a maintenance file of ADD/CHG/CAN
000210*                  actions: ADD files a new future-dated item or
000220*                  standing order, held for DLPEND to release;
000230*                  CHG alters a still-held item (a blank field
000240*                  keeps what the warehouse carries); CAN cancels
000250*                  a held item.  Items are never deleted, only
000260*                  cancelled, so what was asked for stays on
000270*                  record.  Every rejected action is displayed
000280*                  with its reason and the run ends RC=8 when any
000290*                  action was rejected, RC=0 when all applied.
000300* ****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID.  DLPENDM.
000330 AUTHOR. RICHARD DORIA.
000340 INSTALLATION. COBOL DEVELOPMENT CENTER.
000350 DATE-WRITTEN. 10/15/26.
000360 DATE-COMPILED. 10/15/26.
000370 SECURITY. NON-CONFIDENTIAL.
000380* ****************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT MAINT-FILE       ASSIGN TO PENDIN
000430            ORGANIZATION IS SEQUENTIAL
000440            FILE STATUS IS WK-PENDIN-STATUS.
000450     SELECT PEND-FILE        ASSIGN TO PENDMST
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE IS RANDOM
000480            RECORD KEY IS WK-PD-KEY
000490            FILE STATUS IS WK-PENDMST-STATUS.
000500* ****************************************************************
000510 DATA DIVISION.
000520 FILE SECTION.
000530*    MAINT-FILE - one operator-keyed maintenance action per
000540*    record; a blank CHG field keeps what the warehouse carries.
000550 FD  MAINT-FILE
000560     RECORDING MODE IS F.
000570 01  WK-MT-RECORD.
000580     05  WK-MT-ACTION            PIC X(03).
000590         88  WK-MT-ADD           VALUE 'ADD'.
000600         88  WK-MT-CHANGE        VALUE 'CHG'.
000610         88  WK-MT-CANCEL        VALUE 'CAN'.
000620     05  WK-MT-CUENTA            PIC X(04).
000630     05  WK-MT-REF               PIC X(08).
000640     05  WK-MT-SUBMITTER         PIC X(08).
000650     05  WK-MT-OPERACION         PIC X(20).
000660*    Each operand is keyed as a sign (blank, + or -) and two
000670*    digits, e.g. -05.
000680     05  WK-MT-NUMERO-1          PIC X(03).
000690     05  WK-MT-NUMERO-2          PIC X(03).
000700     05  WK-MT-KIND              PIC X(01).
000710     05  WK-MT-FREQUENCY         PIC X(01).
000720     05  WK-MT-DAY-OF-MONTH      PIC X(02).
000730     05  WK-MT-EFF-DATE          PIC X(08).
000740     05  WK-MT-END-DATE          PIC X(08).
000750     05  FILLER                  PIC X(11).
000760*    PEND-FILE - the warehouse this program maintains; DLPEND
000770*    releases from it and marks what it released or expired.
000780 FD  PEND-FILE.
000790 01  WK-PD-RECORD.
000800     COPY WKPEND REPLACING LEADING
000810          ==PREFIX-== BY ==WK-PD-==.
000820* ****************************************************************
000830 WORKING-STORAGE SECTION.
000840*
000850 01  WK-FILE-STATUSES.
000860     05  WK-PENDIN-STATUS           PIC X(02) VALUE '00'.
000870     05  WK-PENDMST-STATUS          PIC X(02) VALUE '00'.
000880*
000890 01  WK-ABEND-AREA.
000900     05  WK-ABEND-FILE-ID           PIC X(08) VALUE SPACES.
000910     05  WK-ABEND-STATUS            PIC X(02) VALUE SPACES.
000920*
000930 01  WK-SWITCHES.
000940     05  WK-EOF-SW                  PIC X(01) VALUE 'N'.
000950         88  WK-EOF                 VALUE 'Y'.
000960     05  WK-REJECT-SW               PIC X(01) VALUE 'N'.
000970         88  WK-REJECTED            VALUE 'Y'.
000980     05  WK-FOUND-SW                PIC X(01) VALUE 'N'.
000990         88  WK-FOUND               VALUE 'Y'.
001000*
001010 01  WK-REASON-TEXT                        PIC X(30) VALUE SPACES.
001020 01  WK-TODAY                              PIC X(08).
001030*
001040*    One keyed operand, split into its sign and its digits.
001050 01  WK-OPERAND-IN.
001060     05  WK-OI-SIGN                 PIC X(01).
001070     05  WK-OI-DIGITS               PIC X(02).
001080     05  WK-OI-DIGITS-N REDEFINES WK-OI-DIGITS
001090                                    PIC 9(02).
001100 01  WK-OPERAND-VALUE                      PIC S9(02).
001110*
001120 01  WK-DAY-X                              PIC X(02).
001130 01  WK-DAY-N REDEFINES WK-DAY-X           PIC 9(02).
001140*
001150 01  WK-COUNTERS.
001160     05  WK-READ-COUNT              PIC 9(09) VALUE ZERO.
001170     05  WK-ADDED-COUNT             PIC 9(09) VALUE ZERO.
001180     05  WK-CHANGED-COUNT           PIC 9(09) VALUE ZERO.
001190     05  WK-CANCEL-COUNT            PIC 9(09) VALUE ZERO.
001200     05  WK-REJECT-COUNT            PIC 9(09) VALUE ZERO.
001210* ****************************************************************
001220 PROCEDURE DIVISION.
001230* ****************************************************************
001240* 0000-MAINLINE - apply the maintenance file end to end.
001250* ****************************************************************
001260 0000-MAINLINE.
001270     ACCEPT WK-TODAY                  FROM DATE YYYYMMDD.
001280     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
001290     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
001300     PERFORM 3000-APPLY-ONE-ACTION THRU 3000-EXIT
001310         UNTIL WK-EOF.
001320     PERFORM 4000-CLOSE-FILES THRU 4000-EXIT.
001330     STOP RUN.
001340*
001350 0000-EXIT.
001360     EXIT.
001370* ****************************************************************
001380* 1000-OPEN-FILES - open every file, checking status after each
001390* OPEN so a missing/misallocated dataset abends the run.
001400* ****************************************************************
001410 1000-OPEN-FILES.
001420     OPEN INPUT  MAINT-FILE.
001430     MOVE 'PENDIN'            TO WK-ABEND-FILE-ID.
001440     MOVE WK-PENDIN-STATUS    TO WK-ABEND-STATUS.
001450     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001460     OPEN I-O    PEND-FILE.
001470     MOVE 'PENDMST'           TO WK-ABEND-FILE-ID.
001480     MOVE WK-PENDMST-STATUS   TO WK-ABEND-STATUS.
001490     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
001500*
001510 1000-EXIT.
001520     EXIT.
001530* ****************************************************************
001540* 2000-READ-MAINT - prime/advance the maintenance file.
001550* ****************************************************************
001560 2000-READ-MAINT.
001570     READ MAINT-FILE
001580         AT END
001590             MOVE 'Y'                 TO WK-EOF-SW
001600         NOT AT END
001610             ADD 1                    TO WK-READ-COUNT
001620     END-READ.
001630     IF WK-PENDIN-STATUS NOT = '00'
001640        AND WK-PENDIN-STATUS NOT = '10'
001650         MOVE 'PENDIN'            TO WK-ABEND-FILE-ID
001660         MOVE WK-PENDIN-STATUS    TO WK-ABEND-STATUS
001670         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
001680     END-IF.
001690*
001700 2000-EXIT.
001710     EXIT.
001720* ****************************************************************
001730* 3000-APPLY-ONE-ACTION - route one maintenance record by action
001740* code, then advance to the next record.
001750* ****************************************************************
001760 3000-APPLY-ONE-ACTION.
001770     MOVE 'N'                         TO WK-REJECT-SW.
001780     MOVE SPACES                      TO WK-REASON-TEXT.
001790     IF WK-MT-CUENTA = SPACES
001800        OR WK-MT-REF = SPACES
001810         MOVE 'CUENTA OR REFERENCE IS BLANK'
001820                                      TO WK-REASON-TEXT
001830         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001840     ELSE
001850         EVALUATE TRUE
001860             WHEN WK-MT-ADD
001870                 PERFORM 3100-ADD-ITEM THRU 3100-EXIT
001880             WHEN WK-MT-CHANGE
001890                 PERFORM 3200-CHANGE-ITEM THRU 3200-EXIT
001900             WHEN WK-MT-CANCEL
001910                 PERFORM 3300-CANCEL-ITEM THRU 3300-EXIT
001920             WHEN OTHER
001930                 MOVE 'ACTION NOT ADD/CHG/CAN'
001940                                      TO WK-REASON-TEXT
001950                 PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
001960         END-EVALUATE
001970     END-IF.
001980     PERFORM 2000-READ-MAINT THRU 2000-EXIT.
001990*
002000 3000-EXIT.
002010     EXIT.
002020* ****************************************************************
002030* 3100-ADD-ITEM - a new item needs its submitter, operation,
002040* both operands and its kind; a key already on the warehouse is
002050* rejected, never replaced - that is what CHG is for.
002060* ****************************************************************
002070 3100-ADD-ITEM.
002080     IF WK-MT-SUBMITTER = SPACES
002090        OR WK-MT-OPERACION = SPACES
002100        OR WK-MT-NUMERO-1 = SPACES
002110        OR WK-MT-NUMERO-2 = SPACES
002120        OR WK-MT-KIND = SPACES
002130         MOVE 'ADD MISSING A REQUIRED FIELD'
002140                                      TO WK-REASON-TEXT
002150         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002160         GO TO 3100-EXIT
002170     END-IF.
002180     MOVE SPACES                      TO WK-PD-RECORD.
002190     MOVE WK-MT-CUENTA                TO WK-PD-CUENTA.
002200     MOVE WK-MT-REF                   TO WK-PD-REF.
002210     MOVE ZERO                        TO WK-PD-DAY-OF-MONTH
002220                                         WK-PD-RELEASE-COUNT.
002230     SET WK-PD-HELD                   TO TRUE.
002240     PERFORM 3400-APPLY-FIELDS THRU 3400-EXIT.
002250     IF WK-REJECTED
002260         GO TO 3100-EXIT
002270     END-IF.
002280     PERFORM 3450-VALIDATE-ITEM THRU 3450-EXIT.
002290     IF WK-REJECTED
002300         GO TO 3100-EXIT
002310     END-IF.
002320     MOVE WK-TODAY                    TO WK-PD-MAINT-DATE.
002330     WRITE WK-PD-RECORD
002340         INVALID KEY
002350             MOVE 'ITEM ALREADY ON WAREHOUSE'
002360                                      TO WK-REASON-TEXT
002370             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002380         NOT INVALID KEY
002390             ADD 1                    TO WK-ADDED-COUNT
002400     END-WRITE.
002410     PERFORM 8000-CHECK-MASTER-STATUS THRU 8000-EXIT.
002420*
002430 3100-EXIT.
002440     EXIT.
002450* ****************************************************************
002460* 3200-CHANGE-ITEM - alter an item still waiting to release; a
002470* blank field keeps what the warehouse carries.  An item already
002480* released, cancelled or expired is history, not a request.
002490* ****************************************************************
002500 3200-CHANGE-ITEM.
002510     PERFORM 3500-READ-MASTER THRU 3500-EXIT.
002520     IF NOT WK-FOUND
002530         GO TO 3200-EXIT
002540     END-IF.
002550     IF NOT WK-PD-HELD
002560         MOVE 'ITEM NOT HELD - CANNOT CHANGE'
002570                                      TO WK-REASON-TEXT
002580         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002590         GO TO 3200-EXIT
002600     END-IF.
002610     IF WK-MT-RECORD (16:54) = SPACES
002620         MOVE 'CHG WITH NOTHING TO CHANGE'
002630                                      TO WK-REASON-TEXT
002640         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002650         GO TO 3200-EXIT
002660     END-IF.
002670     PERFORM 3400-APPLY-FIELDS THRU 3400-EXIT.
002680     IF WK-REJECTED
002690         GO TO 3200-EXIT
002700     END-IF.
002710     PERFORM 3450-VALIDATE-ITEM THRU 3450-EXIT.
002720     IF WK-REJECTED
002730         GO TO 3200-EXIT
002740     END-IF.
002750     MOVE WK-TODAY                    TO WK-PD-MAINT-DATE.
002760     PERFORM 3550-REWRITE-MASTER THRU 3550-EXIT.
002770     ADD 1                            TO WK-CHANGED-COUNT.
002780*
002790 3200-EXIT.
002800     EXIT.
002810* ****************************************************************
002820* 3300-CANCEL-ITEM - stop a held item from ever releasing.  The
002830* record stays on the warehouse, marked cancelled.
002840* ****************************************************************
002850 3300-CANCEL-ITEM.
002860     PERFORM 3500-READ-MASTER THRU 3500-EXIT.
002870     IF NOT WK-FOUND
002880         GO TO 3300-EXIT
002890     END-IF.
002900     IF NOT WK-PD-HELD
002910         MOVE 'ITEM NOT HELD - CANNOT CANCEL'
002920                                      TO WK-REASON-TEXT
002930         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
002940         GO TO 3300-EXIT
002950     END-IF.
002960     SET WK-PD-CANCELLED              TO TRUE.
002970     MOVE WK-TODAY                    TO WK-PD-MAINT-DATE.
002980     PERFORM 3550-REWRITE-MASTER THRU 3550-EXIT.
002990     ADD 1                            TO WK-CANCEL-COUNT.
003000*
003010 3300-EXIT.
003020     EXIT.
003030* ****************************************************************
003040* 3400-APPLY-FIELDS - move every keyed (non-blank) field onto the
003050* warehouse record, converting the operands and the day.
003060* ****************************************************************
003070 3400-APPLY-FIELDS.
003080     IF WK-MT-SUBMITTER NOT = SPACES
003090         MOVE WK-MT-SUBMITTER         TO WK-PD-SUBMITTER
003100     END-IF.
003110     IF WK-MT-OPERACION NOT = SPACES
003120         MOVE WK-MT-OPERACION         TO WK-PD-OPERACION
003130     END-IF.
003140     IF WK-MT-NUMERO-1 NOT = SPACES
003150         MOVE WK-MT-NUMERO-1          TO WK-OPERAND-IN
003160         PERFORM 3420-CONVERT-OPERAND THRU 3420-EXIT
003170         IF WK-REJECTED
003180             GO TO 3400-EXIT
003190         END-IF
003200         MOVE WK-OPERAND-VALUE        TO WK-PD-NUMERO-1
003210     END-IF.
003220     IF WK-MT-NUMERO-2 NOT = SPACES
003230         MOVE WK-MT-NUMERO-2          TO WK-OPERAND-IN
003240         PERFORM 3420-CONVERT-OPERAND THRU 3420-EXIT
003250         IF WK-REJECTED
003260             GO TO 3400-EXIT
003270         END-IF
003280         MOVE WK-OPERAND-VALUE        TO WK-PD-NUMERO-2
003290     END-IF.
003300     IF WK-MT-KIND NOT = SPACES
003310         MOVE WK-MT-KIND              TO WK-PD-KIND
003320     END-IF.
003330     IF WK-MT-FREQUENCY NOT = SPACES
003340         MOVE WK-MT-FREQUENCY         TO WK-PD-FREQUENCY
003350     END-IF.
003360     IF WK-MT-DAY-OF-MONTH NOT = SPACES
003370         MOVE WK-MT-DAY-OF-MONTH      TO WK-DAY-X
003380         IF WK-DAY-X NOT NUMERIC
003390             MOVE 'DAY OF MONTH NOT NUMERIC'
003400                                      TO WK-REASON-TEXT
003410             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
003420             GO TO 3400-EXIT
003430         END-IF
003440         MOVE WK-DAY-N                TO WK-PD-DAY-OF-MONTH
003450     END-IF.
003460     IF WK-MT-EFF-DATE NOT = SPACES
003470         MOVE WK-MT-EFF-DATE          TO WK-PD-EFF-DATE
003480     END-IF.
003490     IF WK-MT-END-DATE NOT = SPACES
003500         MOVE WK-MT-END-DATE          TO WK-PD-END-DATE
003510     END-IF.
003520*
003530 3400-EXIT.
003540     EXIT.
003550* ****************************************************************
003560* 3420-CONVERT-OPERAND - a keyed sign and two digits into a
003570* signed operand.
003580* ****************************************************************
003590 3420-CONVERT-OPERAND.
003600     IF WK-OI-DIGITS NOT NUMERIC
003610        OR (WK-OI-SIGN NOT = SPACE
003620            AND WK-OI-SIGN NOT = '+'
003630            AND WK-OI-SIGN NOT = '-')
003640         MOVE 'OPERAND NOT SIGN AND 2 DIGITS'
003650                                      TO WK-REASON-TEXT
003660         PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
003670         GO TO 3420-EXIT
003680     END-IF.
003690     MOVE WK-OI-DIGITS-N              TO WK-OPERAND-VALUE.
003700     IF WK-OI-SIGN = '-'
003710         SUBTRACT WK-OPERAND-VALUE FROM ZERO
003720             GIVING WK-OPERAND-VALUE
003730     END-IF.
003740*
003750 3420-EXIT.
003760     EXIT.
003770* ****************************************************************
003780* 3450-VALIDATE-ITEM - prove the item as it will stand on the
003790* warehouse.  A future-dated item needs the date it is wanted
003800* and carries no frequency.  A standing order needs a frequency
003810* of D, M or N, and N needs a day 01-28 (later days do not
003820* exist every month - M covers the end of the month).  Dates
003830* must be numeric and the end may not come before the start.
003840* ****************************************************************
003850 3450-VALIDATE-ITEM.
003860     EVALUATE TRUE
003870         WHEN WK-PD-FUTURE-DATED
003880             IF WK-PD-EFF-DATE NOT NUMERIC
003890                 MOVE 'FUTURE ITEM NEEDS AN EFF DATE'
003900                                      TO WK-REASON-TEXT
003910                 PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
003920                 GO TO 3450-EXIT
003930             END-IF
003940             MOVE SPACE               TO WK-PD-FREQUENCY
003950             MOVE ZERO                TO WK-PD-DAY-OF-MONTH
003960         WHEN WK-PD-STANDING
003970             IF NOT WK-PD-EVERY-BUS-DAY
003980                AND NOT WK-PD-MONTH-END-ONLY
003990                AND NOT WK-PD-DAY-OF-MONTH-DUE
004000                 MOVE 'FREQUENCY NOT D, M OR N'
004010                                      TO WK-REASON-TEXT
004020                 PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
004030                 GO TO 3450-EXIT
004040             END-IF
004050             IF WK-PD-DAY-OF-MONTH-DUE
004060                 IF WK-PD-DAY-OF-MONTH < 1
004070                    OR WK-PD-DAY-OF-MONTH > 28
004080                     MOVE 'DAY OF MONTH NOT 01-28'
004090                                      TO WK-REASON-TEXT
004100                     PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
004110                     GO TO 3450-EXIT
004120                 END-IF
004130             ELSE
004140                 MOVE ZERO            TO WK-PD-DAY-OF-MONTH
004150             END-IF
004160             IF WK-PD-EFF-DATE NOT = SPACES
004170                AND WK-PD-EFF-DATE NOT NUMERIC
004180                 MOVE 'EFF DATE NOT NUMERIC'
004190                                      TO WK-REASON-TEXT
004200                 PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
004210                 GO TO 3450-EXIT
004220             END-IF
004230         WHEN OTHER
004240             MOVE 'KIND NOT F OR S'   TO WK-REASON-TEXT
004250             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
004260             GO TO 3450-EXIT
004270     END-EVALUATE.
004280     IF WK-PD-END-DATE NOT = SPACES
004290         IF WK-PD-END-DATE NOT NUMERIC
004300             MOVE 'END DATE NOT NUMERIC'
004310                                      TO WK-REASON-TEXT
004320             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
004330             GO TO 3450-EXIT
004340         END-IF
004350         IF WK-PD-EFF-DATE NOT = SPACES
004360            AND WK-PD-END-DATE < WK-PD-EFF-DATE
004370             MOVE 'END DATE BEFORE EFF DATE'
004380                                      TO WK-REASON-TEXT
004390             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
004400             GO TO 3450-EXIT
004410         END-IF
004420     END-IF.
004430*
004440 3450-EXIT.
004450     EXIT.
004460* ****************************************************************
004470* 3500-READ-MASTER - read the action's item; not on the
004480* warehouse is a rejection for every action but ADD.
004490* ****************************************************************
004500 3500-READ-MASTER.
004510     MOVE 'N'                         TO WK-FOUND-SW.
004520     MOVE WK-MT-CUENTA                TO WK-PD-CUENTA.
004530     MOVE WK-MT-REF                   TO WK-PD-REF.
004540     READ PEND-FILE
004550         INVALID KEY
004560             MOVE 'ITEM NOT ON WAREHOUSE'
004570                                      TO WK-REASON-TEXT
004580             PERFORM 3600-REJECT-ACTION THRU 3600-EXIT
004590         NOT INVALID KEY
004600             MOVE 'Y'                 TO WK-FOUND-SW
004610     END-READ.
004620     PERFORM 8000-CHECK-MASTER-STATUS THRU 8000-EXIT.
004630*
004640 3500-EXIT.
004650     EXIT.
004660* ****************************************************************
004670* 3550-REWRITE-MASTER.
004680* ****************************************************************
004690 3550-REWRITE-MASTER.
004700     REWRITE WK-PD-RECORD.
004710     MOVE 'PENDMST'                   TO WK-ABEND-FILE-ID.
004720     MOVE WK-PENDMST-STATUS           TO WK-ABEND-STATUS.
004730     PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT.
004740*
004750 3550-EXIT.
004760     EXIT.
004770* ****************************************************************
004780* 3600-REJECT-ACTION - display the rejected action with its
004790* reason; the run ends RC=8 so the reject is never missed in an
004800* unattended submit.
004810* ****************************************************************
004820 3600-REJECT-ACTION.
004830     MOVE 'Y'                         TO WK-REJECT-SW.
004840     ADD 1                            TO WK-REJECT-COUNT.
004850     DISPLAY 'DLPENDM - REJECTED ' WK-MT-ACTION
004860        ' ' WK-MT-CUENTA ' ' WK-MT-REF ' - ' WK-REASON-TEXT.
004870*
004880 3600-EXIT.
004890     EXIT.
004900* ****************************************************************
004910* 4000-CLOSE-FILES - report the run's counts and close up.
004920* ****************************************************************
004930 4000-CLOSE-FILES.
004940     DISPLAY '*********************************************'.
004950     DISPLAY 'DLPENDM - ACTIONS READ        ' WK-READ-COUNT.
004960     DISPLAY 'DLPENDM - ITEMS ADDED         ' WK-ADDED-COUNT.
004970     DISPLAY 'DLPENDM - ITEMS CHANGED       ' WK-CHANGED-COUNT.
004980     DISPLAY 'DLPENDM - ITEMS CANCELLED     ' WK-CANCEL-COUNT.
004990     DISPLAY 'DLPENDM - ACTIONS REJECTED    ' WK-REJECT-COUNT.
005000     IF WK-REJECT-COUNT > ZERO
005010         MOVE 8                       TO RETURN-CODE
005020     END-IF.
005030     CLOSE MAINT-FILE.
005040     CLOSE PEND-FILE.
005050*
005060 4000-EXIT.
005070     EXIT.
005080* ****************************************************************
005090* 8000-CHECK-MASTER-STATUS - after a keyed READ/WRITE, anything
005100* other than clean or the not-found/duplicate statuses the INVALID
005110* KEY paths already handled abends the run.
005120* ****************************************************************
005130 8000-CHECK-MASTER-STATUS.
005140     IF WK-PENDMST-STATUS NOT = '00'
005150        AND WK-PENDMST-STATUS NOT = '22'
005160        AND WK-PENDMST-STATUS NOT = '23'
005170         MOVE 'PENDMST'           TO WK-ABEND-FILE-ID
005180         MOVE WK-PENDMST-STATUS   TO WK-ABEND-STATUS
005190         PERFORM 9000-VERIFY-FILE-STATUS THRU 9000-EXIT
005200     END-IF.
005210*
005220 8000-EXIT.
005230     EXIT.
005240* ****************************************************************
005250* 9000-VERIFY-FILE-STATUS - common I/O error check.  WK-ABEND-
005260* FILE-ID/WK-ABEND-STATUS are moved by the caller just before this
005270* is PERFORMed; any status other than '00' abends the run with a
005280* message instead of letting the job continue on bad data.
005290* ****************************************************************
005300 9000-VERIFY-FILE-STATUS.
005310     IF WK-ABEND-STATUS NOT = '00'
005320         DISPLAY 'DLPENDM - I/O ERROR ON ' WK-ABEND-FILE-ID
005330            ' - FILE STATUS ' WK-ABEND-STATUS
005340         MOVE 16                      TO RETURN-CODE
005350         STOP RUN
005360     END-IF.
005370*
005380 9000-EXIT.
005390     EXIT.
