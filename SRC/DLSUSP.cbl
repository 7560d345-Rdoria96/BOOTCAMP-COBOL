000585*                  account item no longer resubmits only to
000586*                  bounce straight back to suspense the next
000587*                  night.
000588* 10/15/26 RD      Overlays widened with WKTRANS (reversal
000589*                  group, now 120 bytes).  A suspended reversal
000591*                  (reasons 10-13) is never corrected or
000592*                  resubmitted from here - its original either
000593*                  is not there or is already backed out, so it
000594*                  ages on the report until the department
000595*                  resends it.
000596* 10/15/26 RD      Carries the ORIGIN group (SUBMITTER and the
000597*                  department's ORIG-REF, see WKTRANS) through
000598*                  the correction onto the resubmitted record,
000599*                  so DLEDIT keeps the item returned to the
000600*                  department that first sent it.
000601* 10/15/26 RD      Reason-code summary table widened to 20 codes
000602*                  - DLEDIT's reasons now run 01-14 (14, over
000603*                  the account's operation limit).  An approved
000604*                  reason-14 item resubmits like any other; the
000605*                  next night's edit prices it against the
000606*                  limits again.
000607* 10/15/26 RD      A resubmitted item carries ORIG-FECHA (see
000608*                  WKTRANS) - the suspended record's
000609*                  FECHA-PROCESO, or the date it already carried
000610*                  if it had been resubmitted before - so the
000611*                  chargeback bills it to the month it was first
000612*                  sent in, and one resubmitted after that month
000613*                  closed is billed as a prior-period adjustment.
000614* ****************************************************************
000615 IDENTIFICATION DIVISION.
000616 PROGRAM-ID.  DLSUSP.
000620 AUTHOR. RICHARD DORIA.
000630 INSTALLATION. COBOL DEVELOPMENT CENTER.
000640 DATE-WRITTEN. 08/23/26.
001110     05  WK-SUX-NUMERO-2         PIC X(02).
001120     05  FILLER                  PIC X(26).
001130     05  WK-SUX-CUENTA           PIC X(04).
001131     05  WK-SUX-REVERSAL         PIC X(17).
001132     05  WK-SUX-ORIGIN           PIC X(24).
001133     05  FILLER                  PIC X(09).
001140     05  FILLER                  PIC X(32).
001150*    CORRECTION-FILE - one operator-keyed correction per record,
001160*    keyed by the suspense item's ID/FECHA-PROCESO.  A blank
001490     05  WK-RSX-NUMERO-2         PIC X(02).
001500     05  FILLER                  PIC X(26).
001510     05  WK-RSX-CUENTA           PIC X(04).
001511     05  WK-RSX-REVERSAL         PIC X(17).
001512     05  WK-RSX-ORIGIN           PIC X(24).
001513     05  FILLER                  PIC X(09).
001520*    The same record as a batch-control (HDR/TRL) record - the
001530*    resubmission file carries its own controls for DLEDIT.
001540 01  WK-RSC-RECORD.
002580     05  WK-WX-NUMERO-2          PIC X(02).
002590     05  FILLER                  PIC X(26).
002600     05  WK-WX-CUENTA            PIC X(04).
002601     05  WK-WX-REVERSAL          PIC X(17).
002602     05  WK-WX-ORIGIN            PIC X(24).
002603     05  FILLER                  PIC X(09).
002610*
002620*    Aging support - days outstanding is today's day number
002630*    minus the suspense record's FECHA-PROCESO day number.
002710*    Unresolved items summarized by reason code across five age
002720*    buckets - the last bucket is items already past the 30-
002730*    generation roll-off horizon.
002731 01  WK-REASON-MAX                  PIC S9(04) COMP VALUE +20.
002750 01  WK-REASON-COUNT                PIC S9(04) COMP VALUE ZERO.
002760 01  WK-REASON-IX                   PIC S9(04) COMP VALUE ZERO.
002770 01  WK-REASON-FOUND-IX             PIC S9(04) COMP VALUE ZERO.
002780 01  WK-REASON-TABLE.
002781     05  WK-REASON-ENTRY OCCURS 20 TIMES.
002800         10  WK-RT-REASON-CODE      PIC X(02).
002810         10  WK-RT-BUCKET-COUNT OCCURS 5 TIMES
002820                                    PIC 9(07).
006570 3000-PROCESS-SUSPENSE.
006580     PERFORM 3050-FIND-CORRECTION THRU 3050-EXIT.
006590     EVALUATE TRUE
006591*        A suspended reversal is never corrected here - it ages
006592*        under its own reason until the department resends it.
006593         WHEN WK-SU-IS-REVERSAL
006594             MOVE WK-SU-REASON-CODE   TO WK-REASON-CODE
006595             MOVE WK-SU-REASON-TEXT   TO WK-REASON-TEXT
006596             PERFORM 3300-REPORT-UNRESOLVED THRU 3300-EXIT
006600         WHEN WK-CORR-FOUND-IX = ZERO
006610             MOVE WK-SU-REASON-CODE   TO WK-REASON-CODE
006620             MOVE WK-SU-REASON-TEXT   TO WK-REASON-TEXT
007270     MOVE WK-SUX-NUMERO-1             TO WK-WX-NUMERO-1.
007280     MOVE WK-SUX-NUMERO-2             TO WK-WX-NUMERO-2.
007290     MOVE WK-SUX-CUENTA               TO WK-WX-CUENTA.
007291     MOVE WK-SUX-REVERSAL             TO WK-WX-REVERSAL.
007292     MOVE WK-SUX-ORIGIN               TO WK-WX-ORIGIN.
007293     IF WK-WR-ORIG-FECHA = SPACES
007294         MOVE WK-SUX-FECHA-PROCESO    TO WK-WR-ORIG-FECHA
007295     END-IF.
007300     IF WK-CT-OPERACION (WK-CORR-FOUND-IX) NOT = SPACES
007310         MOVE WK-CT-OPERACION (WK-CORR-FOUND-IX)
007320                                      TO WK-WX-OPERACION
009380* for the next nightly intake.
009390* ****************************************************************
009400 3500-WRITE-RESUBMIT.
009405     MOVE SPACES                      TO WK-RSX-RECORD.
009410     MOVE WK-WX-ID                    TO WK-RSX-ID.
009420     MOVE WK-WX-FECHA-PROCESO         TO WK-RSX-FECHA-PROCESO.
009430     MOVE WK-WX-OPERACION             TO WK-RSX-OPERACION.
009440     MOVE WK-WX-NUMERO-1              TO WK-RSX-NUMERO-1.
009450     MOVE WK-WX-NUMERO-2              TO WK-RSX-NUMERO-2.
009460     MOVE WK-WX-CUENTA                TO WK-RSX-CUENTA.
009465     MOVE WK-WX-REVERSAL              TO WK-RSX-REVERSAL.
009466     MOVE WK-WX-ORIGIN                TO WK-RSX-ORIGIN.
009470     MOVE ZERO                        TO WK-RS-RESULTADO.
009480     MOVE SPACES                      TO WK-RS-MENSAJE-ERROR.
009490     WRITE WK-RS-RECORD.
