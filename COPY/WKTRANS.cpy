000394*                  the result/history/audit postings and the
000395*                  month-end chargeback report.  Record is now a
000396*                  fixed 70 bytes.
000397* 10/15/26 RD      Added the REVERSAL group.  A department
000398*                  backs out an operation already posted by
000399*                  sending a reversal record (REV-SW 'R') that
000401*                  names the original's ID and FECHA-PROCESO in
000402*                  REV-KEY; once posted, the original's history
000403*                  record is marked REV-SW 'X' with REV-KEY
000404*                  pointing back at the reversal.  A reserved
000405*                  FILLER follows so the next addition does not
000406*                  mean another conversion of every dataset.
000407*                  Record is now a fixed 120 bytes.
000408* 10/15/26 RD      Added the ORIGIN group out of the reserved
000409*                  FILLER - SUBMITTER (the batch header's
000410*                  submitter ID) and ORIG-REF (the ID the
000411*                  department sent), stamped by DLEDIT as it
000412*                  accepts or suspends the detail.  ID is ours
000413*                  from the edit on; ORIG-REF is how the return
000414*                  file answers the department in its own terms.
000415* 10/15/26 RD      Added ORIG-FECHA to the ORIGIN group out of the
000416*                  reserved FILLER - the FECHA-PROCESO of the
000417*                  night an item belongs to when it is processed
000418*                  later than that night: set by DLSUSP from the
000419*                  suspended record when it resubmits the item,
000420*                  and by DEVOPS from the checkpoint when a
000421*                  restart resumes on a later date.  Blank for
000422*                  ordinary work.  DLCHGBK bills an item in the
000423*                  month of ORIG-FECHA when it is set.
000424* 10/15/26 RD      Added DUP-SCREEN out of the reserved FILLER.
000425*                  DLEDIT holds a probable duplicate of an
000426*                  account's recent work for review instead of
000427*                  passing it; an item already cleared of that
000428*                  screen carries 'R' (released from the review
000429*                  by DLDUPRV) or 'S' (a scheduled release from
000430*                  the pending warehouse by DLPEND - a standing
000431*                  order repeats by design) and is not screened
000432*                  again.  Blank for ordinary work.
000434******************************************************************
000435 05  PREFIX-KEY.
000436     10  PREFIX-ID                  PIC X(08).
000437     10  PREFIX-FECHA-PROCESO       PIC X(08).
000438 05  PREFIX-OPERACION            PIC X(20).
000440 05  PREFIX-NUMERO-1             PIC S9(02).
000450 05  PREFIX-NUMERO-2             PIC S9(02).
000460 05  PREFIX-RESULTADO            PIC S9(04)V9(02).
000470 05  PREFIX-MENSAJE-ERROR        PIC X(20).
000480 05  PREFIX-CUENTA               PIC X(04).
000490 05  PREFIX-REVERSAL.
000500     10  PREFIX-REV-SW              PIC X(01).
000510         88  PREFIX-IS-REVERSAL     VALUE 'R'.
000520         88  PREFIX-IS-REVERSED     VALUE 'X'.
000530     10  PREFIX-REV-KEY.
000540         15  PREFIX-REV-ID          PIC X(08).
000550         15  PREFIX-REV-FECHA       PIC X(08).
000560 05  PREFIX-ORIGIN.
000570     10  PREFIX-SUBMITTER           PIC X(08).
000580     10  PREFIX-ORIG-REF            PIC X(08).
000581     10  PREFIX-ORIG-FECHA          PIC X(08).
000582 05  PREFIX-DUP-SCREEN           PIC X(01).
000583     88  PREFIX-DUP-RELEASED     VALUE 'R'.
000584     88  PREFIX-DUP-SCHEDULED    VALUE 'S'.
000585     88  PREFIX-DUP-CLEARED      VALUE 'R' 'S'.
000586 05  FILLER                      PIC X(08).
