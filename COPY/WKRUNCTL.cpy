000130* Installation:    COBOL DEVELOPMENT CENTER
000140*
000150* Describes one run-control record - the state of one step of
000151* one run, posted by the step's own program as it ends and read
000152* back by the status inquiry (and by anyone working a restart,
000153* instead of operator memory).  The master is a VSAM KSDS keyed
000154* on run date + cycle + step name, so a rerun of the same step
000155* in the same cycle on the same date replaces its record.
000156*
000157* CYCLE is blank for the nightly run and 1-9 for the daytime
000158* priority cycles of DEVOPSIC (the steps' PARM='CYCLE=n'); blank
000159* sorts first, so a date's nightly postings browse ahead of its
000160* daytime cycles and each cycle's steps browse together.  The
000161* nightly-only steps (STEP005, 016, 017, 060) always post
000162* blank; STEP050 returns the nightly run and each cycle apart,
000163* so it posts under the cycle it answered.
000210*
000220* The three generic counters mean what the posting program says
000230* they mean:
000235*   STEP005 DLPEND   IN=items   OUT=released ALT=held
000240*   STEP015 DLEDIT   IN=details OUT=clean    ALT=suspense
000241*   STEP016 DLUSAGE  IN=accounts OUT=alerts  ALT=cut off
000250*   STEP017 DLSPLIT  IN=read    OUT=sliced   ALT=partitions
000260*   STEP020 DEVOPS   IN=read    OUT=results  ALT=history
000270*   STEP030 DLRPT    IN=input   OUT=results  ALT=rejects
000271*   STEP035 DLCHAIN  IN=clean   OUT=results  ALT=links broken
000280*   STEP040 DLGLEXT  IN=read    OUT=details  ALT=skipped
000281*   STEP045 DLGLACK  IN=sent    OUT=acked    ALT=rejected
000282*   STEP050 DLRETN   IN=details OUT=returned ALT=unrouted
000283*   STEP060 DLHBKUP  IN=read    OUT=backed up
000290* EXCP-COUNT is the exception count where the step has one
000291* (for STEP005, the items that expired; for STEP015, the details
000292* held as probable duplicates).
000300* BALANCE-SW is 'Y'/'N' from the steps that balance something
000310* (the reconciliation report, the split, the count-chain
000311* check, the return files, the backup), space from the rest.
000312* STEP045's BALANCE-SW means something different from every
000313* other step's: it is the GL PARTNER's accept/reject verdict on
000314* the transmission, not the run's own balance - the inquiry
000315* reports it on its own line, never folded into the run-
000316* balance answer.  STEP045 also carries blank START-TS/END-TS:
000317* the acknowledgment arrives on the partner's schedule, days
000318* after the run it answers for, so elapsed time would be
000319* meaningless (the trend report skips timestampless records
000320* for the same reason).
000321*
000330* A step that abended leaves NO record for the date - the
000340* inquiry reports the first missing step as where the run
000350* stopped.
000465*                  verdict, kept apart from the run balance,
000466*                  and the timestamps are blank) to the step
000467*                  table above.
000468* 10/15/26 RD      Added STEP050 (DLRETN, the return files -
000469*                  BALANCE-SW is the return balance verdict).
000470* 10/15/26 RD      Added STEP005 (DLPEND, the pending-item
000471*                  release ahead of the intake - EXCP-COUNT is
000472*                  the items that expired).
000473* 10/15/26 RD      Added STEP016 (DLUSAGE, the account usage
000474*                  alerts).
000475* 10/15/26 RD      Added STEP060 (DLHBKUP, the history backup -
000476*                  BALANCE-SW is backed up = read).
000477* 10/15/26 RD      Added CYCLE to the key between the run date and
000478*                  the step name so the daytime priority cycles
000479*                  post apart from the nightly run; taken from the
000480*                  FILLER, the record stays 100 bytes.
000481* 10/15/26 RD      STEP015's EXCP-COUNT is now the details DLEDIT
000482*                  held as probable duplicates (it was zero).
000483* 10/15/26 RD      STEP015's IN-COUNT is the details edited, not
000484*                  every record read, so IN = OUT + ALT + EXCP;
000485*                  STEP050 posts under the cycle it returned.
000486******************************************************************
000487 05  PREFIX-KEY.
000490     10  PREFIX-RUN-DATE            PIC X(08).
000491     10  PREFIX-CYCLE               PIC X(01).
000500     10  PREFIX-STEP-NAME           PIC X(08).
000510 05  PREFIX-PROGRAM              PIC X(08).
000520 05  PREFIX-START-TS             PIC X(14).
000570 05  PREFIX-EXCP-COUNT           PIC 9(09).
000580 05  PREFIX-RETURN-CODE          PIC 9(04).
000590 05  PREFIX-BALANCE-SW           PIC X(01).
000591 05  FILLER                      PIC X(06).
