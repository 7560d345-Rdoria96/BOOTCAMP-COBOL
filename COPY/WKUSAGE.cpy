000100******************************************************************
000110* Copybook name:   WKUSAGE
000120* Original author: RICHARD DORIA
000130* Installation:    COBOL DEVELOPMENT CENTER
000140*
000150* Describes one account-usage record - one record per CUENTA
000160* on a VSAM KSDS keyed on CUENTA, carrying the operations the
000170* nightly edit accepted for the account in the current billing
000180* month.  DLEDIT maintains it and enforces WKACCT's daily and
000190* monthly limits against it; DLUSAGE reports the accounts
000200* closing in on a limit.
000210*
000220* The billing month is the processing calendar's month-end
000230* period: PERIOD-END is the first month-end processing date
000240* (WKCALEND MONTH-END-SW) on or after the run date.  A record
000250* whose PERIOD-END is not tonight's belongs to a closed month
000260* and counts as zero - that is the month-end reset, and it
000270* needs no separate job.
000280*
000281* The month-to-date total is MTD-PRIOR + DAY-PRIOR + DAY-COUNT.
000282* DAY-COUNT is what was accepted by the run LAST-RUN-DATE +
000283* LAST-RUN-CYCLE names (cycle blank the nightly run, 1-9 a
000284* daytime priority cycle); DAY-PRIOR is what earlier cycles of
000285* that date accepted; MTD-PRIOR is the period's total before
000286* that date.  A run on a new date rolls DAY-PRIOR and DAY-COUNT
000287* into MTD-PRIOR first; a new cycle of the same date rolls
000288* DAY-COUNT into DAY-PRIOR; a rerun of the SAME date and cycle (a
000330* restart resubmission runs the edit again) REPLACES DAY-COUNT
000331* instead of adding to it, so a restart never counts a run
000332* twice.  Only the latest cycle posted can be rerun that way - a
000333* rerun of an earlier cycle once a later one has posted would be
000334* counted again.  The day's total is DAY-PRIOR + DAY-COUNT.
000335* Records written before DAY-PRIOR existed carry spaces there,
000336* which read as zero.
000360*
000370* Callers COPY this book once per record they need, renaming
000380* the PREFIX- data names to their own prefix, the same way
000390* WKTRANS is copied.
000400*
000410* Maintenence Log
000420* Date      Author        Maintenance Requirement
000430* --------- ------------  ---------------------------------------
000440* 10/15/26 RD      Written for the per-account operation limits,
000450*                  so a runaway feed is stopped at the edit
000460*                  instead of first seen on the month-end bill.
000461* 10/15/26 RD      Added DAY-PRIOR and LAST-RUN-CYCLE from the
000462*                  FILLER so the daytime priority cycles and the
000463*                  nightly run share one day's count.
000470******************************************************************
000480 05  PREFIX-CUENTA               PIC X(04).
000490 05  PREFIX-PERIOD-END           PIC X(08).
000500 05  PREFIX-MTD-PRIOR            PIC 9(09).
000510 05  PREFIX-LAST-RUN-DATE        PIC X(08).
000520 05  PREFIX-DAY-COUNT            PIC 9(09).
000530 05  PREFIX-UPDATE-TS            PIC X(14).
000531 05  PREFIX-DAY-PRIOR            PIC 9(07).
000532 05  PREFIX-LAST-RUN-CYCLE       PIC X(01).
