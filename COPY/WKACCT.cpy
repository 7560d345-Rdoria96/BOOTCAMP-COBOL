000210* maintenance file; the nightly edit and the chargeback report
000220* only ever read it.
000230*
000231* DAILY-LIMIT and MONTHLY-LIMIT cap the operations the edit
000232* accepts for the account on one run date and in one billing
000233* month (the calendar's month-end period, see WKUSAGE); zero
000234* means no limit.  Records loaded before the limits existed
000235* carry spaces there, which the edit also reads as no limit.
000236*
000237* DUP-EXEMPT 'Y' takes the account out of the edit's probable-
000238* duplicate screen - for a department whose work legitimately
000239* repeats the same operation and operands (a fixed daily
000240* calculation, say).  'N', or spaces on a record loaded before
000241* the screen existed, means the account's details are screened.
000242*
000243* An account is never deleted - it is deactivated, so history
000250* and archived generations that carry its code can still be
000260* named and priced when a dispute reaches back past the change.
000270*
000360*                  bytes - the edit can now reject an unknown or
000370*                  inactive account and the chargeback can bill a
000380*                  named department at a real rate.
000381* 10/15/26 RD      Widened 50 -> 80 bytes for the daily and
000382*                  monthly operation limits DLEDIT enforces
000383*                  against the usage master (WKUSAGE).
000384* 10/15/26 RD      Added DUP-EXEMPT out of FILLER - the account's
000385*                  exemption from DLEDIT's probable-duplicate
000386*                  screen.
000390******************************************************************
000400 05  PREFIX-CUENTA               PIC X(04).
000410 05  PREFIX-NOMBRE               PIC X(30).
000430     88  PREFIX-ACTIVE           VALUE 'A'.
000440     88  PREFIX-INACTIVE         VALUE 'I'.
000450 05  PREFIX-RATE                 PIC 9(03)V9(04).
000451 05  PREFIX-DAILY-LIMIT          PIC 9(07).
000452 05  PREFIX-MONTHLY-LIMIT        PIC 9(09).
000453 05  PREFIX-DUP-EXEMPT           PIC X(01).
000454     88  PREFIX-DUP-EXEMPTED     VALUE 'Y'.
000455 05  FILLER                      PIC X(21).
