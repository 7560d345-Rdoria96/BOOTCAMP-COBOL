000100******************************************************************
000110* Copybook name:   WKPEND
000120* Original author: RICHARD DORIA
000130* Installation:    COBOL DEVELOPMENT CENTER
000140*
000150* Describes one pending-transaction warehouse record - a request
000160* a department wants computed on a later business day (a
000170* FUTURE-DATED item, released once) or on a schedule (a STANDING
000180* ORDER, released every time its frequency comes due).  The
000190* warehouse is a VSAM KSDS keyed on CUENTA + the department's
000200* own reference, maintained by DLPENDM and released nightly by
000210* DLPEND ahead of the intake, which writes each due item into
000220* its own HDR/TRL batch so DLEDIT proves it like any other.
000230*
000240* A standing order's frequency is one of:
000250*   D - every business day;
000260*   M - the month-end processing date (WKCALEND MONTH-END-SW);
000270*   N - the first business day on or after day DAY-OF-MONTH of
000280*       each month (01-28 - use M for the end of the month).
000290* EFF-DATE is the first date an item may release (for a
000300* future-dated item, THE date - a non-business date releases on
000310* the next business day).  END-DATE, when not blank, is the last
000320* date it may release; an item still waiting past it expires.
000330*
000340* LAST-RELEASE is the run date of the last release.  A rerun of
000350* the same night releases the same items again (the batch
000360* registration master refuses the repeat if the first batch was
000370* already accepted), and the count is not bumped twice.
000380*
000390* Callers COPY this book once per record they need, renaming
000400* the PREFIX- data names to their own prefix, the same way
000410* WKTRANS is copied.
000420*
000430* Maintenence Log
000440* Date      Author        Maintenance Requirement
000450* --------- ------------  ---------------------------------------
000460* 10/15/26 RD      Written for the future-dated and standing-
000470*                  order warehouse, so a department no longer
000480*                  has to remember to send work on the day it
000490*                  is wanted.
000500******************************************************************
000510 05  PREFIX-KEY.
000520     10  PREFIX-CUENTA              PIC X(04).
000530     10  PREFIX-REF                 PIC X(08).
000540 05  PREFIX-SUBMITTER            PIC X(08).
000550 05  PREFIX-OPERACION            PIC X(20).
000560 05  PREFIX-OPERANDS.
000570     10  PREFIX-NUMERO-1            PIC S9(02).
000580     10  PREFIX-NUMERO-2            PIC S9(02).
000590 05  PREFIX-KIND                 PIC X(01).
000600     88  PREFIX-FUTURE-DATED     VALUE 'F'.
000610     88  PREFIX-STANDING         VALUE 'S'.
000620 05  PREFIX-FREQUENCY            PIC X(01).
000630     88  PREFIX-EVERY-BUS-DAY    VALUE 'D'.
000640     88  PREFIX-MONTH-END-ONLY   VALUE 'M'.
000650     88  PREFIX-DAY-OF-MONTH-DUE VALUE 'N'.
000660 05  PREFIX-DAY-OF-MONTH         PIC 9(02).
000670 05  PREFIX-EFF-DATE             PIC X(08).
000680 05  PREFIX-END-DATE             PIC X(08).
000690 05  PREFIX-STATUS               PIC X(01).
000700     88  PREFIX-HELD             VALUE 'A'.
000710     88  PREFIX-RELEASED         VALUE 'R'.
000720     88  PREFIX-CANCELLED        VALUE 'C'.
000730     88  PREFIX-EXPIRED          VALUE 'E'.
000740 05  PREFIX-LAST-RELEASE         PIC X(08).
000750 05  PREFIX-RELEASE-COUNT        PIC 9(05).
000760 05  PREFIX-MAINT-DATE           PIC X(08).
000770 05  FILLER                      PIC X(14).
