000100******************************************************************
000110* Copybook name:   WKBILPRD
000120* Original author: RICHARD DORIA
000130* Installation:    COBOL DEVELOPMENT CENTER
000140*
000150* Describes one billing-period record on the chargeback period
000160* master, a VSAM KSDS DLCHGBK maintains.  Three kinds of record
000170* share the key - the billing month, a record type, the CUENTA
000180* and, for an adjustment, the earlier month it belongs to:
000190*
000200*   type '0' PERIOD     one per month billed - OPEN while the
000210*                       month's chargeback is being run, CLOSED
000211*                       once its report has printed, with its
000212*                       close date (the latest processing date
000213*                       the report took in - anything processed
000214*                       after it is late activity), how often it
000215*                       has been reopened, and the month's totals.
000250*                       CUENTA and ADJ-PERIOD are spaces.
000260*   type '1' ACCOUNT    one per CUENTA billed in the month - the
000270*                       counts, the rate and the amount billed
000280*                       when the month closed.  ADJ-PERIOD is
000290*                       spaces.
000300*   type '2' ADJUSTMENT one per CUENTA and earlier month whose
000310*                       late activity was billed on this month's
000320*                       report as a prior-period adjustment.
000330*
000340* A closed month's records are never changed by a later month's
000350* run - late activity is billed on the later month's own type '2'
000360* records - so what a month billed when its invoices went out is
000370* always on file.  Only an explicit reopen (DLCHGBK PARM
000380* MONTH=ccyymm,REOPEN) replaces a month's type '1' and '2'
000385* records.
000390*
000400* Callers COPY this book once per record they need, renaming
000410* the PREFIX- data names to their own prefix, the same way
000420* WKTRANS is copied.
000430*
000440* Maintenence Log
000450* Date      Author        Maintenance Requirement
000460* --------- ------------  ---------------------------------------
000470* 10/15/26 RD      Written for the chargeback period close, so a
000480*                  month's billed totals cannot change after its
000490*                  invoices go out.
000500******************************************************************
000510 05  PREFIX-KEY.
000520     10  PREFIX-PERIOD              PIC X(06).
000530     10  PREFIX-REC-TYPE            PIC X(01).
000540         88  PREFIX-PERIOD-REC      VALUE '0'.
000550         88  PREFIX-ACCOUNT-REC     VALUE '1'.
000560         88  PREFIX-ADJUST-REC      VALUE '2'.
000570     10  PREFIX-CUENTA              PIC X(04).
000580     10  PREFIX-ADJ-PERIOD          PIC X(06).
000590 05  PREFIX-DATA                 PIC X(103).
000600 05  PREFIX-PERIOD-DATA REDEFINES PREFIX-DATA.
000610     10  PREFIX-STATUS              PIC X(01).
000620         88  PREFIX-OPEN            VALUE 'O'.
000630         88  PREFIX-CLOSED          VALUE 'C'.
000640     10  PREFIX-CLOSE-DATE          PIC X(08).
000650     10  PREFIX-REOPEN-COUNT        PIC 9(03).
000660     10  PREFIX-REOPEN-DATE         PIC X(08).
000670     10  PREFIX-ACCOUNTS            PIC 9(05).
000680     10  PREFIX-TOT-PROCESSED       PIC 9(09).
000690     10  PREFIX-TOT-REJECTED        PIC 9(09).
000700     10  PREFIX-TOT-EXCEPTIONS      PIC 9(09).
000710     10  PREFIX-TOT-REVERSED        PIC 9(09).
000720     10  PREFIX-TOT-BILLED          PIC S9(11)V9(02).
000730     10  PREFIX-ADJ-BILLED          PIC S9(11)V9(02).
000740     10  FILLER                     PIC X(16).
000750 05  PREFIX-ACCOUNT-DATA REDEFINES PREFIX-DATA.
000760     10  PREFIX-NOMBRE              PIC X(30).
000770     10  PREFIX-RATE                PIC 9(03)V9(04).
000780     10  PREFIX-PROCESSED           PIC 9(09).
000790     10  PREFIX-REJECTED            PIC 9(09).
000800     10  PREFIX-EXCEPTIONS          PIC 9(09).
000810     10  PREFIX-REVERSED            PIC 9(09).
000820     10  PREFIX-BILLED              PIC S9(11)V9(02).
000830     10  FILLER                     PIC X(17).
