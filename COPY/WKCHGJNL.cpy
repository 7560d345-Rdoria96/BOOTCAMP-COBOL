000100******************************************************************
000110* Copybook name:   WKCHGJNL
000120* Original author: RICHARD DORIA
000130* Installation:    COBOL DEVELOPMENT CENTER
000140*
000150* Describes one master-file change-journal record - one record
000160* per change a maintenance program applies to the account
000170* master (DLACCTM), the operation-rules master (DLOPRUL) or the
000180* processing-calendar master (DLCALLD), carrying the record as
000190* it was before the change and as it was left after it.  The
000200* journal is a VSAM KSDS shared by all three, keyed on the
000210* master, the master's own key and the time of the change, so
000220* one key's changes read back in the order they were made and
000230* DLJNLRP can answer what a record looked like on any date.
000240*
000250*   MASTER       - ACCT, OPRL or CALD.
000260*   MASTER-KEY   - CUENTA, OPERACION or the calendar date,
000270*                  left-justified.
000280*   CHANGE-TS    - CCYYMMDDHHMMSS the change was applied.
000290*   SEQ          - the entry's number within the maintenance
000300*                  run, so two changes in one second stay apart.
000310*   ACTION       - the maintenance action applied (ADD, CHG,
000320*                  DEA, ACT, SUS).
000330*   OPERATOR     - the operator ID keyed on the maintenance
000340*                  record.
000350*   BEFORE-IMAGE - the master record before the change; spaces
000360*                  on an ADD.
000370*   AFTER-IMAGE  - the master record after the change.
000380*
000390* The images are the masters' own layouts (WKACCT, WKOPRUL,
000400* WKCALEND) left-justified in 80 bytes; the widest, WKACCT,
000410* fills it.
000420*
000430* Callers COPY this book once per record they need, renaming
000440* the PREFIX- data names to their own prefix, the same way
000450* WKTRANS is copied.
000460*
000470* Maintenence Log
000480* Date      Author        Maintenance Requirement
000490* --------- ------------  ---------------------------------------
000500* 10/15/26 RD      Written so a disputed rate, a suspended
000510*                  operation or a moved month-end can be traced
000520*                  to what the record said before, who changed
000530*                  it and when.
000540******************************************************************
000550 05  PREFIX-KEY.
000560     10  PREFIX-MASTER              PIC X(04).
000570         88  PREFIX-ACCT-MASTER     VALUE 'ACCT'.
000580         88  PREFIX-OPRL-MASTER     VALUE 'OPRL'.
000590         88  PREFIX-CALD-MASTER     VALUE 'CALD'.
000600     10  PREFIX-MASTER-KEY          PIC X(20).
000610     10  PREFIX-CHANGE-TS           PIC X(14).
000620     10  PREFIX-SEQ                 PIC 9(04).
000630 05  PREFIX-ACTION               PIC X(03).
000640 05  PREFIX-OPERATOR             PIC X(08).
000650 05  PREFIX-PROGRAM              PIC X(08).
000660 05  PREFIX-BEFORE-IMAGE         PIC X(80).
000670 05  PREFIX-AFTER-IMAGE          PIC X(80).
000680 05  FILLER                      PIC X(29).
