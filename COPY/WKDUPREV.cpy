000100******************************************************************
000110* Copybook name:   WKDUPREV
000120* Original author: RICHARD DORIA
000130* Installation:    COBOL DEVELOPMENT CENTER
000140*
000150* Describes one record on the duplicate-review master, a VSAM KSDS
000160* of every detail DLEDIT held back from the clean file as a
000170* PROBABLE DUPLICATE - the same CUENTA, OPERACION and operands as
000180* work the account already had posted inside the lookback window
000190* (or accepted earlier in the same run).  The key is the ID and
000200* FECHA-PROCESO the edit gave the held detail, built the same way
000210* as a suspense item's.
000220*
000230*   STATUS   'H' HELD      written by DLEDIT, awaiting review
000240*            'R' RELEASED  DLDUPRV sent it into the next intake
000250*            'J' REJECTED  DLDUPRV confirmed it a duplicate; it
000260*                          is never processed
000270*   MATCH-   what the held detail repeated: 'H' a history record
000280*   SOURCE   (MATCH-ID/MATCH-FECHA are its key), 'T' a detail
000290*            accepted earlier in the same run (MATCH-ID is spaces,
000300*            MATCH-FECHA the run date).  MATCH-REF is the matched
000310*            item's own ORIG-REF, the department's reference.
000320*   WINDOW-  the oldest FECHA-PROCESO the screen looked back to.
000330*   FROM
000340*   DECISION-DATE/OPER - when and by whom it was released or
000350*            rejected; spaces while it is held.
000360*   TRAN-IMAGE - the held detail itself, in the WKTRANS layout,
000370*            stamped with its submitter and ORIG-REF.
000380*
000390* A decided record is never decided again, so a decision left on
000400* the operator's card file does nothing on a later run.
000410*
000420* Callers COPY this book once per record they need, renaming
000430* the PREFIX- data names to their own prefix, the same way
000440* WKTRANS is copied.
000450*
000460* Maintenence Log
000470* Date      Author        Maintenance Requirement
000480* --------- ------------  ---------------------------------------
000490* 10/15/26 RD      Written for the probable-duplicate screen, so a
000500*                  department's resent work is held for review
000510*                  instead of being computed and billed twice.
000520******************************************************************
000530 05  PREFIX-KEY.
000540     10  PREFIX-HOLD-ID             PIC X(08).
000550     10  PREFIX-HOLD-FECHA          PIC X(08).
000560 05  PREFIX-HOLD-CYCLE           PIC X(01).
000570 05  PREFIX-STATUS               PIC X(01).
000580     88  PREFIX-HELD             VALUE 'H'.
000590     88  PREFIX-RELEASED         VALUE 'R'.
000600     88  PREFIX-REJECTED         VALUE 'J'.
000610 05  PREFIX-MATCH-SOURCE         PIC X(01).
000620     88  PREFIX-MATCH-HISTORY    VALUE 'H'.
000630     88  PREFIX-MATCH-TONIGHT    VALUE 'T'.
000640 05  PREFIX-MATCH-ID             PIC X(08).
000650 05  PREFIX-MATCH-FECHA          PIC X(08).
000660 05  PREFIX-MATCH-REF            PIC X(08).
000670 05  PREFIX-WINDOW-FROM          PIC X(08).
000680 05  PREFIX-DECISION-DATE        PIC X(08).
000690 05  PREFIX-DECISION-OPER        PIC X(08).
000700 05  PREFIX-TRAN-IMAGE           PIC X(120).
000710 05  FILLER                      PIC X(13).
