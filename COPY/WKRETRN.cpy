000100******************************************************************
000110* Copybook name:   WKRETRN
000120* Original author: RICHARD DORIA
000130* Installation:    COBOL DEVELOPMENT CENTER
000140*
000150* Describes one record of a department return file - the
000151* outbound answer DLRETN builds each night and after each
000152* daytime priority cycle, one file per submitter, for every
000153* detail that submitter sent.  The file
000180* carries the same batch-control discipline as the inbound
000190* interface (WKTRNCTL): one header, the details, one trailer.
000200*
000201*   HDR - the submitter the file belongs to, the run date it
000202*         answers for, and the daytime priority cycle (blank for
000203*         the nightly run - each cycle sends its own file).
000230*   RES - one result DEVOPS posted (RESULT.DAILY).  MENSAJE-
000240*         ERROR is blank on a good result, the engine's message
000250*         on a failed one.
000260*   EXC - one size-error exception (EXCPTN.DAILY).  The same
000270*         detail also returns as a RES carrying the message;
000280*         the EXC is the explicit "this overflowed" notice.
000290*   SUS - one DLEDIT suspense rejection, with the reason code
000300*         and text.  ID/FECHA are the suspense key DLSUSP
000310*         corrections are keyed on.
000311*   HLD - one detail DLEDIT held for review as a probable
000312*         duplicate (DUPREV).  ID/FECHA are the review key the
000313*         DLDUPRV decision cards are keyed on, and MATCH-REF is
000314*         the department reference of the item it appeared to
000315*         repeat.
000316*         A released item answers again later as a RES.
000320*   TRL - the detail count, the count by type, and a hash total
000330*         (the sum of the ABSOLUTE values of NUMERO-1 and
000340*         NUMERO-2 over every detail whose operands are
000350*         numeric), computed exactly as WKTRNCTL defines it so
000360*         the department proves the file the way we prove
000370*         theirs.
000380*
000390* ORIG-REF is the ID the department put on its own request;
000400* ID/FECHA-PROCESO is the key this system posted it under.
000410*
000420* Callers COPY this book once per record they need, renaming
000430* the PREFIX- data names to their own prefix, the same way
000440* WKTRANS is copied.
000450*
000460* Maintenence Log
000470* Date      Author        Maintenance Requirement
000480* --------- ------------  ---------------------------------------
000490* 10/15/26 RD      Written for the per-submitter return files,
000500*                  so every department gets a machine-readable
000510*                  answer for every record it sent.
000511* 10/15/26 RD      Added the HLD detail type with DT-MATCH-REF,
000512*                  the TR-HELD-COUNT trailer count and HD-CYCLE,
000513*                  all out of FILLER.
000520******************************************************************
000530 05  PREFIX-RET-TYPE             PIC X(03).
000540     88  PREFIX-RET-HEADER       VALUE 'HDR'.
000550     88  PREFIX-RET-TRAILER      VALUE 'TRL'.
000560     88  PREFIX-RET-RESULT       VALUE 'RES'.
000570     88  PREFIX-RET-EXCEPTION    VALUE 'EXC'.
000580     88  PREFIX-RET-SUSPENSE     VALUE 'SUS'.
000581     88  PREFIX-RET-HELD         VALUE 'HLD'.
000590 05  PREFIX-RET-DATA             PIC X(157).
000600 05  PREFIX-RET-DTL-DATA REDEFINES PREFIX-RET-DATA.
000610     10  PREFIX-DT-ORIG-REF      PIC X(08).
000620     10  PREFIX-DT-KEY.
000630         15  PREFIX-DT-ID        PIC X(08).
000640         15  PREFIX-DT-FECHA-PROCESO
000650                                 PIC X(08).
000660     10  PREFIX-DT-OPERACION     PIC X(20).
000665*    A SUS detail's operands are returned exactly as received -
000666*    they are often why it was rejected - so the pair is moved
000667*    as one group, never as numbers.
000668     10  PREFIX-DT-OPERANDS.
000670         15  PREFIX-DT-NUMERO-1  PIC S9(02).
000680         15  PREFIX-DT-NUMERO-2  PIC S9(02).
000690     10  PREFIX-DT-RESULTADO     PIC S9(04)V9(02).
000700     10  PREFIX-DT-MENSAJE-ERROR PIC X(20).
000710     10  PREFIX-DT-CUENTA        PIC X(04).
000720     10  PREFIX-DT-REVERSAL      PIC X(17).
000730     10  PREFIX-DT-REASON-CODE   PIC X(02).
000740     10  PREFIX-DT-REASON-TEXT   PIC X(30).
000741     10  PREFIX-DT-MATCH-REF     PIC X(08).
000742     10  FILLER                  PIC X(22).
000760 05  PREFIX-RET-HDR-DATA REDEFINES PREFIX-RET-DATA.
000770     10  PREFIX-HD-SUBMITTER     PIC X(08).
000780     10  PREFIX-HD-RUN-DATE      PIC X(08).
000781     10  PREFIX-HD-CYCLE         PIC X(01).
000782     10  FILLER                  PIC X(140).
000800 05  PREFIX-RET-TRL-DATA REDEFINES PREFIX-RET-DATA.
000810     10  PREFIX-TR-RECORD-COUNT  PIC 9(09).
000820     10  PREFIX-TR-RESULT-COUNT  PIC 9(09).
000830     10  PREFIX-TR-EXCPTN-COUNT  PIC 9(09).
000840     10  PREFIX-TR-SUSPENSE-COUNT
000850                                 PIC 9(09).
000860     10  PREFIX-TR-HASH-TOTAL    PIC 9(13).
000861     10  PREFIX-TR-HELD-COUNT    PIC 9(09).
000862     10  FILLER                  PIC X(99).
