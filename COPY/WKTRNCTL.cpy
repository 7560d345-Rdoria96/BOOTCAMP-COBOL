000443* 08/23/26 RD      Hash total defined as the sum of ABSOLUTE
000444*                  operand values so signed operands hash the
000445*                  same on both ends of the interface.
000446* 10/15/26 RD      Widened to 120 bytes in step with WKTRANS
000447*                  when the reversal group was added.
000450******************************************************************
000460 05  PREFIX-CTL-TYPE             PIC X(03).
000470     88  PREFIX-CTL-HEADER       VALUE 'HDR'.
000480     88  PREFIX-CTL-TRAILER      VALUE 'TRL'.
000490 05  PREFIX-CTL-DATA             PIC X(117).
000500 05  PREFIX-CTL-HDR-DATA REDEFINES PREFIX-CTL-DATA.
000510     10  PREFIX-HD-SUBMITTER     PIC X(08).
000520     10  PREFIX-HD-EXTRACT-DATE  PIC X(08).
000530     10  FILLER                  PIC X(101).
000540 05  PREFIX-CTL-TRL-DATA REDEFINES PREFIX-CTL-DATA.
000550     10  PREFIX-TR-RECORD-COUNT  PIC 9(09).
000560     10  PREFIX-TR-HASH-TOTAL    PIC 9(13).
000570     10  FILLER                  PIC X(95).
