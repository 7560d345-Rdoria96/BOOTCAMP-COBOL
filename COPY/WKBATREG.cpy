000240* writes the registration at the moment the trailer proves
000250* out; a duplicate key fails the run with RETURN-CODE 16.
000260*
000261* REG-TS is when the batch was registered and REG-CYCLE the run
000262* that released it (blank the nightly run, 1-9 a daytime priority
000263* cycle), for research.  The cycle is deliberately NOT part of the
000264* key: a file released in a daytime cycle and sent again for the
000265* night is still the same file, and is refused.  For
000280* a deliberate same-night rerun of an already-released batch,
000290* DLBREGP's DROP mode removes the registration first; its
000300* PURGE mode ages old entries off with the monthly
000390* --------- ------------  ---------------------------------------
000400* 09/02/26 RD      Written so a duplicate re-sent extract with a
000410*                  correct header can no longer post twice.
000411* 10/15/26 RD      Added REG-CYCLE from the FILLER.
000420******************************************************************
000430 05  PREFIX-KEY.
000440     10  PREFIX-SUBMITTER           PIC X(08).
000460     10  PREFIX-RECORD-COUNT        PIC 9(09).
000470     10  PREFIX-HASH-TOTAL          PIC 9(13).
000480 05  PREFIX-REG-TS               PIC X(14).
000481 05  PREFIX-REG-CYCLE            PIC X(01).
000482 05  FILLER                      PIC X(07).
