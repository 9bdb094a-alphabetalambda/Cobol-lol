000320*                 YYYYMMDD with the rest of the system       *
000330*                 (LRECL 338 -> 340).  The gateway           *
000340*                 acknowledgment carries the same format.    *
000341* 2026-10-15 RLS  Added the delayed indicator - Y on a page  *
000342*                 held back during a planned-maintenance     *
000343*                 window (MAINTWIN) and released into the    *
000344*                 extract by VARSREL after the window ended. *
000345*                 The run date and time stay the original    *
000346*                 ones (LRECL 340 -> 341).                   *
000347* 2026-10-15 RLS  Added the batch header and trailer control *
000348*                 records.  Every OPEN of PAGEEXT that       *
000349*                 writes a page brackets its pages with a    *
000350*                 header and a trailer carrying the page     *
000351*                 count and a hash total (sum of             *
000352*                 PGX-RUN-TIME), so the gateway can tell a   *
000353*                 truncated or doubled transfer from a       *
000354*                 complete one.  A control record carries    *
000355*                 its type where a page has its numeric run  *
000356*                 date, so the two never collide.  Readers   *
000357*                 skip control records.                      *
000358* 2026-10-15 RLS  Added the on-call contact - the primary    *
000359*                 contact the ROSTER names for the page's    *
000360*                 destination, shift, and run date (blank    *
000361*                 when none is rostered); the backup on the  *
000362*                 final VARSESC re-queue (LRECL 341 -> 349). *
000364*-----------------------------------------------------------*
000366 01  PAGE-EXTRACT-RECORD.
000370     05  PGX-RUN-DATE             PIC 9(08).
000380     05  PGX-RUN-TIME             PIC 9(08).
000390     05  PGX-SHIFT-CODE           PIC X(01).
000420     05  PGX-SEVERITY             PIC X(01).
000430     05  PGX-DESTINATION          PIC X(08).
000440     05  PGX-ESCALATION           PIC 9(01).
000450     05  PGX-DELAYED-IND          PIC X(01).
000460         88  PGX-DELAYED                    VALUE 'Y'.
000465     05  PGX-CONTACT              PIC X(08).
000470*
000480 01  PAGE-CONTROL-RECORD.
000490     05  PGC-RECORD-TYPE          PIC X(08).
000500         88  PGC-HEADER                     VALUE 'PGXHEADR'.
000510         88  PGC-TRAILER                    VALUE 'PGXTRAIL'.
000520         88  PGC-CONTROL-RECORD             VALUE 'PGXHEADR'
000530                                                  'PGXTRAIL'.
000540     05  PGC-BATCH-DATE           PIC 9(08).
000550     05  PGC-BATCH-TIME           PIC 9(08).
000560     05  PGC-PROGRAM              PIC X(08).
000570     05  PGC-RECORD-COUNT         PIC 9(08).
000580     05  PGC-HASH-TOTAL           PIC 9(15).
000590     05  FILLER                   PIC X(294).
