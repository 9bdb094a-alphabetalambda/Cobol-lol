000270*                 17, record 350 -> 352).  Rebuild the KSDS  *
000280*                 and rerun VARSLOD after the AUDITLOG       *
000290*                 conversion.                                *
000292* 2026-10-15 RLS  Added the broadcast entry condition (type  *
000294*                 B, written by VARSBRD) to stay field for   *
000296*                 field with AUDITREC.                       *
000300*-----------------------------------------------------------*
000310 01  AUDIT-HIST-RECORD.
000320     05  AHX-KEY.
000400     05  AHX-ENTRY-TYPE           PIC X(01).
000410         88  AHX-OPEN-ENTRY                 VALUE 'O' SPACE.
000420         88  AHX-CLOSE-ENTRY                VALUE 'C'.
000425         88  AHX-BROADCAST-ENTRY            VALUE 'B'.
000430     05  AHX-SEVERITY             PIC X(01).
000440     05  AHX-SOURCE               PIC X(08).
