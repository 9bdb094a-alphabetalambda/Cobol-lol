000206*                 boundary (LRECL 350 -> 352).  Existing      *
000207*                 history is converted by the one-time        *
000208*                 VARSCVA utility.                            *
000209* 2026-10-15 RLS  Added entry type B - an ad-hoc mid-window    *
000210*                 broadcast written by VARSBRD (source         *
000211*                 BROADCST).  It is neither an open nor a      *
000212*                 close, so the window gap, duration, and SLA  *
000213*                 programs pass over it.                       *
000215*-----------------------------------------------------------*
000217 01  AUDIT-RECORD.
000220     05  AUD-RUN-DATE             PIC 9(08).
000230     05  AUD-RUN-TIME             PIC 9(08).
000240     05  AUD-SHIFT-CODE           PIC X(01).
000300     05  AUD-ENTRY-TYPE           PIC X(01).
000310         88  AUD-OPEN-ENTRY                 VALUE 'O' SPACE.
000320         88  AUD-CLOSE-ENTRY                VALUE 'C'.
000325         88  AUD-BROADCAST-ENTRY            VALUE 'B'.
000330     05  AUD-SEVERITY             PIC X(01).
000340     05  AUD-SOURCE               PIC X(08).
