000320*                 such a date/shift is reported instead.  A  *
000330*                 date with no calendar record keeps the old *
000340*                 behaviour: all three shifts expected.      *
000342* 2026-10-15 RLS  Ad-hoc broadcasts (entry type B, written   *
000344*                 by VARSBRD) are excluded from the tally    *
000346*                 along with the cycle closes - only a shift *
000348*                 open counts as a run.                      *
000350*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
003600         GO TO 2000-NEXT-RECORD
003610     END-IF.
003620     ADD 1 TO WS-RECORDS-READ.
003630     IF NOT AUD-OPEN-ENTRY
003640         GO TO 2000-NEXT-RECORD
003650     END-IF.
003660     IF AUD-RETURN-CODE = 8 OR AUD-RETURN-CODE = 16
