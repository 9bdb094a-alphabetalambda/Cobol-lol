000610*                 read-once code showed MASTER from the      *
000620*                 second inquiry onward.  A failed reset is  *
000630*                 flagged on the screen title line.          *
000632* 2026-10-15 RLS  The last-run browse also skips the ad-hoc  *
000634*                 broadcasts VARSBRD writes (type B) - only  *
000636*                 a shift open counts as the last run.       *
000640*-----------------------------------------------------------*
000650 ENVIRONMENT DIVISION.
000660 DATA DIVISION.
003300         GO TO 3100-EXIT
003310     END-IF.
003320     ADD 1 TO WS-READPREV-COUNT.
003330     IF NOT AHX-OPEN-ENTRY
003340         GO TO 3100-CHECK-LIMIT
003350     END-IF.
003360     IF AHX-SHIFT-CODE = '1' OR '2' OR '3'
