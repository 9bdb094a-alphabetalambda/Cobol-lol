000100*-----------------------------------------------------------*
000110* HELDREC.CPY                                               *
000120* SHARED RECORD LAYOUT FOR THE HELD-PAGE FILE.  A PAGE THAT *
000130* VARS OR VARSEND WOULD HAVE WRITTEN TO PAGEEXT DURING A    *
000140* PLANNED-MAINTENANCE WINDOW (MAINTWIN) IS APPENDED HERE    *
000150* INSTEAD, AS THE FULL PAGE EXTRACT IMAGE WITH THE REASON   *
000160* OF THE WINDOW THAT HELD IT.  VARSREL COPIES IT INTO       *
000170* PAGEEXT, MARKED DELAYED, ONCE NO WINDOW COVERS ITS        *
000180* DESTINATION, AND REWRITES THE HELD RECORD IN PLACE AS     *
000190* RELEASED WITH THE RELEASE DATE AND TIME - THE FILE KEEPS  *
000200* THE HISTORY OF EVERY PAGE EVER HELD.                      *
000210*-----------------------------------------------------------*
000220* DATE       INIT DESCRIPTION                               *
000230* 2026-10-15 RLS  Original copybook.                        *
000232* 2026-10-15 RLS  Page image widened with the page extract  *
000234*                 record for the on-call contact (341 ->    *
000236*                 349; LRECL 398 -> 406).                   *
000240*-----------------------------------------------------------*
000250 01  HELD-PAGE-RECORD.
000260     05  HLD-STATUS               PIC X(01).
000270         88  HLD-HELD                       VALUE 'H'.
000280         88  HLD-RELEASED                   VALUE 'R'.
000290     05  HLD-RELEASE-DATE         PIC 9(08).
000300     05  HLD-RELEASE-TIME         PIC 9(08).
000310     05  HLD-REASON               PIC X(40).
000320     05  HLD-PAGE-IMAGE           PIC X(349).
