000100*-----------------------------------------------------------*
000110* MAINTWIN.CPY                                              *
000120* SHARED RECORD LAYOUT FOR THE PLANNED-MAINTENANCE WINDOW   *
000130* FILE THE SHOP MAINTAINS BY HAND AHEAD OF A GATEWAY OR     *
000140* ON-CALL TOOLING OUTAGE.  EACH RECORD GIVES THE START AND  *
000150* END OF ONE WINDOW (YYYYMMDD AND HHMM, BOTH MINUTES        *
000160* INCLUSIVE), UP TO FOUR DESTINATION GROUPS THE OUTAGE      *
000170* AFFECTS (ALL FOUR BLANK = EVERY DESTINATION), AND THE     *
000180* REASON.  A PAGE WHOSE RUN TIME FALLS INSIDE A WINDOW FOR  *
000190* ITS DESTINATION IS WRITTEN TO THE HELD-PAGE FILE INSTEAD  *
000200* OF PAGEEXT.  COPIED INTO THE PAGE EXTRACT WRITERS (VARS   *
000210* AND VARSEND) AND THE HELD-PAGE RELEASE (VARSREL) SO THEY  *
000220* NEVER DRIFT APART.                                        *
000230*-----------------------------------------------------------*
000240* DATE       INIT DESCRIPTION                               *
000250* 2026-10-15 RLS  Original copybook.                        *
000260*-----------------------------------------------------------*
000270 01  MAINT-WINDOW-RECORD.
000280     05  MNW-START.
000290         10  MNW-START-DATE       PIC 9(08).
000300         10  MNW-START-TIME       PIC 9(04).
000310     05  MNW-END.
000320         10  MNW-END-DATE         PIC 9(08).
000330         10  MNW-END-TIME         PIC 9(04).
000340     05  MNW-DESTINATIONS.
000350         10  MNW-DESTINATION      PIC X(08)
000360                                  OCCURS 4 TIMES.
000370     05  MNW-REASON               PIC X(40).
