000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. varsrel.
000030 AUTHOR. LodoreStiffler.
000040* Held-page release for planned maintenance.  While a window
000050* in the MAINTWIN planned-maintenance file covers a page's
000060* destination, VARS and VARSEND write the page to the HELDPAGE
000070* held-page file instead of PAGEEXT, so the gateway is not
000080* fed pages it cannot deliver and VARSACK and VARSESC do not
000090* treat a planned outage as a failed delivery.  This program
000100* is run once the window has ended (it is safe to run at any
000110* time - a page whose destination is still inside an active
000120* window simply stays held).  Every held page no active
000130* window covers is appended to PAGEEXT with its original run
000140* date and time, marked delayed, and the held record is
000150* rewritten in place as released with the release date and
000160* time, so a rerun never releases the same page twice.
000170*
000180*-----------------------------------------------------------*
000190* MODIFICATION HISTORY                                      *
000200*-----------------------------------------------------------*
000210* DATE       INIT DESCRIPTION                                *
000220* 2026-10-15 RLS  Original program.                         *
000222* 2026-10-15 RLS  The pages released in a run are bracketed *
000224*                 by one PAGEEXT batch header and trailer   *
000226*                 carrying the page count and hash total,   *
000228*                 as in VARS.                               *
000229* 2026-10-15 RLS  Page image widened with the page extract  *
000230*                 record for the on-call contact (341 ->    *
000231*                 349); a released page keeps the contact   *
000232*                 stamped when it was held.                 *
000233* 2026-10-15 RLS  A HELDPAGE file that does not exist yet   *
000234*                 is created empty instead of failing the   *
000235*                 open, so a run before any page was held   *
000236*                 ends RC 0 with nothing released.          *
000238*-----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT MAINTWIN ASSIGN TO MAINTWIN
000280         ORGANIZATION IS SEQUENTIAL
000290         FILE STATUS IS WS-MAINTWIN-STATUS.
000300     SELECT HELDPAGE ASSIGN TO HELDPAGE
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS WS-HELDPAGE-STATUS.
000330     SELECT PAGEEXT ASSIGN TO PAGEEXT
000340         ORGANIZATION IS SEQUENTIAL.
000350     SELECT RPTOUT ASSIGN TO RPTOUT
000360         ORGANIZATION IS SEQUENTIAL.
000370*
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  MAINTWIN
000410     RECORDING MODE IS F.
000420     COPY maintwin.
000430*
000440 FD  HELDPAGE
000450     RECORDING MODE IS F.
000460     COPY heldrec.
000470*
000480 FD  PAGEEXT
000490     RECORDING MODE IS F.
000500     COPY pagerec.
000510*
000520 FD  RPTOUT
000530     RECORDING MODE IS F.
000540 01  RPT-LINE                    PIC X(102).
000550 WORKING-STORAGE SECTION.
000560*
000570*-----------------------------------------------------------*
000580* SWITCHES                                                  *
000590*-----------------------------------------------------------*
000600 01  WS-SWITCHES.
000610     05  WS-MAINTWIN-STATUS      PIC X(02) VALUE '00'.
000620     05  WS-MAINTWIN-EOF-SW      PIC X(01) VALUE 'N'.
000630         88  WS-MAINTWIN-EOF                VALUE 'Y'.
000640     05  WS-HELDPAGE-STATUS      PIC X(02) VALUE '00'.
000650     05  WS-HELDPAGE-EOF-SW      PIC X(01) VALUE 'N'.
000660         88  WS-HELDPAGE-EOF                VALUE 'Y'.
000670     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000680         88  WS-FILES-OPEN                  VALUE 'Y'.
000690     05  WS-WINDOW-ACTIVE-SW     PIC X(01) VALUE 'N'.
000700         88  WS-WINDOW-ACTIVE               VALUE 'Y'.
000710*
000720*-----------------------------------------------------------*
000730* RELEASE RETURN CODE                                       *
000740*   0000 = NOTHING LEFT HELD - EVERY HELD PAGE RELEASED     *
000750*          (OR NONE WAS HELD)                               *
000760*   0004 = PAGES STILL HELD - A MAINTENANCE WINDOW COVERING *
000770*          THEIR DESTINATION IS STILL ACTIVE; RERUN AFTER   *
000780*          IT ENDS                                          *
000790*   0016 = HELD-PAGE FILE UNUSABLE, A REWRITE FAILED, OR    *
000800*          THE WINDOW TABLE OVERFLOWED - CHECK THE REPORT   *
000810*          BEFORE RERUNNING                                 *
000820*-----------------------------------------------------------*
000830 01  WS-RELEASE-RC               PIC 9(04) VALUE ZERO.
000840*
000850*-----------------------------------------------------------*
000860* RELEASE TIMESTAMP, AND THE SAME DATE AND HHMM LAID OUT     *
000870* LIKE THE MAINTWIN START AND END STAMPS                     *
000880*-----------------------------------------------------------*
000890 01  WS-CURRENT-DATE             PIC 9(08).
000900 01  WS-CURRENT-TIME             PIC 9(08).
000910 01  WS-NOW-STAMP.
000920     05  WS-NOW-DATE             PIC 9(08).
000930     05  WS-NOW-TIME             PIC 9(04).
000940*
000950*-----------------------------------------------------------*
000960* ACTIVE WINDOW TABLE - THE MAINTWIN WINDOWS IN FORCE AT     *
000970* RELEASE TIME.  50 ENTRIES IS FAR MORE OVERLAPPING OUTAGES  *
000980* THAN THE SHOP HAS EVER PLANNED.                            *
000990*-----------------------------------------------------------*
001000 01  WS-WIN-LIMIT                PIC 9(04) COMP VALUE 50.
001010 01  WS-WIN-COUNT                PIC 9(04) COMP VALUE ZERO.
001020 01  WS-WIN-TABLE.
001030     05  WS-WIN-ENTRY OCCURS 0 TO 50 TIMES
001040                      DEPENDING ON WS-WIN-COUNT
001050                      INDEXED BY WS-WIN-IDX.
001060         10  WS-TBL-WIN-END-DATE PIC 9(08).
001070         10  WS-TBL-WIN-END-TIME PIC 9(04).
001080         10  WS-TBL-WIN-DESTS.
001090             15  WS-TBL-WIN-DEST PIC X(08)
001100                                 OCCURS 4 TIMES.
001110*
001120*-----------------------------------------------------------*
001130* COUNTERS                                                  *
001140*-----------------------------------------------------------*
001150 01  WS-HELD-READ                PIC 9(06) COMP VALUE ZERO.
001160 01  WS-RELEASED-COUNT           PIC 9(06) COMP VALUE ZERO.
001170 01  WS-STILL-HELD-COUNT         PIC 9(06) COMP VALUE ZERO.
001180 01  WS-EARLIER-COUNT            PIC 9(06) COMP VALUE ZERO.
001190 01  WS-COUNT-EDIT               PIC ZZZZZ9.
001200*
001210*-----------------------------------------------------------*
001220* REPORT LINE WORK AREAS                                    *
001230*-----------------------------------------------------------*
001240 01  WS-HEADING-1.
001250     05  FILLER                  PIC X(46)
001260         VALUE 'VARS HELD-PAGE RELEASE REPORT'.
001270 01  WS-DETAIL-LINE.
001280     05  WS-D-DATE               PIC 9999/99/99.
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  WS-D-TIME               PIC 9(08).
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  WS-D-SHIFT              PIC X(01).
001330     05  FILLER                  PIC X(02) VALUE SPACES.
001340     05  WS-D-DEST               PIC X(08).
001350     05  FILLER                  PIC X(02) VALUE SPACES.
001360     05  WS-D-TEXT               PIC X(62).
001370 01  WS-END-DATE-EDIT            PIC 9999/99/99.
001371*
001372*-----------------------------------------------------------*
001373* PAGE EXTRACT BATCH CONTROL - THE BATCH HEADER STAMP,      *
001374* AND THE PAGE COUNT AND HASH TOTAL (SUM OF PGX-RUN-TIME)   *
001375* ITS TRAILER CARRIES                                       *
001376*-----------------------------------------------------------*
001377 01  WS-PGX-BATCH-DATE           PIC 9(08) VALUE ZERO.
001378 01  WS-PGX-BATCH-TIME           PIC 9(08) VALUE ZERO.
001379 01  WS-PGX-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
001380 01  WS-PGX-HASH-TOTAL           PIC 9(15) VALUE ZERO.
001382 01  WS-PGX-PAGE-IMAGE           PIC X(349) VALUE SPACES.
001385*
001390 PROCEDURE DIVISION.
001400*
001410 0000-MAINLINE.
001420     PERFORM 1000-INITIALIZE
001430         THRU 1000-EXIT.
001440     IF WS-RELEASE-RC < 16
001450         PERFORM 2000-RELEASE-HELD-PAGE
001460             THRU 2000-EXIT
001470             UNTIL WS-HELDPAGE-EOF
001480     END-IF.
001490     PERFORM 9000-TERMINATE
001500         THRU 9000-EXIT.
001510     MOVE WS-RELEASE-RC TO RETURN-CODE.
001520     STOP RUN.
001530*
001540*-----------------------------------------------------------*
001550* 1000-INITIALIZE - TAKE THE RELEASE TIMESTAMP, LOAD THE     *
001560*                   WINDOWS ACTIVE NOW, AND OPEN THE HELD    *
001570*                   FILE FOR UPDATE AND THE EXTRACT FOR      *
001580*                   APPEND.  A MISSING WINDOW DATASET MEANS  *
001590*                   NO MAINTENANCE IS ACTIVE - EVERY HELD    *
001594*                   PAGE GOES.  A HELD FILE NOT YET CREATED  *
001598*                   IS CREATED EMPTY, AS VARS DOES FOR       *
001602*                   WINSTATE, SO A RUN BEFORE ANY PAGE WAS   *
001606*                   HELD RELEASES NOTHING AND ENDS RC 0.     *
001610*-----------------------------------------------------------*
001620 1000-INITIALIZE.
001630     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001640     ACCEPT WS-CURRENT-TIME FROM TIME.
001650     MOVE WS-CURRENT-DATE TO WS-NOW-DATE.
001660     MOVE WS-CURRENT-TIME (1:4) TO WS-NOW-TIME.
001670     OPEN OUTPUT RPTOUT.
001680     MOVE WS-HEADING-1 TO RPT-LINE.
001690     WRITE RPT-LINE.
001700     OPEN INPUT MAINTWIN.
001710     IF WS-MAINTWIN-STATUS NOT = '00'
001720         MOVE 'Y' TO WS-MAINTWIN-EOF-SW
001730         MOVE 'NO MAINTENANCE WINDOW FILE - NO WINDOW ACTIVE'
001740             TO RPT-LINE
001750         WRITE RPT-LINE
001760         GO TO 1000-OPEN-HELD
001770     END-IF.
001780     PERFORM 1100-LOAD-ACTIVE-WINDOW
001790         THRU 1100-EXIT
001800         UNTIL WS-MAINTWIN-EOF.
001810     CLOSE MAINTWIN.
001820     IF WS-RELEASE-RC = 16
001830         GO TO 1000-EXIT
001840     END-IF.
001850 1000-OPEN-HELD.
001860     OPEN I-O HELDPAGE.
001861     IF WS-HELDPAGE-STATUS = '35'
001862         OPEN OUTPUT HELDPAGE
001863         CLOSE HELDPAGE
001864         OPEN I-O HELDPAGE
001865     END-IF.
001870     IF WS-HELDPAGE-STATUS NOT = '00'
001880         MOVE 16 TO WS-RELEASE-RC
001890         MOVE SPACES TO RPT-LINE
001900         STRING 'HELDPAGE OPEN FAILED - STATUS '
001910                              DELIMITED BY SIZE
001920                WS-HELDPAGE-STATUS DELIMITED BY SIZE
001930                ' - NOTHING RELEASED' DELIMITED BY SIZE
001940           INTO RPT-LINE
001950         WRITE RPT-LINE
001960         GO TO 1000-EXIT
001970     END-IF.
001980     OPEN EXTEND PAGEEXT.
001990     MOVE 'Y' TO WS-FILES-OPEN-SW.
002000 1000-EXIT.
002010     EXIT.
002020*
002030*-----------------------------------------------------------*
002040* 1100-LOAD-ACTIVE-WINDOW - KEEP ONE WINDOW WHOSE START AND  *
002050*                           END SPAN THE RELEASE TIME.  A    *
002060*                           RECORD WITH A NON-NUMERIC STAMP  *
002070*                           IS IGNORED, AS VARS IGNORES IT.  *
002080*-----------------------------------------------------------*
002090 1100-LOAD-ACTIVE-WINDOW.
002100     READ MAINTWIN
002110         AT END
002120             MOVE 'Y' TO WS-MAINTWIN-EOF-SW
002130             GO TO 1100-EXIT
002140     END-READ.
002150     IF MNW-START NOT NUMERIC
002160         OR MNW-END NOT NUMERIC
002170         GO TO 1100-EXIT
002180     END-IF.
002190     IF WS-NOW-STAMP < MNW-START
002200         OR WS-NOW-STAMP > MNW-END
002210         GO TO 1100-EXIT
002220     END-IF.
002230     IF WS-WIN-COUNT >= WS-WIN-LIMIT
002240         MOVE 16 TO WS-RELEASE-RC
002250         MOVE 'WINDOW TABLE OVERFLOW - MORE THAN 50 ACTIVE'
002260             TO RPT-LINE
002270         WRITE RPT-LINE
002280         MOVE 'Y' TO WS-MAINTWIN-EOF-SW
002290         GO TO 1100-EXIT
002300     END-IF.
002310     ADD 1 TO WS-WIN-COUNT.
002320     SET WS-WIN-IDX TO WS-WIN-COUNT.
002330     MOVE MNW-END-DATE TO WS-TBL-WIN-END-DATE (WS-WIN-IDX).
002340     MOVE MNW-END-TIME TO WS-TBL-WIN-END-TIME (WS-WIN-IDX).
002350     MOVE MNW-DESTINATIONS TO WS-TBL-WIN-DESTS (WS-WIN-IDX).
002360 1100-EXIT.
002370     EXIT.
002380*
002390*-----------------------------------------------------------*
002400* 2000-RELEASE-HELD-PAGE - READ ONE HELD RECORD.  ONE STILL  *
002410*                          HELD WITH NO ACTIVE WINDOW OVER   *
002420*                          ITS DESTINATION IS APPENDED TO    *
002430*                          PAGEEXT MARKED DELAYED AND        *
002440*                          REWRITTEN AS RELEASED.            *
002450*-----------------------------------------------------------*
002460 2000-RELEASE-HELD-PAGE.
002470     READ HELDPAGE
002480         AT END
002490             MOVE 'Y' TO WS-HELDPAGE-EOF-SW
002500             GO TO 2000-EXIT
002510     END-READ.
002520     ADD 1 TO WS-HELD-READ.
002530     IF NOT HLD-HELD
002540         ADD 1 TO WS-EARLIER-COUNT
002550         GO TO 2000-EXIT
002560     END-IF.
002570     MOVE HLD-PAGE-IMAGE TO PAGE-EXTRACT-RECORD.
002580     MOVE 'N' TO WS-WINDOW-ACTIVE-SW.
002590     IF WS-WIN-COUNT > ZERO
002600         PERFORM 2100-SEARCH-WINDOW-TABLE
002610             THRU 2100-EXIT
002620     END-IF.
002630     IF WS-WINDOW-ACTIVE
002640         PERFORM 2200-REPORT-STILL-HELD
002650             THRU 2200-EXIT
002660         GO TO 2000-EXIT
002670     END-IF.
002680     MOVE 'Y' TO PGX-DELAYED-IND.
002686     PERFORM 2500-WRITE-EXTRACT-PAGE
002692         THRU 2500-EXIT.
002700     MOVE 'R' TO HLD-STATUS.
002710     MOVE WS-CURRENT-DATE TO HLD-RELEASE-DATE.
002720     MOVE WS-CURRENT-TIME TO HLD-RELEASE-TIME.
002730     REWRITE HELD-PAGE-RECORD.
002740     IF WS-HELDPAGE-STATUS NOT = '00'
002750         MOVE 16 TO WS-RELEASE-RC
002760         MOVE SPACES TO RPT-LINE
002770         STRING 'HELDPAGE REWRITE FAILED - STATUS '
002780                              DELIMITED BY SIZE
002790                WS-HELDPAGE-STATUS DELIMITED BY SIZE
002800                ' - LAST PAGE MAY BE RELEASED AGAIN'
002810                              DELIMITED BY SIZE
002820           INTO RPT-LINE
002830         WRITE RPT-LINE
002840         MOVE 'Y' TO WS-HELDPAGE-EOF-SW
002850         GO TO 2000-EXIT
002860     END-IF.
002870     ADD 1 TO WS-RELEASED-COUNT.
002880     MOVE SPACES TO WS-D-TEXT.
002890     STRING 'RELEASED AS DELAYED - ' DELIMITED BY SIZE
002900            HLD-REASON               DELIMITED BY SIZE
002910       INTO WS-D-TEXT.
002920     PERFORM 2300-WRITE-DETAIL
002930         THRU 2300-EXIT.
002940 2000-EXIT.
002950     EXIT.
002960*
002970*-----------------------------------------------------------*
002980* 2100-SEARCH-WINDOW-TABLE - LOOK FOR AN ACTIVE WINDOW OVER  *
002990*                            THE PAGE'S DESTINATION.  BLANK  *
003000*                            DESTINATIONS COVER EVERY GROUP. *
003010*-----------------------------------------------------------*
003020 2100-SEARCH-WINDOW-TABLE.
003030     SET WS-WIN-IDX TO 1.
003040     SEARCH WS-WIN-ENTRY
003050         AT END
003060             MOVE 'N' TO WS-WINDOW-ACTIVE-SW
003070         WHEN WS-TBL-WIN-DESTS (WS-WIN-IDX) = SPACES
003080             OR WS-TBL-WIN-DEST (WS-WIN-IDX, 1) = PGX-DESTINATION
003090             OR WS-TBL-WIN-DEST (WS-WIN-IDX, 2) = PGX-DESTINATION
003100             OR WS-TBL-WIN-DEST (WS-WIN-IDX, 3) = PGX-DESTINATION
003110             OR WS-TBL-WIN-DEST (WS-WIN-IDX, 4) = PGX-DESTINATION
003120             MOVE 'Y' TO WS-WINDOW-ACTIVE-SW
003130     END-SEARCH.
003140 2100-EXIT.
003150     EXIT.
003160*
003170*-----------------------------------------------------------*
003180* 2200-REPORT-STILL-HELD - LIST A PAGE LEFT ON HOLD AND WHEN *
003190*                          THE WINDOW HOLDING IT ENDS        *
003200*-----------------------------------------------------------*
003210 2200-REPORT-STILL-HELD.
003220     ADD 1 TO WS-STILL-HELD-COUNT.
003230     IF WS-RELEASE-RC < 4
003240         MOVE 4 TO WS-RELEASE-RC
003250     END-IF.
003260     MOVE WS-TBL-WIN-END-DATE (WS-WIN-IDX) TO WS-END-DATE-EDIT.
003270     MOVE SPACES TO WS-D-TEXT.
003280     STRING 'STILL HELD - WINDOW ENDS ' DELIMITED BY SIZE
003290            WS-END-DATE-EDIT             DELIMITED BY SIZE
003300            ' '                          DELIMITED BY SIZE
003310            WS-TBL-WIN-END-TIME (WS-WIN-IDX)
003320                                         DELIMITED BY SIZE
003330       INTO WS-D-TEXT.
003340     PERFORM 2300-WRITE-DETAIL
003350         THRU 2300-EXIT.
003360 2200-EXIT.
003370     EXIT.
003380*
003390*-----------------------------------------------------------*
003400* 2300-WRITE-DETAIL - PRINT ONE LINE FOR THE CURRENT HELD    *
003410*                     PAGE                                   *
003420*-----------------------------------------------------------*
003430 2300-WRITE-DETAIL.
003440     MOVE PGX-RUN-DATE TO WS-D-DATE.
003450     MOVE PGX-RUN-TIME TO WS-D-TIME.
003460     MOVE PGX-SHIFT-CODE TO WS-D-SHIFT.
003470     MOVE PGX-DESTINATION TO WS-D-DEST.
003480     MOVE WS-DETAIL-LINE TO RPT-LINE.
003490     WRITE RPT-LINE.
003500 2300-EXIT.
003510     EXIT.
003520*
003530*-----------------------------------------------------------*
003531* 2500-WRITE-EXTRACT-PAGE - WRITE ONE PAGE TO PAGEEXT.      *
003532*                           THE FIRST PAGE SINCE THE        *
003533*                           OPEN IS PRECEDED BY THE         *
003534*                           BATCH HEADER; EVERY PAGE IS     *
003535*                           COUNTED AND ITS RUN TIME        *
003536*                           ADDED TO THE HASH TOTAL.        *
003537*-----------------------------------------------------------*
003538 2500-WRITE-EXTRACT-PAGE.
003539     IF WS-PGX-BATCH-COUNT = ZERO
003540         MOVE PAGE-EXTRACT-RECORD TO WS-PGX-PAGE-IMAGE
003541         ACCEPT WS-PGX-BATCH-DATE FROM DATE YYYYMMDD
003542         ACCEPT WS-PGX-BATCH-TIME FROM TIME
003543         MOVE SPACES TO PAGE-CONTROL-RECORD
003544         MOVE 'PGXHEADR' TO PGC-RECORD-TYPE
003545         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
003546         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
003547         MOVE 'VARSREL' TO PGC-PROGRAM
003548         MOVE ZERO TO PGC-RECORD-COUNT
003549         MOVE ZERO TO PGC-HASH-TOTAL
003550         WRITE PAGE-CONTROL-RECORD
003551         MOVE WS-PGX-PAGE-IMAGE TO PAGE-EXTRACT-RECORD
003552     END-IF.
003553     WRITE PAGE-EXTRACT-RECORD.
003554     ADD 1 TO WS-PGX-BATCH-COUNT.
003555     ADD PGX-RUN-TIME TO WS-PGX-HASH-TOTAL.
003556 2500-EXIT.
003557     EXIT.
003558*
003559*-----------------------------------------------------------*
003560* 2600-CLOSE-PAGE-EXTRACT - CLOSE PAGEEXT, FIRST WRITING    *
003561*                           THE BATCH TRAILER WITH THE      *
003562*                           PAGE COUNT AND HASH TOTAL       *
003563*                           WHEN ANY PAGE WAS WRITTEN.      *
003564*                           AN OPEN THAT WROTE NO PAGE      *
003565*                           LEAVES NO BATCH BEHIND.         *
003566*-----------------------------------------------------------*
003567 2600-CLOSE-PAGE-EXTRACT.
003568     IF WS-PGX-BATCH-COUNT > ZERO
003569         MOVE SPACES TO PAGE-CONTROL-RECORD
003570         MOVE 'PGXTRAIL' TO PGC-RECORD-TYPE
003571         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
003572         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
003573         MOVE 'VARSREL' TO PGC-PROGRAM
003574         MOVE WS-PGX-BATCH-COUNT TO PGC-RECORD-COUNT
003575         MOVE WS-PGX-HASH-TOTAL TO PGC-HASH-TOTAL
003576         WRITE PAGE-CONTROL-RECORD
003577     END-IF.
003578     CLOSE PAGEEXT.
003579     MOVE ZERO TO WS-PGX-BATCH-COUNT.
003580     MOVE ZERO TO WS-PGX-HASH-TOTAL.
003581 2600-EXIT.
003582     EXIT.
003583*
003584*-----------------------------------------------------------*
003585* 9000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE FILES  *
003586*-----------------------------------------------------------*
003587 9000-TERMINATE.
003588     MOVE SPACES TO RPT-LINE.
003589     MOVE WS-HELD-READ TO WS-COUNT-EDIT.
003590     STRING 'HELD RECORDS READ:         ' DELIMITED BY SIZE
003600            WS-COUNT-EDIT               DELIMITED BY SIZE
003610       INTO RPT-LINE.
003620     WRITE RPT-LINE.
003630     MOVE SPACES TO RPT-LINE.
003640     MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT.
003650     STRING 'RELEASED THIS RUN:         ' DELIMITED BY SIZE
003660            WS-COUNT-EDIT               DELIMITED BY SIZE
003670       INTO RPT-LINE.
003680     WRITE RPT-LINE.
003690     MOVE SPACES TO RPT-LINE.
003700     MOVE WS-STILL-HELD-COUNT TO WS-COUNT-EDIT.
003710     STRING 'STILL HELD:                ' DELIMITED BY SIZE
003720            WS-COUNT-EDIT               DELIMITED BY SIZE
003730       INTO RPT-LINE.
003740     WRITE RPT-LINE.
003750     MOVE SPACES TO RPT-LINE.
003760     MOVE WS-EARLIER-COUNT TO WS-COUNT-EDIT.
003770     STRING 'RELEASED BY EARLIER RUNS:  ' DELIMITED BY SIZE
003780            WS-COUNT-EDIT               DELIMITED BY SIZE
003790       INTO RPT-LINE.
003800     WRITE RPT-LINE.
003810     IF WS-FILES-OPEN
003820         CLOSE HELDPAGE
003826         PERFORM 2600-CLOSE-PAGE-EXTRACT
003832             THRU 2600-EXIT
003840     END-IF.
003850     CLOSE RPTOUT.
003860 9000-EXIT.
003870     EXIT.
