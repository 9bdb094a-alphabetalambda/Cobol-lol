000686*                 update - the record area is undefined     *
000688*                 after a failed keyed read - matching how  *
000689*                 VARSESC handles its state file.           *
000690* 2026-10-15 RLS  A close notice whose time and destination *
000691*                 fall inside a planned-maintenance window  *
000692*                 (MAINTWIN) goes to the HELDPAGE held-page *
000693*                 file instead of PAGEEXT, as in VARS.      *
000694* 2026-10-15 RLS  The close notice is bracketed by a PAGEEXT *
000695*                 batch header and trailer carrying the page *
000696*                 count and hash total, as in VARS.          *
000697* 2026-10-15 RLS  The close notice now carries the on-call   *
000698*                 contact the ROSTER names as primary for    *
000699*                 its destination, shift, and run date, as   *
000700*                 in VARS.                                   *
000701* 2026-10-15 RLS  The window state is left FAILED, not       *
000702*                 CLOSED, when any step in the window        *
000703*                 failed, so the resubmitted job restarts    *
000704*                 the same window. The close now updates the *
000705*                 shift's window still open or failed -      *
000706*                 today's, or yesterday's when today has no  *
000707*                 record - so a window resumed after         *
000708*                 midnight is closed on its own record.      *
000709*-----------------------------------------------------------*
000710 ENVIRONMENT DIVISION.
000715 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000730     SELECT AUDITLOG ASSIGN TO AUDITLOG
000740         ORGANIZATION IS SEQUENTIAL
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS WST-KEY
000880         FILE STATUS IS WS-WINSTATE-STATUS.
000881     SELECT MAINTWIN ASSIGN TO MAINTWIN
000882         ORGANIZATION IS SEQUENTIAL
000883         FILE STATUS IS WS-MAINTWIN-STATUS.
000884     SELECT HELDPAGE ASSIGN TO HELDPAGE
000885         ORGANIZATION IS SEQUENTIAL
000886         FILE STATUS IS WS-HELDPAGE-STATUS.
000887     SELECT ROSTER ASSIGN TO ROSTER
000888         ORGANIZATION IS INDEXED
000889         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS ROS-KEY
000891         FILE STATUS IS WS-ROSTER-STATUS.
000895*
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  AUDITLOG
001070*
001080 FD  WINSTATE.
001090     COPY winstat.
001091*
001092 FD  MAINTWIN
001093     RECORDING MODE IS F.
001094     COPY maintwin.
001095*
001096 FD  HELDPAGE
001097     RECORDING MODE IS F.
001098     COPY heldrec.
001099*
001100 FD  ROSTER.
001101     COPY rosrec.
001105 WORKING-STORAGE SECTION.
001110*
001120*-----------------------------------------------------------*
001130* SWITCHES                                                  *
001310     05  WS-WINSTATE-STATUS      PIC X(02) VALUE '00'.
001320     05  WS-WINSTATE-FOUND-SW    PIC X(01) VALUE 'N'.
001330         88  WS-WINSTATE-FOUND              VALUE 'Y'.
001331     05  WS-MAINTWIN-STATUS      PIC X(02) VALUE '00'.
001332     05  WS-MAINTWIN-EOF-SW      PIC X(01) VALUE 'N'.
001333         88  WS-MAINTWIN-EOF                VALUE 'Y'.
001334     05  WS-HELDPAGE-STATUS      PIC X(02) VALUE '00'.
001335     05  WS-PAGE-HELD-SW         PIC X(01) VALUE 'N'.
001336         88  WS-PAGE-HELD                   VALUE 'Y'.
001337     05  WS-ROSTER-STATUS        PIC X(02) VALUE '00'.
001338     05  WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
001339         88  WS-ROSTER-EOF                  VALUE 'Y'.
001340     05  WS-ROSTER-HIT-SW        PIC X(01) VALUE 'N'.
001341         88  WS-ROSTER-HIT                  VALUE 'Y'.
001345*
001350*-----------------------------------------------------------*
001360* CLOSE RETURN CODE                                         *
001370*   0000 = WINDOW CLOSE RECORDED WITH ELAPSED TIME          *
002120*-----------------------------------------------------------*
002130 01  WS-CLOSE-SEVERITY           PIC X(01) VALUE 'I'.
002140 01  WS-PAGE-DESTINATION         PIC X(08) VALUE 'CHATONLY'.
002141*
002142*-----------------------------------------------------------*
002143* PLANNED-MAINTENANCE WORK AREA - THE NOTICE'S RUN DATE AND  *
002144* HHMM LAID OUT LIKE THE MAINTWIN START AND END STAMPS, AND  *
002145* THE REASON OF THE WINDOW THAT HELD IT, AS IN VARS          *
002146*-----------------------------------------------------------*
002147 01  WS-PAGE-STAMP.
002148     05  WS-PGS-DATE             PIC 9(08).
002149     05  WS-PGS-TIME             PIC 9(04).
002150 01  WS-HELD-REASON              PIC X(40) VALUE SPACES.
002151*
002152*-----------------------------------------------------------*
002153* PAGE EXTRACT BATCH CONTROL - THE BATCH HEADER STAMP,      *
002154* AND THE PAGE COUNT AND HASH TOTAL (SUM OF PGX-RUN-TIME)   *
002155* ITS TRAILER CARRIES                                       *
002156*-----------------------------------------------------------*
002157 01  WS-PGX-BATCH-DATE           PIC 9(08) VALUE ZERO.
002158 01  WS-PGX-BATCH-TIME           PIC 9(08) VALUE ZERO.
002159 01  WS-PGX-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
002160 01  WS-PGX-HASH-TOTAL           PIC 9(15) VALUE ZERO.
002161 01  WS-PGX-PAGE-IMAGE           PIC X(349) VALUE SPACES.
002162*
002163*-----------------------------------------------------------*
002164* ON-CALL CONTACT LOOKUP - THE DESTINATION, SHIFT, AND DATE  *
002165* BEING LOOKED UP, AND THE CONTACTS THE ROSTER NAMES         *
002166*-----------------------------------------------------------*
002167 01  WS-ROSTER-LOOKUP.
002168     05  WS-ROSTER-DEST          PIC X(08) VALUE SPACES.
002169     05  WS-ROSTER-SHIFT         PIC X(01) VALUE SPACE.
002170     05  WS-ROSTER-DATE          PIC 9(08) VALUE ZERO.
002171     05  WS-ROSTER-PRIMARY       PIC X(08) VALUE SPACES.
002172     05  WS-ROSTER-BACKUP        PIC X(08) VALUE SPACES.
002174*
002176 LINKAGE SECTION.
002178*
002180*-----------------------------------------------------------*
002190* PARM - ONE-BYTE SHIFT CODE (THE SHIFT STEP010 OPENED).     *
002200* THE NIGHTLY STEP CONDITION CODES NO LONGER TRAVEL IN THE   *
005880     MOVE WS-CLOSE-SEVERITY TO PGX-SEVERITY.
005890     MOVE WS-PAGE-DESTINATION TO PGX-DESTINATION.
005900     MOVE ZERO TO PGX-ESCALATION.
005902     MOVE 'N' TO PGX-DELAYED-IND.
005903     PERFORM 5700-RESOLVE-CONTACT
005904         THRU 5700-EXIT.
005905     MOVE WS-ROSTER-PRIMARY TO PGX-CONTACT.
005906     PERFORM 5300-CHECK-MAINT-WINDOW
005907         THRU 5300-EXIT.
005908     IF NOT WS-PAGE-HELD
005909         PERFORM 5500-WRITE-EXTRACT-PAGE
005910             THRU 5500-EXIT
005912     END-IF.
005918     PERFORM 5600-CLOSE-PAGE-EXTRACT
005924         THRU 5600-EXIT.
005930 5000-EXIT.
005940     EXIT.
005950*
006530     EXIT.
006540*
006550*-----------------------------------------------------------*
006551* 5300-CHECK-MAINT-WINDOW - LOOK FOR A PLANNED-MAINTENANCE   *
006552*                           WINDOW COVERING THE CLOSE NOTICE *
006553*                           (ITS RUN DATE AND TIME AND ITS   *
006554*                           DESTINATION).  A COVERED NOTICE  *
006555*                           IS PUT ON THE HELD-PAGE FILE     *
006556*                           INSTEAD OF PAGEEXT.  A MISSING   *
006557*                           WINDOW DATASET MEANS NO          *
006558*                           MAINTENANCE IS PLANNED.          *
006559*-----------------------------------------------------------*
006560 5300-CHECK-MAINT-WINDOW.
006561     MOVE 'N' TO WS-PAGE-HELD-SW.
006562     MOVE 'N' TO WS-MAINTWIN-EOF-SW.
006563     MOVE PGX-RUN-DATE TO WS-PGS-DATE.
006564     MOVE PGX-RUN-TIME (1:4) TO WS-PGS-TIME.
006565     OPEN INPUT MAINTWIN.
006566     IF WS-MAINTWIN-STATUS NOT = '00'
006567         GO TO 5300-EXIT
006568     END-IF.
006569     PERFORM 5350-SCAN-MAINT-WINDOW
006570         THRU 5350-EXIT
006571         UNTIL WS-MAINTWIN-EOF
006572             OR WS-PAGE-HELD.
006573     CLOSE MAINTWIN.
006574     IF WS-PAGE-HELD
006575         PERFORM 5400-HOLD-PAGE
006576             THRU 5400-EXIT
006577     END-IF.
006578 5300-EXIT.
006579     EXIT.
006580*
006581*-----------------------------------------------------------*
006582* 5350-SCAN-MAINT-WINDOW - TEST ONE WINDOW AGAINST THE PAGE  *
006583*                          STAMP AND DESTINATION.  BLANK     *
006584*                          DESTINATIONS COVER EVERY GROUP.   *
006585*-----------------------------------------------------------*
006586 5350-SCAN-MAINT-WINDOW.
006587     READ MAINTWIN
006588         AT END
006589             MOVE 'Y' TO WS-MAINTWIN-EOF-SW
006590             GO TO 5350-EXIT
006591     END-READ.
006592     IF MNW-START NOT NUMERIC
006593         OR MNW-END NOT NUMERIC
006594         GO TO 5350-EXIT
006595     END-IF.
006596     IF WS-PAGE-STAMP < MNW-START
006597         OR WS-PAGE-STAMP > MNW-END
006598         GO TO 5350-EXIT
006599     END-IF.
006600     IF MNW-DESTINATIONS NOT = SPACES
006601         AND MNW-DESTINATION (1) NOT = PGX-DESTINATION
006602         AND MNW-DESTINATION (2) NOT = PGX-DESTINATION
006603         AND MNW-DESTINATION (3) NOT = PGX-DESTINATION
006604         AND MNW-DESTINATION (4) NOT = PGX-DESTINATION
006605         GO TO 5350-EXIT
006606     END-IF.
006607     MOVE 'Y' TO WS-PAGE-HELD-SW.
006608     MOVE MNW-REASON TO WS-HELD-REASON.
006609 5350-EXIT.
006610     EXIT.
006611*
006612*-----------------------------------------------------------*
006613* 5400-HOLD-PAGE - APPEND THE NOTICE TO THE HELD-PAGE FILE.  *
006614*                  IF THE HELD FILE CANNOT BE OPENED THE     *
006615*                  NOTICE GOES TO PAGEEXT AFTER ALL - A PAGE *
006616*                  IS NEVER DROPPED.                         *
006617*-----------------------------------------------------------*
006618 5400-HOLD-PAGE.
006619     OPEN EXTEND HELDPAGE.
006620     IF WS-HELDPAGE-STATUS NOT = '00'
006621         DISPLAY 'VARSEND - HELDPAGE OPEN FAILED - STATUS '
006622             WS-HELDPAGE-STATUS ' - PAGE WRITTEN TO PAGEEXT'
006623         MOVE 'N' TO WS-PAGE-HELD-SW
006624         GO TO 5400-EXIT
006625     END-IF.
006626     MOVE 'H' TO HLD-STATUS.
006627     MOVE ZERO TO HLD-RELEASE-DATE.
006628     MOVE ZERO TO HLD-RELEASE-TIME.
006629     MOVE WS-HELD-REASON TO HLD-REASON.
006630     MOVE PAGE-EXTRACT-RECORD TO HLD-PAGE-IMAGE.
006631     WRITE HELD-PAGE-RECORD.
006632     CLOSE HELDPAGE.
006633     DISPLAY 'VARSEND - PAGE TO ' PGX-DESTINATION
006634         ' HELD FOR PLANNED MAINTENANCE - ' WS-HELD-REASON.
006635 5400-EXIT.
006636     EXIT.
006637*
006638*-----------------------------------------------------------*
006639* 5500-WRITE-EXTRACT-PAGE - WRITE ONE PAGE TO PAGEEXT.      *
006640*                           THE FIRST PAGE SINCE THE        *
006641*                           OPEN IS PRECEDED BY THE         *
006642*                           BATCH HEADER; EVERY PAGE IS     *
006643*                           COUNTED AND ITS RUN TIME        *
006644*                           ADDED TO THE HASH TOTAL.        *
006645*-----------------------------------------------------------*
006646 5500-WRITE-EXTRACT-PAGE.
006647     IF WS-PGX-BATCH-COUNT = ZERO
006648         MOVE PAGE-EXTRACT-RECORD TO WS-PGX-PAGE-IMAGE
006649         ACCEPT WS-PGX-BATCH-DATE FROM DATE YYYYMMDD
006650         ACCEPT WS-PGX-BATCH-TIME FROM TIME
006651         MOVE SPACES TO PAGE-CONTROL-RECORD
006652         MOVE 'PGXHEADR' TO PGC-RECORD-TYPE
006653         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
006654         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
006655         MOVE 'VARSEND' TO PGC-PROGRAM
006656         MOVE ZERO TO PGC-RECORD-COUNT
006657         MOVE ZERO TO PGC-HASH-TOTAL
006658         WRITE PAGE-CONTROL-RECORD
006659         MOVE WS-PGX-PAGE-IMAGE TO PAGE-EXTRACT-RECORD
006660     END-IF.
006661     WRITE PAGE-EXTRACT-RECORD.
006662     ADD 1 TO WS-PGX-BATCH-COUNT.
006663     ADD PGX-RUN-TIME TO WS-PGX-HASH-TOTAL.
006664 5500-EXIT.
006665     EXIT.
006666*
006667*-----------------------------------------------------------*
006668* 5600-CLOSE-PAGE-EXTRACT - CLOSE PAGEEXT, FIRST WRITING    *
006669*                           THE BATCH TRAILER WITH THE      *
006670*                           PAGE COUNT AND HASH TOTAL       *
006671*                           WHEN ANY PAGE WAS WRITTEN.      *
006672*                           AN OPEN THAT WROTE NO PAGE      *
006673*                           LEAVES NO BATCH BEHIND.         *
006674*-----------------------------------------------------------*
006675 5600-CLOSE-PAGE-EXTRACT.
006676     IF WS-PGX-BATCH-COUNT > ZERO
006677         MOVE SPACES TO PAGE-CONTROL-RECORD
006678         MOVE 'PGXTRAIL' TO PGC-RECORD-TYPE
006679         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
006680         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
006681         MOVE 'VARSEND' TO PGC-PROGRAM
006682         MOVE WS-PGX-BATCH-COUNT TO PGC-RECORD-COUNT
006683         MOVE WS-PGX-HASH-TOTAL TO PGC-HASH-TOTAL
006684         WRITE PAGE-CONTROL-RECORD
006685     END-IF.
006686     CLOSE PAGEEXT.
006687     MOVE ZERO TO WS-PGX-BATCH-COUNT.
006688     MOVE ZERO TO WS-PGX-HASH-TOTAL.
006689 5600-EXIT.
006690     EXIT.
006691*
006692*-----------------------------------------------------------*
006693* 5700-RESOLVE-CONTACT - LOOK UP WHO IS ON CALL FOR THE PAGE *
006694*                        JUST BUILT: THE ROSTER ENTRY FOR    *
006695*                        ITS DESTINATION AND SHIFT COVERING  *
006696*                        ITS RUN DATE, ELSE THE ALL-SHIFT    *
006697*                        ENTRY.  NO ENTRY, OR NO ROSTER      *
006698*                        DATASET, LEAVES THE CONTACTS BLANK. *
006699*-----------------------------------------------------------*
006700 5700-RESOLVE-CONTACT.
006701     MOVE SPACES TO WS-ROSTER-PRIMARY.
006702     MOVE SPACES TO WS-ROSTER-BACKUP.
006703     OPEN INPUT ROSTER.
006704     IF WS-ROSTER-STATUS NOT = '00'
006705         GO TO 5700-EXIT
006706     END-IF.
006707     MOVE PGX-DESTINATION TO WS-ROSTER-DEST.
006708     MOVE PGX-SHIFT-CODE TO WS-ROSTER-SHIFT.
006709     MOVE PGX-RUN-DATE TO WS-ROSTER-DATE.
006710     PERFORM 5750-FIND-ROSTER-ENTRY
006711         THRU 5750-EXIT.
006712     IF NOT WS-ROSTER-HIT
006713         MOVE SPACE TO WS-ROSTER-SHIFT
006714         PERFORM 5750-FIND-ROSTER-ENTRY
006715             THRU 5750-EXIT
006716     END-IF.
006717     CLOSE ROSTER.
006718 5700-EXIT.
006719     EXIT.
006720*
006721*-----------------------------------------------------------*
006722* 5750-FIND-ROSTER-ENTRY - POSITION ON THE FIRST ENTRY FOR   *
006723*                          THE DESTINATION AND SHIFT BEING   *
006724*                          LOOKED UP AND READ FORWARD TO THE *
006725*                          ONE WHOSE DATE RANGE COVERS THE   *
006726*                          LOOKUP DATE                       *
006727*-----------------------------------------------------------*
006728 5750-FIND-ROSTER-ENTRY.
006729     MOVE 'N' TO WS-ROSTER-HIT-SW.
006730     MOVE 'N' TO WS-ROSTER-EOF-SW.
006731     MOVE WS-ROSTER-DEST TO ROS-DESTINATION.
006732     MOVE WS-ROSTER-SHIFT TO ROS-SHIFT-CODE.
006733     MOVE ZERO TO ROS-START-DATE.
006734     START ROSTER KEY NOT LESS THAN ROS-KEY
006735         INVALID KEY
006736             MOVE 'Y' TO WS-ROSTER-EOF-SW
006737     END-START.
006738     PERFORM 5760-SCAN-ROSTER-ENTRY
006739         THRU 5760-EXIT
006740         UNTIL WS-ROSTER-EOF.
006741 5750-EXIT.
006742     EXIT.
006743*
006744*-----------------------------------------------------------*
006745* 5760-SCAN-ROSTER-ENTRY - TEST THE NEXT ROSTER ENTRY.  THE  *
006746*                          SCAN STOPS AT THE FIRST ENTRY FOR *
006747*                          ANOTHER DESTINATION OR SHIFT, OR  *
006748*                          STARTING AFTER THE LOOKUP DATE.   *
006749*-----------------------------------------------------------*
006750 5760-SCAN-ROSTER-ENTRY.
006751     READ ROSTER NEXT RECORD
006752         AT END
006753             MOVE 'Y' TO WS-ROSTER-EOF-SW
006754             GO TO 5760-EXIT
006755     END-READ.
006756     IF ROS-DESTINATION NOT = WS-ROSTER-DEST
006757         OR ROS-SHIFT-CODE NOT = WS-ROSTER-SHIFT
006758         OR ROS-START-DATE > WS-ROSTER-DATE
006759         MOVE 'Y' TO WS-ROSTER-EOF-SW
006760         GO TO 5760-EXIT
006761     END-IF.
006762     IF ROS-END-DATE >= WS-ROSTER-DATE
006763         MOVE ROS-PRIMARY-CONTACT TO WS-ROSTER-PRIMARY
006764         MOVE ROS-BACKUP-CONTACT TO WS-ROSTER-BACKUP
006765         MOVE 'Y' TO WS-ROSTER-HIT-SW
006766         MOVE 'Y' TO WS-ROSTER-EOF-SW
006767     END-IF.
006768 5760-EXIT.
006769     EXIT.
006770*
006771*-----------------------------------------------------------*
006772* 6000-UPDATE-WINDOW-STATE - CLOSE THE SHIFT'S WINDOW STATE  *
006773*                            RECORD: TODAY'S IF IT IS STILL  *
006774*                            OPEN OR FAILED; WITH NO RECORD  *
006775*                            FOR TODAY, YESTERDAY'S IF IT IS *
006776*                            EITHER (AN OVERNIGHT OR RESUMED *
006777*                            WINDOW); ELSE THE RECORD FOR    *
006778*                            THE OPEN THIS CLOSE PAIRS WITH  *
006779*                            (TODAY'S WHEN NO OPEN WAS       *
006780*                            FOUND) AS A BEST EFFORT.  THE   *
006781*                            STATUS IS FAILED WHEN ANY STEP  *
006782*                            IN THE WINDOW FAILED, SO THE    *
006783*                            RESUBMIT IS TREATED AS A        *
006784*                            RESTART AND KEEPS THE ORIGINAL  *
006785*                            OPEN TIME; CLOSED OTHERWISE.  A *
006786*                            MISSING STATE DATASET OR RECORD *
006787*                            IS NOT AN ERROR - THE STATE     *
006788*                            FILE ARRIVED AFTER THE HISTORY  *
006789*                            DID.                            *
006790*-----------------------------------------------------------*
006791 6000-UPDATE-WINDOW-STATE.
006792     OPEN I-O WINSTATE.
006793     IF WS-WINSTATE-STATUS NOT = '00'
006794         GO TO 6000-EXIT
006795     END-IF.
006796     MOVE 'N' TO WS-WINSTATE-FOUND-SW.
006797     MOVE WS-CURRENT-DATE TO WST-RUN-DATE.
006798     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
006799     READ WINSTATE
006800         INVALID KEY
006801             MOVE WS-PREVIOUS-DATE-N TO WST-RUN-DATE
006802             PERFORM 6100-READ-OPEN-WINDOW
006803                 THRU 6100-EXIT
006804         NOT INVALID KEY
006805             IF WST-WINDOW-RESTARTABLE
006806                 MOVE 'Y' TO WS-WINSTATE-FOUND-SW
006807             END-IF
006808     END-READ.
006809     IF WS-WINSTATE-FOUND
006810         GO TO 6000-SET-STATUS
006811     END-IF.
006812     IF WS-OPEN-FOUND
006813         MOVE WS-OPEN-DATE TO WST-RUN-DATE
006814     ELSE
006815         MOVE WS-CURRENT-DATE TO WST-RUN-DATE
006816     END-IF.
006817     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
006818     READ WINSTATE
006819         INVALID KEY
006820             MOVE 'N' TO WS-WINSTATE-FOUND-SW
006821             IF WS-OPEN-FOUND
006822                 MOVE WS-OPEN-DATE TO WST-RUN-DATE
006823             ELSE
006824                 MOVE WS-CURRENT-DATE TO WST-RUN-DATE
006825             END-IF
006826             MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE
006827         NOT INVALID KEY
006828             MOVE 'Y' TO WS-WINSTATE-FOUND-SW
006830     END-READ.
006832 6000-SET-STATUS.
006834     IF WS-FAILED-COUNT > ZERO
006836         MOVE 'FAILED' TO WST-STATUS
006838     ELSE
006840         MOVE 'CLOSED' TO WST-STATUS
006842     END-IF.
006850     MOVE WS-CURRENT-TIME TO WST-CLOSE-TIME.
006860     IF WS-WINSTATE-FOUND
006870         REWRITE WINDOW-STATE-RECORD
006920     CLOSE WINSTATE.
006930 6000-EXIT.
006940     EXIT.
006950*
006960*-----------------------------------------------------------*
006970* 6100-READ-OPEN-WINDOW - READ YESTERDAY'S WINDOW STATE      *
006980*                         RECORD FOR THE SHIFT (THE CALLER   *
006990*                         SETS THE RUN DATE) AND TAKE IT IF  *
007000*                         IT IS STILL OPEN OR FAILED         *
007010*-----------------------------------------------------------*
007020 6100-READ-OPEN-WINDOW.
007030     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
007040     READ WINSTATE
007050         INVALID KEY
007060             GO TO 6100-EXIT
007070     END-READ.
007080     IF WST-WINDOW-RESTARTABLE
007090         MOVE 'Y' TO WS-WINSTATE-FOUND-SW
007100     END-IF.
007110 6100-EXIT.
007120     EXIT.
