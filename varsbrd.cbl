000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. varsbrd.
000030 AUTHOR. LodoreStiffler.
000040* Ad-hoc mid-window broadcast.  VARS announces a shift at open
000050* and VARSEND at cycle close; anything that happens in between
000060* (a late input file, a hold on a production job) used to go
000070* out by telephone.  This program is submitted on demand with
000080* the shift code and severity class in the PARM and up to
000090* four lines of text on the BRDTEXT cards.  The text is shown
000100* on the job log and the operator console, recorded on
000110* AUDITLOG as a broadcast entry (type B - neither an open nor
000120* a close, so the window gap, duration, and SLA reports pass
000130* over it), and paged through the same ROUTEFL routing rules
000140* and planned-maintenance hold VARS uses.  The audit entry
000150* and the page carry the same run date and time so the
000160* gateway acknowledgment matches the broadcast in VARSACK and
000170* VARSEXT.
000180*
000190*-----------------------------------------------------------*
000200* MODIFICATION HISTORY                                      *
000210*-----------------------------------------------------------*
000220* DATE       INIT DESCRIPTION                                *
000230* 2026-10-15 RLS  Original program.                         *
000232* 2026-10-15 RLS  The broadcast page is bracketed by a      *
000234*                 PAGEEXT batch header and trailer carrying *
000236*                 the page count and hash total, as in      *
000238*                 VARS.                                     *
000239* 2026-10-15 RLS  The broadcast page now carries the        *
000240*                 on-call contact the ROSTER names as       *
000241*                 primary for its destination, shift, and   *
000242*                 run date, as in VARS.                     *
000246*-----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000280     CONSOLE IS OPERCONS.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT BRDTEXT ASSIGN TO BRDTEXT
000320         ORGANIZATION IS SEQUENTIAL
000330         FILE STATUS IS WS-BRDTEXT-STATUS.
000340     SELECT AUDITLOG ASSIGN TO AUDITLOG
000350         ORGANIZATION IS SEQUENTIAL
000360         FILE STATUS IS WS-AUDITLOG-STATUS.
000370     SELECT PAGEEXT ASSIGN TO PAGEEXT
000380         ORGANIZATION IS SEQUENTIAL.
000390     SELECT ROUTEFL ASSIGN TO ROUTEFL
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-ROUTEFL-STATUS.
000420     SELECT MAINTWIN ASSIGN TO MAINTWIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-MAINTWIN-STATUS.
000450     SELECT HELDPAGE ASSIGN TO HELDPAGE
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-HELDPAGE-STATUS.
000471     SELECT ROSTER ASSIGN TO ROSTER
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS ROS-KEY
000475         FILE STATUS IS WS-ROSTER-STATUS.
000480*
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BRDTEXT
000520     RECORDING MODE IS F.
000530*-----------------------------------------------------------*
000540* BROADCAST TEXT CARD - ONE 78-BYTE LINE OF THE BROADCAST    *
000550* PER CARD, UP TO FOUR CARDS.  COLUMNS 79-80 ARE IGNORED.    *
000560*-----------------------------------------------------------*
000570 01  BROADCAST-TEXT-RECORD.
000580     05  BRT-TEXT                 PIC X(78).
000590     05  FILLER                   PIC X(02).
000600*
000610 FD  AUDITLOG
000620     RECORDING MODE IS F.
000630     COPY auditrec.
000640*
000650 FD  PAGEEXT
000660     RECORDING MODE IS F.
000670     COPY pagerec.
000680*
000690 FD  ROUTEFL
000700     RECORDING MODE IS F.
000710     COPY routrec.
000720*
000730 FD  MAINTWIN
000740     RECORDING MODE IS F.
000750     COPY maintwin.
000760*
000770 FD  HELDPAGE
000780     RECORDING MODE IS F.
000790     COPY heldrec.
000792*
000794 FD  ROSTER.
000796     COPY rosrec.
000800 WORKING-STORAGE SECTION.
000810*
000820*-----------------------------------------------------------*
000830* SWITCHES                                                  *
000840*-----------------------------------------------------------*
000850 01  WS-SWITCHES.
000860     05  WS-BRDTEXT-STATUS       PIC X(02) VALUE '00'.
000870     05  WS-BRDTEXT-EOF-SW       PIC X(01) VALUE 'N'.
000880         88  WS-BRDTEXT-EOF                 VALUE 'Y'.
000890     05  WS-AUDITLOG-STATUS      PIC X(02) VALUE '00'.
000900     05  WS-ROUTEFL-STATUS       PIC X(02) VALUE '00'.
000910     05  WS-ROUTEFL-EOF-SW       PIC X(01) VALUE 'N'.
000920         88  WS-ROUTEFL-EOF                 VALUE 'Y'.
000930     05  WS-ROUTE-SHIFT-HIT-SW   PIC X(01) VALUE 'N'.
000940         88  WS-ROUTE-SHIFT-HIT             VALUE 'Y'.
000950     05  WS-MAINTWIN-STATUS      PIC X(02) VALUE '00'.
000960     05  WS-MAINTWIN-EOF-SW      PIC X(01) VALUE 'N'.
000970         88  WS-MAINTWIN-EOF                VALUE 'Y'.
000980     05  WS-HELDPAGE-STATUS      PIC X(02) VALUE '00'.
000990     05  WS-PAGE-HELD-SW         PIC X(01) VALUE 'N'.
001000         88  WS-PAGE-HELD                   VALUE 'Y'.
001001     05  WS-ROSTER-STATUS        PIC X(02) VALUE '00'.
001002     05  WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
001003         88  WS-ROSTER-EOF                  VALUE 'Y'.
001004     05  WS-ROSTER-HIT-SW        PIC X(01) VALUE 'N'.
001005         88  WS-ROSTER-HIT                  VALUE 'Y'.
001010*
001020*-----------------------------------------------------------*
001030* BROADCAST RETURN CODE                                     *
001040*   0000 = BROADCAST DISPLAYED, LOGGED, AND PAGED (OR HELD  *
001050*          FOR PLANNED MAINTENANCE)                         *
001060*   0004 = BROADCAST DISPLAYED AND PAGED, BUT AUDITLOG      *
001070*          COULD NOT BE OPENED - IT IS NOT IN THE HISTORY   *
001080*   0008 = NO TEXT, OR MORE THAN FOUR TEXT CARDS - NOTHING  *
001090*          BROADCAST                                        *
001100*   0016 = PARM MISSING OR INVALID, OR BRDTEXT COULD NOT BE *
001110*          OPENED - NOTHING BROADCAST                       *
001120*-----------------------------------------------------------*
001130 01  WS-BROADCAST-RC             PIC 9(04) VALUE ZERO.
001140*
001150*-----------------------------------------------------------*
001160* BROADCAST SHIFT, SEVERITY CLASS, AND TEXT - FOUR 78-BYTE   *
001170* LINES AS ON THE AUDIT AND PAGE EXTRACT RECORDS             *
001180*-----------------------------------------------------------*
001190 01  WS-REQUESTED-SHIFT          PIC X(01) VALUE SPACE.
001200     88  WS-SHIFT-VALID                     VALUE '1' '2' '3'.
001210 01  WS-MESSAGE-SEVERITY         PIC X(01) VALUE SPACE.
001220     88  WS-SEV-VALID                       VALUE 'I' 'W' 'C'.
001230 01  WS-MESSAGE                  VALUE SPACES.
001240     05  WS-MSG-LINE             OCCURS 4 TIMES
001250                                 PIC X(78).
001260 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
001270 01  WS-LINE-SUB                 PIC 9(02) VALUE 1.
001280*
001290*-----------------------------------------------------------*
001300* PAGE ROUTING WORK AREA, AS IN VARS                        *
001310*-----------------------------------------------------------*
001320 01  WS-ROUTE-SEVERITY           PIC X(01) VALUE 'I'.
001330 01  WS-PAGE-DESTINATION         PIC X(08) VALUE 'CHATONLY'.
001340*
001350*-----------------------------------------------------------*
001360* PLANNED-MAINTENANCE WORK AREA, AS IN VARS                 *
001370*-----------------------------------------------------------*
001380 01  WS-PAGE-STAMP.
001390     05  WS-PGS-DATE             PIC 9(08).
001400     05  WS-PGS-TIME             PIC 9(04).
001410 01  WS-HELD-REASON              PIC X(40) VALUE SPACES.
001411*
001412*-----------------------------------------------------------*
001413* PAGE EXTRACT BATCH CONTROL - THE BATCH HEADER STAMP,      *
001414* AND THE PAGE COUNT AND HASH TOTAL (SUM OF PGX-RUN-TIME)   *
001415* ITS TRAILER CARRIES                                       *
001416*-----------------------------------------------------------*
001417 01  WS-PGX-BATCH-DATE           PIC 9(08) VALUE ZERO.
001418 01  WS-PGX-BATCH-TIME           PIC 9(08) VALUE ZERO.
001419 01  WS-PGX-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
001420 01  WS-PGX-HASH-TOTAL           PIC 9(15) VALUE ZERO.
001421 01  WS-PGX-PAGE-IMAGE           PIC X(349) VALUE SPACES.
001422*
001423*-----------------------------------------------------------*
001424* ON-CALL CONTACT LOOKUP - THE DESTINATION, SHIFT, AND DATE  *
001425* BEING LOOKED UP, AND THE CONTACTS THE ROSTER NAMES         *
001426*-----------------------------------------------------------*
001427 01  WS-ROSTER-LOOKUP.
001428     05  WS-ROSTER-DEST          PIC X(08) VALUE SPACES.
001429     05  WS-ROSTER-SHIFT         PIC X(01) VALUE SPACE.
001430     05  WS-ROSTER-DATE          PIC 9(08) VALUE ZERO.
001431     05  WS-ROSTER-PRIMARY       PIC X(08) VALUE SPACES.
001432     05  WS-ROSTER-BACKUP        PIC X(08) VALUE SPACES.
001434*
001436*-----------------------------------------------------------*
001440* DATE/TIME WORK AREA                                       *
001450*-----------------------------------------------------------*
001460 01  WS-CURRENT-DATE              PIC 9(08).
001470 01  WS-CURRENT-TIME              PIC 9(08).
001480 01  WS-DATE-EDIT                 PIC 9999/99/99.
001490 01  WS-TIME-RAW                  PIC 9(06).
001500 01  WS-TIME-EDIT                 PIC 99B99B99.
001510*
001520*-----------------------------------------------------------*
001530* STAMPED CONSOLE DISPLAY LINES                              *
001540*-----------------------------------------------------------*
001550 01  WS-DISPLAY-HEADER            PIC X(60) VALUE SPACES.
001560 01  WS-DISPLAY-MESSAGE           PIC X(98) VALUE SPACES.
001570 LINKAGE SECTION.
001580*
001590*-----------------------------------------------------------*
001600* REQUIRED PARM - THE ONE-BYTE SHIFT CODE (1/2/3) THE        *
001610* BROADCAST BELONGS TO, THEN THE ONE-BYTE SEVERITY CLASS     *
001620* (I = INFORMATIONAL, W = WARNING, C = CRITICAL) THAT DRIVES *
001630* THE PAGE ROUTING.  THE HALFWORD BINARY LENGTH FIELD MVS    *
001640* PLACES AHEAD OF THE PARM TEXT IS DECLARED FIRST.           *
001650*-----------------------------------------------------------*
001660 01  LS-PARM.
001670     05  LS-PARM-LEN              PIC S9(4) COMP.
001680     05  LS-PARM-DATA.
001690         10  LS-SHIFT-CODE        PIC X(01).
001700         10  LS-SEVERITY          PIC X(01).
001710 PROCEDURE DIVISION USING LS-PARM.
001720*
001730 0000-MAINLINE.
001740     PERFORM 1000-INITIALIZE
001750         THRU 1000-EXIT.
001760     IF WS-BROADCAST-RC = ZERO
001770         PERFORM 2000-DISPLAY-BROADCAST
001780             THRU 2000-EXIT
001790         PERFORM 4000-WRITE-PAGE-EXTRACT
001800             THRU 4000-EXIT
001810         PERFORM 3000-WRITE-AUDIT-RECORD
001820             THRU 3000-EXIT
001830     END-IF.
001840     MOVE WS-BROADCAST-RC TO RETURN-CODE.
001850     STOP RUN.
001860*
001870*-----------------------------------------------------------*
001880* 1000-INITIALIZE - VALIDATE THE PARM AND LOAD THE TEXT      *
001890*                   CARDS.  A BAD PARM OR AN UNUSABLE TEXT   *
001900*                   FILE STOPS THE RUN BEFORE ANYTHING IS    *
001910*                   SHOWN, LOGGED, OR PAGED.                 *
001920*-----------------------------------------------------------*
001930 1000-INITIALIZE.
001940     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001950     ACCEPT WS-CURRENT-TIME FROM TIME.
001960     IF LS-PARM-LEN < 2
001970         MOVE 16 TO WS-BROADCAST-RC
001980         DISPLAY 'VARSBRD - PARM MUST BE SHIFT CODE + SEVERITY'
001990             ' - NOTHING BROADCAST'
002000         GO TO 1000-EXIT
002010     END-IF.
002020     MOVE LS-SHIFT-CODE TO WS-REQUESTED-SHIFT.
002030     MOVE LS-SEVERITY TO WS-MESSAGE-SEVERITY.
002040     IF NOT WS-SHIFT-VALID
002050         OR NOT WS-SEV-VALID
002060         MOVE 16 TO WS-BROADCAST-RC
002070         DISPLAY 'VARSBRD - SHIFT MUST BE 1/2/3 AND SEVERITY '
002080             'I/W/C - NOTHING BROADCAST'
002090         GO TO 1000-EXIT
002100     END-IF.
002110     OPEN INPUT BRDTEXT.
002120     IF WS-BRDTEXT-STATUS NOT = '00'
002130         MOVE 16 TO WS-BROADCAST-RC
002140         DISPLAY 'VARSBRD - BRDTEXT OPEN FAILED - STATUS '
002150             WS-BRDTEXT-STATUS ' - NOTHING BROADCAST'
002160         GO TO 1000-EXIT
002170     END-IF.
002180     PERFORM 1100-READ-TEXT-CARD
002190         THRU 1100-EXIT
002200         UNTIL WS-BRDTEXT-EOF.
002210     CLOSE BRDTEXT.
002220     IF WS-BROADCAST-RC NOT = ZERO
002230         GO TO 1000-EXIT
002240     END-IF.
002250     IF WS-MESSAGE = SPACES
002260         MOVE 8 TO WS-BROADCAST-RC
002270         DISPLAY 'VARSBRD - NO BROADCAST TEXT ON BRDTEXT'
002280             ' - NOTHING BROADCAST'
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320*
002330*-----------------------------------------------------------*
002340* 1100-READ-TEXT-CARD - TAKE ONE TEXT CARD AS THE NEXT LINE  *
002350*                       OF THE BROADCAST.  A FIFTH CARD IS   *
002360*                       REJECTED RATHER THAN DROPPED, SO NO  *
002370*                       BROADCAST GOES OUT CUT SHORT.        *
002380*-----------------------------------------------------------*
002390 1100-READ-TEXT-CARD.
002400     READ BRDTEXT
002410         AT END
002420             MOVE 'Y' TO WS-BRDTEXT-EOF-SW
002430             GO TO 1100-EXIT
002440     END-READ.
002450     IF WS-LINE-COUNT >= 4
002460         MOVE 8 TO WS-BROADCAST-RC
002470         MOVE 'Y' TO WS-BRDTEXT-EOF-SW
002480         DISPLAY 'VARSBRD - MORE THAN FOUR TEXT CARDS ON BRDTEXT'
002490             ' - NOTHING BROADCAST'
002500         GO TO 1100-EXIT
002510     END-IF.
002520     ADD 1 TO WS-LINE-COUNT.
002530     MOVE BRT-TEXT TO WS-MSG-LINE (WS-LINE-COUNT).
002540 1100-EXIT.
002550     EXIT.
002560*
002570*-----------------------------------------------------------*
002580* 2000-DISPLAY-BROADCAST - SHOW THE BROADCAST ON THE JOB LOG *
002590*                          AND THE OPERATOR CONSOLE.  EVERY  *
002600*                          SEVERITY GOES TO THE CONSOLE - AN *
002610*                          AD-HOC BROADCAST EXISTS TO BE     *
002620*                          SEEN THERE.  UNLIKE THE SHIFT     *
002630*                          OPEN, A CRITICAL BROADCAST DOES   *
002640*                          NOT HOLD FOR A REPLY.             *
002650*-----------------------------------------------------------*
002660 2000-DISPLAY-BROADCAST.
002670     MOVE WS-CURRENT-DATE TO WS-DATE-EDIT.
002680     MOVE WS-CURRENT-TIME (1:6) TO WS-TIME-RAW.
002690     MOVE WS-TIME-RAW TO WS-TIME-EDIT.
002700     STRING 'VARSBRD - BROADCAST - SHIFT ' DELIMITED BY SIZE
002710            WS-REQUESTED-SHIFT             DELIMITED BY SIZE
002720            ' - SEVERITY '                 DELIMITED BY SIZE
002730            WS-MESSAGE-SEVERITY            DELIMITED BY SIZE
002740       INTO WS-DISPLAY-HEADER.
002750     DISPLAY WS-DISPLAY-HEADER.
002760     DISPLAY WS-DISPLAY-HEADER UPON OPERCONS.
002770     STRING WS-DATE-EDIT DELIMITED BY SIZE
002780            ' '          DELIMITED BY SIZE
002790            WS-TIME-EDIT DELIMITED BY SIZE
002800            ' '          DELIMITED BY SIZE
002810            WS-MSG-LINE (1) DELIMITED BY SIZE
002820       INTO WS-DISPLAY-MESSAGE.
002830     DISPLAY WS-DISPLAY-MESSAGE.
002840     DISPLAY WS-DISPLAY-MESSAGE UPON OPERCONS.
002850     MOVE 2 TO WS-LINE-SUB.
002860     PERFORM 2050-DISPLAY-EXTRA-LINE
002870         THRU 2050-EXIT
002880         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
002890 2000-EXIT.
002900     EXIT.
002910*
002920*-----------------------------------------------------------*
002930* 2050-DISPLAY-EXTRA-LINE - SHOW ONE CONTINUATION LINE OF    *
002940*                           THE BROADCAST AND STEP THE LINE  *
002950*                           SUBSCRIPT                        *
002960*-----------------------------------------------------------*
002970 2050-DISPLAY-EXTRA-LINE.
002980     IF WS-MSG-LINE (WS-LINE-SUB) NOT = SPACES
002990         DISPLAY WS-MSG-LINE (WS-LINE-SUB)
003000         DISPLAY WS-MSG-LINE (WS-LINE-SUB) UPON OPERCONS
003010     END-IF.
003020     ADD 1 TO WS-LINE-SUB.
003030 2050-EXIT.
003040     EXIT.
003050*
003060*-----------------------------------------------------------*
003070* 3000-WRITE-AUDIT-RECORD - APPEND THE BROADCAST TO THE      *
003080*                           BANNER HISTORY AS ENTRY TYPE B   *
003090*-----------------------------------------------------------*
003100 3000-WRITE-AUDIT-RECORD.
003110     OPEN EXTEND AUDITLOG.
003120     IF WS-AUDITLOG-STATUS NOT = '00'
003130         DISPLAY 'VARSBRD - AUDITLOG OPEN FAILED - STATUS '
003140             WS-AUDITLOG-STATUS
003150         MOVE 4 TO WS-BROADCAST-RC
003160         GO TO 3000-EXIT
003170     END-IF.
003180     MOVE WS-CURRENT-DATE TO AUD-RUN-DATE.
003190     MOVE WS-CURRENT-TIME TO AUD-RUN-TIME.
003200     MOVE WS-REQUESTED-SHIFT TO AUD-SHIFT-CODE.
003210     MOVE WS-MESSAGE TO AUD-MESSAGE.
003220     MOVE WS-BROADCAST-RC TO AUD-RETURN-CODE.
003230     MOVE 'N' TO AUD-DUPLICATE-IND.
003240     MOVE SPACES TO AUD-OPERATOR-REPLY.
003250     MOVE 'B' TO AUD-ENTRY-TYPE.
003260     MOVE WS-MESSAGE-SEVERITY TO AUD-SEVERITY.
003270     MOVE 'BROADCST' TO AUD-SOURCE.
003280     WRITE AUDIT-RECORD.
003290     CLOSE AUDITLOG.
003300 3000-EXIT.
003310     EXIT.
003320*
003330*-----------------------------------------------------------*
003340* 4000-WRITE-PAGE-EXTRACT - DROP THE BROADCAST ON PAGEEXT    *
003350*                           FOR THE PAGING/CHAT GATEWAY,     *
003360*                           ROUTED BY SEVERITY AND SHIFT AS  *
003370*                           VARS ROUTES A SHIFT OPEN         *
003380*-----------------------------------------------------------*
003390 4000-WRITE-PAGE-EXTRACT.
003400     MOVE WS-MESSAGE-SEVERITY TO WS-ROUTE-SEVERITY.
003410     PERFORM 4200-RESOLVE-DESTINATION
003420         THRU 4200-EXIT.
003430     OPEN EXTEND PAGEEXT.
003440     MOVE WS-CURRENT-DATE TO PGX-RUN-DATE.
003450     MOVE WS-CURRENT-TIME TO PGX-RUN-TIME.
003460     MOVE WS-REQUESTED-SHIFT TO PGX-SHIFT-CODE.
003470     MOVE 'N' TO PGX-RESTART-IND.
003480     MOVE WS-MESSAGE TO PGX-MESSAGE.
003490     MOVE WS-MESSAGE-SEVERITY TO PGX-SEVERITY.
003500     MOVE WS-PAGE-DESTINATION TO PGX-DESTINATION.
003510     MOVE ZERO TO PGX-ESCALATION.
003520     MOVE 'N' TO PGX-DELAYED-IND.
003522     PERFORM 4700-RESOLVE-CONTACT
003524         THRU 4700-EXIT.
003526     MOVE WS-ROSTER-PRIMARY TO PGX-CONTACT.
003530     PERFORM 4300-CHECK-MAINT-WINDOW
003540         THRU 4300-EXIT.
003550     IF NOT WS-PAGE-HELD
003556         PERFORM 4500-WRITE-EXTRACT-PAGE
003562             THRU 4500-EXIT
003570     END-IF.
003576     PERFORM 4600-CLOSE-PAGE-EXTRACT
003582         THRU 4600-EXIT.
003590 4000-EXIT.
003600     EXIT.
003610*
003620*-----------------------------------------------------------*
003630* 4200-RESOLVE-DESTINATION - PICK THE DESTINATION GROUP FOR  *
003640*                            THE SEVERITY BEING ROUTED, AS   *
003650*                            IN VARS: THE BUILT-IN DEFAULT   *
003660*                            (I = CHATONLY, W = PAGE, C =    *
003670*                            PAGECALL) UNLESS A ROUTEFL RULE *
003680*                            MATCHES.  A MISSING RULES       *
003690*                            DATASET LEAVES THE DEFAULT.     *
003700*-----------------------------------------------------------*
003710 4200-RESOLVE-DESTINATION.
003720     EVALUATE WS-ROUTE-SEVERITY
003730         WHEN 'W'
003740             MOVE 'PAGE' TO WS-PAGE-DESTINATION
003750         WHEN 'C'
003760             MOVE 'PAGECALL' TO WS-PAGE-DESTINATION
003770         WHEN OTHER
003780             MOVE 'CHATONLY' TO WS-PAGE-DESTINATION
003790     END-EVALUATE.
003800     MOVE 'N' TO WS-ROUTEFL-EOF-SW.
003810     MOVE 'N' TO WS-ROUTE-SHIFT-HIT-SW.
003820     OPEN INPUT ROUTEFL.
003830     IF WS-ROUTEFL-STATUS NOT = '00'
003840         MOVE 'Y' TO WS-ROUTEFL-EOF-SW
003850         GO TO 4200-EXIT
003860     END-IF.
003870     PERFORM 4250-SCAN-ROUTE-RULE
003880         THRU 4250-EXIT
003890         UNTIL WS-ROUTEFL-EOF.
003900     CLOSE ROUTEFL.
003910 4200-EXIT.
003920     EXIT.
003930*
003940*-----------------------------------------------------------*
003950* 4250-SCAN-ROUTE-RULE - TEST ONE ROUTING RULE AGAINST THE   *
003960*                        SEVERITY BEING ROUTED AND THE       *
003970*                        BROADCAST SHIFT                     *
003980*-----------------------------------------------------------*
003990 4250-SCAN-ROUTE-RULE.
004000     READ ROUTEFL
004010         AT END
004020             MOVE 'Y' TO WS-ROUTEFL-EOF-SW
004030             GO TO 4250-EXIT
004040     END-READ.
004050     IF RTE-SEVERITY NOT = WS-ROUTE-SEVERITY
004060         GO TO 4250-EXIT
004070     END-IF.
004080     IF RTE-SHIFT-CODE = WS-REQUESTED-SHIFT
004090         MOVE RTE-DESTINATION TO WS-PAGE-DESTINATION
004100         MOVE 'Y' TO WS-ROUTE-SHIFT-HIT-SW
004110     ELSE
004120         IF RTE-SHIFT-CODE = SPACE
004130             AND NOT WS-ROUTE-SHIFT-HIT
004140             MOVE RTE-DESTINATION TO WS-PAGE-DESTINATION
004150         END-IF
004160     END-IF.
004170 4250-EXIT.
004180     EXIT.
004190*
004200*-----------------------------------------------------------*
004210* 4300-CHECK-MAINT-WINDOW - LOOK FOR A PLANNED-MAINTENANCE   *
004220*                           WINDOW COVERING THE PAGE JUST    *
004230*                           BUILT, AS IN VARS.  A COVERED    *
004240*                           PAGE IS PUT ON THE HELD-PAGE     *
004250*                           FILE INSTEAD OF PAGEEXT.         *
004260*-----------------------------------------------------------*
004270 4300-CHECK-MAINT-WINDOW.
004280     MOVE 'N' TO WS-PAGE-HELD-SW.
004290     MOVE 'N' TO WS-MAINTWIN-EOF-SW.
004300     MOVE PGX-RUN-DATE TO WS-PGS-DATE.
004310     MOVE PGX-RUN-TIME (1:4) TO WS-PGS-TIME.
004320     OPEN INPUT MAINTWIN.
004330     IF WS-MAINTWIN-STATUS NOT = '00'
004340         GO TO 4300-EXIT
004350     END-IF.
004360     PERFORM 4350-SCAN-MAINT-WINDOW
004370         THRU 4350-EXIT
004380         UNTIL WS-MAINTWIN-EOF
004390             OR WS-PAGE-HELD.
004400     CLOSE MAINTWIN.
004410     IF WS-PAGE-HELD
004420         PERFORM 4400-HOLD-PAGE
004430             THRU 4400-EXIT
004440     END-IF.
004450 4300-EXIT.
004460     EXIT.
004470*
004480*-----------------------------------------------------------*
004490* 4350-SCAN-MAINT-WINDOW - TEST ONE WINDOW AGAINST THE PAGE  *
004500*                          STAMP AND DESTINATION.  BLANK     *
004510*                          DESTINATIONS COVER EVERY GROUP.   *
004520*-----------------------------------------------------------*
004530 4350-SCAN-MAINT-WINDOW.
004540     READ MAINTWIN
004550         AT END
004560             MOVE 'Y' TO WS-MAINTWIN-EOF-SW
004570             GO TO 4350-EXIT
004580     END-READ.
004590     IF MNW-START NOT NUMERIC
004600         OR MNW-END NOT NUMERIC
004610         GO TO 4350-EXIT
004620     END-IF.
004630     IF WS-PAGE-STAMP < MNW-START
004640         OR WS-PAGE-STAMP > MNW-END
004650         GO TO 4350-EXIT
004660     END-IF.
004670     IF MNW-DESTINATIONS NOT = SPACES
004680         AND MNW-DESTINATION (1) NOT = PGX-DESTINATION
004690         AND MNW-DESTINATION (2) NOT = PGX-DESTINATION
004700         AND MNW-DESTINATION (3) NOT = PGX-DESTINATION
004710         AND MNW-DESTINATION (4) NOT = PGX-DESTINATION
004720         GO TO 4350-EXIT
004730     END-IF.
004740     MOVE 'Y' TO WS-PAGE-HELD-SW.
004750     MOVE MNW-REASON TO WS-HELD-REASON.
004760 4350-EXIT.
004770     EXIT.
004780*
004790*-----------------------------------------------------------*
004800* 4400-HOLD-PAGE - APPEND THE PAGE TO THE HELD-PAGE FILE.    *
004810*                  IF THE HELD FILE CANNOT BE OPENED THE     *
004820*                  PAGE GOES TO PAGEEXT AFTER ALL - A PAGE   *
004830*                  IS NEVER DROPPED.                         *
004840*-----------------------------------------------------------*
004850 4400-HOLD-PAGE.
004860     OPEN EXTEND HELDPAGE.
004870     IF WS-HELDPAGE-STATUS NOT = '00'
004880         DISPLAY 'VARSBRD - HELDPAGE OPEN FAILED - STATUS '
004890             WS-HELDPAGE-STATUS ' - PAGE WRITTEN TO PAGEEXT'
004900         MOVE 'N' TO WS-PAGE-HELD-SW
004910         GO TO 4400-EXIT
004920     END-IF.
004930     MOVE 'H' TO HLD-STATUS.
004940     MOVE ZERO TO HLD-RELEASE-DATE.
004950     MOVE ZERO TO HLD-RELEASE-TIME.
004960     MOVE WS-HELD-REASON TO HLD-REASON.
004970     MOVE PAGE-EXTRACT-RECORD TO HLD-PAGE-IMAGE.
004980     WRITE HELD-PAGE-RECORD.
004990     CLOSE HELDPAGE.
005000     DISPLAY 'VARSBRD - PAGE TO ' PGX-DESTINATION
005010         ' HELD FOR PLANNED MAINTENANCE - ' WS-HELD-REASON.
005020 4400-EXIT.
005030     EXIT.
005040*
005050*-----------------------------------------------------------*
005060* 4500-WRITE-EXTRACT-PAGE - WRITE ONE PAGE TO PAGEEXT.      *
005070*                           THE FIRST PAGE SINCE THE        *
005080*                           OPEN IS PRECEDED BY THE         *
005090*                           BATCH HEADER; EVERY PAGE IS     *
005100*                           COUNTED AND ITS RUN TIME        *
005110*                           ADDED TO THE HASH TOTAL.        *
005120*-----------------------------------------------------------*
005130 4500-WRITE-EXTRACT-PAGE.
005140     IF WS-PGX-BATCH-COUNT = ZERO
005150         MOVE PAGE-EXTRACT-RECORD TO WS-PGX-PAGE-IMAGE
005160         ACCEPT WS-PGX-BATCH-DATE FROM DATE YYYYMMDD
005170         ACCEPT WS-PGX-BATCH-TIME FROM TIME
005180         MOVE SPACES TO PAGE-CONTROL-RECORD
005190         MOVE 'PGXHEADR' TO PGC-RECORD-TYPE
005200         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
005210         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
005220         MOVE 'VARSBRD' TO PGC-PROGRAM
005230         MOVE ZERO TO PGC-RECORD-COUNT
005240         MOVE ZERO TO PGC-HASH-TOTAL
005250         WRITE PAGE-CONTROL-RECORD
005260         MOVE WS-PGX-PAGE-IMAGE TO PAGE-EXTRACT-RECORD
005270     END-IF.
005280     WRITE PAGE-EXTRACT-RECORD.
005290     ADD 1 TO WS-PGX-BATCH-COUNT.
005300     ADD PGX-RUN-TIME TO WS-PGX-HASH-TOTAL.
005310 4500-EXIT.
005320     EXIT.
005330*
005340*-----------------------------------------------------------*
005350* 4600-CLOSE-PAGE-EXTRACT - CLOSE PAGEEXT, FIRST WRITING    *
005360*                           THE BATCH TRAILER WITH THE      *
005370*                           PAGE COUNT AND HASH TOTAL       *
005380*                           WHEN ANY PAGE WAS WRITTEN.      *
005390*                           AN OPEN THAT WROTE NO PAGE      *
005400*                           LEAVES NO BATCH BEHIND.         *
005410*-----------------------------------------------------------*
005420 4600-CLOSE-PAGE-EXTRACT.
005430     IF WS-PGX-BATCH-COUNT > ZERO
005440         MOVE SPACES TO PAGE-CONTROL-RECORD
005450         MOVE 'PGXTRAIL' TO PGC-RECORD-TYPE
005460         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
005470         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
005480         MOVE 'VARSBRD' TO PGC-PROGRAM
005490         MOVE WS-PGX-BATCH-COUNT TO PGC-RECORD-COUNT
005500         MOVE WS-PGX-HASH-TOTAL TO PGC-HASH-TOTAL
005510         WRITE PAGE-CONTROL-RECORD
005520     END-IF.
005530     CLOSE PAGEEXT.
005540     MOVE ZERO TO WS-PGX-BATCH-COUNT.
005550     MOVE ZERO TO WS-PGX-HASH-TOTAL.
005560 4600-EXIT.
005570     EXIT.
005580*
005590*-----------------------------------------------------------*
005600* 4700-RESOLVE-CONTACT - LOOK UP WHO IS ON CALL FOR THE PAGE *
005610*                        JUST BUILT: THE ROSTER ENTRY FOR    *
005620*                        ITS DESTINATION AND SHIFT COVERING  *
005630*                        ITS RUN DATE, ELSE THE ALL-SHIFT    *
005640*                        ENTRY.  NO ENTRY, OR NO ROSTER      *
005650*                        DATASET, LEAVES THE CONTACTS BLANK. *
005660*-----------------------------------------------------------*
005670 4700-RESOLVE-CONTACT.
005680     MOVE SPACES TO WS-ROSTER-PRIMARY.
005690     MOVE SPACES TO WS-ROSTER-BACKUP.
005700     OPEN INPUT ROSTER.
005710     IF WS-ROSTER-STATUS NOT = '00'
005720         GO TO 4700-EXIT
005730     END-IF.
005740     MOVE PGX-DESTINATION TO WS-ROSTER-DEST.
005750     MOVE PGX-SHIFT-CODE TO WS-ROSTER-SHIFT.
005760     MOVE PGX-RUN-DATE TO WS-ROSTER-DATE.
005770     PERFORM 4750-FIND-ROSTER-ENTRY
005780         THRU 4750-EXIT.
005790     IF NOT WS-ROSTER-HIT
005800         MOVE SPACE TO WS-ROSTER-SHIFT
005810         PERFORM 4750-FIND-ROSTER-ENTRY
005820             THRU 4750-EXIT
005830     END-IF.
005840     CLOSE ROSTER.
005850 4700-EXIT.
005860     EXIT.
005870*
005880*-----------------------------------------------------------*
005890* 4750-FIND-ROSTER-ENTRY - POSITION ON THE FIRST ENTRY FOR   *
005900*                          THE DESTINATION AND SHIFT BEING   *
005910*                          LOOKED UP AND READ FORWARD TO THE *
005920*                          ONE WHOSE DATE RANGE COVERS THE   *
005930*                          LOOKUP DATE                       *
005940*-----------------------------------------------------------*
005950 4750-FIND-ROSTER-ENTRY.
005960     MOVE 'N' TO WS-ROSTER-HIT-SW.
005970     MOVE 'N' TO WS-ROSTER-EOF-SW.
005980     MOVE WS-ROSTER-DEST TO ROS-DESTINATION.
005990     MOVE WS-ROSTER-SHIFT TO ROS-SHIFT-CODE.
006000     MOVE ZERO TO ROS-START-DATE.
006010     START ROSTER KEY NOT LESS THAN ROS-KEY
006020         INVALID KEY
006030             MOVE 'Y' TO WS-ROSTER-EOF-SW
006040     END-START.
006050     PERFORM 4760-SCAN-ROSTER-ENTRY
006060         THRU 4760-EXIT
006070         UNTIL WS-ROSTER-EOF.
006080 4750-EXIT.
006090     EXIT.
006100*
006110*-----------------------------------------------------------*
006120* 4760-SCAN-ROSTER-ENTRY - TEST THE NEXT ROSTER ENTRY.  THE  *
006130*                          SCAN STOPS AT THE FIRST ENTRY FOR *
006140*                          ANOTHER DESTINATION OR SHIFT, OR  *
006150*                          STARTING AFTER THE LOOKUP DATE.   *
006160*-----------------------------------------------------------*
006170 4760-SCAN-ROSTER-ENTRY.
006180     READ ROSTER NEXT RECORD
006190         AT END
006200             MOVE 'Y' TO WS-ROSTER-EOF-SW
006210             GO TO 4760-EXIT
006220     END-READ.
006230     IF ROS-DESTINATION NOT = WS-ROSTER-DEST
006240         OR ROS-SHIFT-CODE NOT = WS-ROSTER-SHIFT
006250         OR ROS-START-DATE > WS-ROSTER-DATE
006260         MOVE 'Y' TO WS-ROSTER-EOF-SW
006270         GO TO 4760-EXIT
006280     END-IF.
006290     IF ROS-END-DATE >= WS-ROSTER-DATE
006300         MOVE ROS-PRIMARY-CONTACT TO WS-ROSTER-PRIMARY
006310         MOVE ROS-BACKUP-CONTACT TO WS-ROSTER-BACKUP
006320         MOVE 'Y' TO WS-ROSTER-HIT-SW
006330         MOVE 'Y' TO WS-ROSTER-EOF-SW
006340     END-IF.
006350 4760-EXIT.
006360     EXIT.
