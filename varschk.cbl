000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. varschk.
000030 AUTHOR. LodoreStiffler.
000040* Pre-cycle reference file health check.  VARS falls back
000050* quietly when a reference file will not open or has holes in
000060* it - an unopenable MSGMAST reads as an unknown shift code,
000070* and an unopenable SCHEDFL, PROCCAL, or ROUTEFL is skipped in
000080* favour of the built-in defaults.  This program runs ahead of
000090* the nightly cycle, validates all of them together, and
000100* prints an exceptions report:
000110*   MSGMAST - every shift 1/2/3 has lines starting at 01 with
000120*             no gaps through 04
000130*   PROCCAL - the calendar is maintained at least 14 days
000140*             ahead, and every record in that span carries a
000150*             Y/N expected flag for each shift
000160*   ROUTEFL - every severity I/W/C and shift 1/2/3 resolves to
000170*             a destination by rule, with the same precedence
000180*             VARS uses, rather than by the built-in default
000190*   SLAFL   - every shift 1/2/3 has a usable SLA target
000200*   SCHEDFL - no record ends before it starts
000210* Any exception ends the run with a condition code the
000220* scheduler holds the cycle on.
000230*
000240*-----------------------------------------------------------*
000250* MODIFICATION HISTORY                                      *
000260*-----------------------------------------------------------*
000270* DATE       INIT DESCRIPTION                                *
000280* 2026-10-15 RLS  Original program.                         *
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT MSGMAST ASSIGN TO MSGMAST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS MSG-KEY
000370         FILE STATUS IS WS-MSGMAST-STATUS.
000380     SELECT PROCCAL ASSIGN TO PROCCAL
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-PROCCAL-STATUS.
000410     SELECT ROUTEFL ASSIGN TO ROUTEFL
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-ROUTEFL-STATUS.
000440     SELECT SLAFL ASSIGN TO SLAFL
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-SLAFL-STATUS.
000470     SELECT SCHEDFL ASSIGN TO SCHEDFL
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-SCHEDFL-STATUS.
000500     SELECT RPTOUT ASSIGN TO RPTOUT
000510         ORGANIZATION IS SEQUENTIAL.
000520*
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  MSGMAST.
000560     COPY msgmst.
000570*
000580 FD  PROCCAL
000590     RECORDING MODE IS F.
000600     COPY proccal.
000610*
000620 FD  ROUTEFL
000630     RECORDING MODE IS F.
000640     COPY routrec.
000650*
000660 FD  SLAFL
000670     RECORDING MODE IS F.
000680*-----------------------------------------------------------*
000690* SLA TARGET RECORD - SAME LAYOUT VARSSLA READS              *
000700*-----------------------------------------------------------*
000710 01  SLA-TARGET-RECORD.
000720     05  SLA-SHIFT-CODE          PIC X(01).
000730     05  SLA-TARGET-DURATION     PIC 9(06).
000740     05  SLA-LATEST-CLOSE        PIC 9(06).
000750*
000760 FD  SCHEDFL
000770     RECORDING MODE IS F.
000780 01  SCHEDULE-RECORD.
000790     05  SCH-EFF-FROM-DATE        PIC 9(08).
000800     05  SCH-EFF-TO-DATE          PIC 9(08).
000810     05  SCH-SHIFT-CODE           PIC X(01).
000820     05  SCH-SEVERITY             PIC X(01).
000830     05  SCH-TEXT                 PIC X(78).
000840*
000850 FD  RPTOUT
000860     RECORDING MODE IS F.
000870 01  RPT-LINE                    PIC X(112).
000880 WORKING-STORAGE SECTION.
000890*
000900*-----------------------------------------------------------*
000910* SWITCHES                                                  *
000920*-----------------------------------------------------------*
000930 01  WS-SWITCHES.
000940     05  WS-MSGMAST-STATUS       PIC X(02) VALUE '00'.
000950     05  WS-PROCCAL-STATUS       PIC X(02) VALUE '00'.
000960     05  WS-PROCCAL-EOF-SW       PIC X(01) VALUE 'N'.
000970         88  WS-PROCCAL-EOF                 VALUE 'Y'.
000980     05  WS-ROUTEFL-STATUS       PIC X(02) VALUE '00'.
000990     05  WS-ROUTEFL-EOF-SW       PIC X(01) VALUE 'N'.
001000         88  WS-ROUTEFL-EOF                 VALUE 'Y'.
001010     05  WS-SLAFL-STATUS         PIC X(02) VALUE '00'.
001020     05  WS-SLAFL-EOF-SW         PIC X(01) VALUE 'N'.
001030         88  WS-SLAFL-EOF                   VALUE 'Y'.
001040     05  WS-SCHEDFL-STATUS       PIC X(02) VALUE '00'.
001050     05  WS-SCHEDFL-EOF-SW       PIC X(01) VALUE 'N'.
001060         88  WS-SCHEDFL-EOF                 VALUE 'Y'.
001070     05  WS-OPEN-STATUS          PIC X(02) VALUE '00'.
001080     05  WS-LINE-MISSING-SW      PIC X(01) VALUE 'N'.
001090         88  WS-LINE-MISSING                VALUE 'Y'.
001100*
001110*-----------------------------------------------------------*
001120* HEALTH-CHECK RETURN CODE                                  *
001130*   0000 = EVERY REFERENCE FILE CHECKED CLEAN - THE CYCLE   *
001140*          MAY RUN                                          *
001150*   0008 = EXCEPTIONS LISTED ON RPTOUT - HOLD THE CYCLE     *
001160*          UNTIL THE FILES ARE CORRECTED                    *
001170*-----------------------------------------------------------*
001180 01  WS-CHECK-RC                 PIC 9(04) VALUE ZERO.
001190*
001200*-----------------------------------------------------------*
001210* RUN DATE AND THE CALENDAR HORIZON THE PROCESSING-DAY      *
001220* CALENDAR MUST REACH                                       *
001230*-----------------------------------------------------------*
001240 01  WS-CURRENT-DATE             PIC 9(08).
001250 01  WS-HORIZON-DAYS             PIC 9(02) VALUE 14.
001260 01  WS-HORIZON-DATE             PIC 9(08) VALUE ZERO.
001270 01  WS-CAL-LAST-DATE            PIC 9(08) VALUE ZERO.
001280*
001290*-----------------------------------------------------------*
001300* CALENDAR WORK AREA FOR STEPPING A DATE ONE DAY AT A TIME, *
001310* AS IN VARSGAP                                             *
001320*-----------------------------------------------------------*
001330 01  WS-STEP-DATE.
001340     05  WS-STP-YY               PIC 9(04).
001350     05  WS-STP-MM               PIC 9(02).
001360     05  WS-STP-DD               PIC 9(02).
001370 01  WS-STEP-DATE-N REDEFINES WS-STEP-DATE
001380                                 PIC 9(08).
001390 01  WS-MONTH-DAYS-TABLE.
001400     05  FILLER                  PIC X(24)
001410         VALUE '312831303130313130313031'.
001420 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001430     05  WS-MONTH-DAYS OCCURS 12 TIMES
001440                                 PIC 9(02).
001450 01  WS-DAYS-THIS-MONTH          PIC 9(02).
001460 01  WS-YY-REMAINDER             PIC 9(04).
001470 01  WS-YY-QUOTIENT              PIC 9(04).
001480*
001490*-----------------------------------------------------------*
001500* ROUTING RESOLUTION TABLE - FOR EACH SEVERITY (I/W/C, IN   *
001510* THAT ORDER) THE DESTINATION THE ALL-SHIFT RULES RESOLVE   *
001520* TO, AND PER SHIFT THE SHIFT-SPECIFIC ONE.  LATER RULES    *
001530* OVERLAY EARLIER ONES, SO THE FILE ORDER PRECEDENCE VARS   *
001540* APPLIES IS REPLAYED EXACTLY.                              *
001550*-----------------------------------------------------------*
001560 01  WS-SEVERITY-CODES           PIC X(03) VALUE 'IWC'.
001570 01  WS-DEFAULT-DESTINATIONS.
001580     05  FILLER                  PIC X(08) VALUE 'CHATONLY'.
001590     05  FILLER                  PIC X(08) VALUE 'PAGE'.
001600     05  FILLER                  PIC X(08) VALUE 'PAGECALL'.
001610 01  WS-DEFAULT-DEST-R REDEFINES WS-DEFAULT-DESTINATIONS.
001620     05  WS-DEFAULT-DEST OCCURS 3 TIMES
001630                                 PIC X(08).
001640 01  WS-ROUTE-TABLE.
001650     05  WS-ROUTE-SEV OCCURS 3 TIMES.
001660         10  WS-RTE-ALL-SW       PIC X(01).
001670             88  WS-RTE-ALL-HIT             VALUE 'Y'.
001680         10  WS-RTE-ALL-DEST     PIC X(08).
001690         10  WS-RTE-SHIFT OCCURS 3 TIMES.
001700             15  WS-RTE-SHIFT-SW PIC X(01).
001710                 88  WS-RTE-SHIFT-HIT       VALUE 'Y'.
001720             15  WS-RTE-SHIFT-DEST
001730                                 PIC X(08).
001740 01  WS-RESOLVED-DEST            PIC X(08).
001750*
001760*-----------------------------------------------------------*
001770* SLA TARGETS FOUND, ONE FLAG PER SHIFT                     *
001780*-----------------------------------------------------------*
001790 01  WS-SLA-FOUND-TABLE.
001800     05  WS-SLA-FOUND-SW OCCURS 3 TIMES
001810                                 PIC X(01).
001820*
001830*-----------------------------------------------------------*
001840* COUNTERS AND SUBSCRIPTS                                   *
001850*-----------------------------------------------------------*
001860 01  WS-SHIFT-SUB                PIC 9(01).
001870 01  WS-SEV-SUB                  PIC 9(01).
001880 01  WS-LINE-SUB                 PIC 9(02).
001890 01  WS-MISSING-LINE             PIC 9(02).
001900 01  WS-FILE-READ                PIC 9(06) COMP VALUE ZERO.
001910 01  WS-FILE-EXCEPTIONS          PIC 9(06) COMP VALUE ZERO.
001920 01  WS-EXCEPTION-COUNT          PIC 9(06) COMP VALUE ZERO.
001930 01  WS-COUNT-EDIT               PIC ZZZZZ9.
001940*
001950*-----------------------------------------------------------*
001960* REPORT LINE WORK AREAS                                    *
001970*-----------------------------------------------------------*
001980 01  WS-HEADING-1.
001990     05  FILLER                  PIC X(42)
002000         VALUE 'VARS PRE-CYCLE REFERENCE FILE CHECK'.
002010     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
002020     05  WS-H-DATE               PIC 9999/99/99.
002030 01  WS-HEADING-2.
002040     05  FILLER                  PIC X(10) VALUE 'FILE'.
002050     05  FILLER                  PIC X(17) VALUE 'KEY'.
002060     05  FILLER                  PIC X(60) VALUE 'EXCEPTION'.
002070 01  WS-EXCEPTION-LINE.
002080     05  WS-E-FILE               PIC X(08).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WS-E-KEY                PIC X(13).
002110     05  FILLER                  PIC X(03) VALUE ' **'.
002120     05  FILLER                  PIC X(01) VALUE SPACE.
002130     05  WS-E-TEXT               PIC X(60).
002140 01  WS-SUMMARY-LINE.
002150     05  WS-S-FILE               PIC X(08).
002160     05  FILLER                  PIC X(02) VALUE SPACES.
002170     05  WS-S-READ               PIC ZZZZZ9.
002180     05  FILLER                  PIC X(15)
002190         VALUE ' RECORDS READ, '.
002200     05  WS-S-EXCEPTIONS         PIC ZZZZZ9.
002210     05  FILLER                  PIC X(11)
002220         VALUE ' EXCEPTIONS'.
002230 01  WS-DATE-EDIT                PIC 9999/99/99.
002240*
002250 PROCEDURE DIVISION.
002260*
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE
002290         THRU 1000-EXIT.
002300     PERFORM 2000-CHECK-MSGMAST
002310         THRU 2000-EXIT.
002320     PERFORM 8200-PRINT-SUMMARY
002330         THRU 8200-EXIT.
002340     PERFORM 3000-CHECK-PROCCAL
002350         THRU 3000-EXIT.
002360     PERFORM 8200-PRINT-SUMMARY
002370         THRU 8200-EXIT.
002380     PERFORM 4000-CHECK-ROUTEFL
002390         THRU 4000-EXIT.
002400     PERFORM 8200-PRINT-SUMMARY
002410         THRU 8200-EXIT.
002420     PERFORM 5000-CHECK-SLAFL
002430         THRU 5000-EXIT.
002440     PERFORM 8200-PRINT-SUMMARY
002450         THRU 8200-EXIT.
002460     PERFORM 6000-CHECK-SCHEDFL
002470         THRU 6000-EXIT.
002480     PERFORM 8200-PRINT-SUMMARY
002490         THRU 8200-EXIT.
002500     PERFORM 9000-TERMINATE
002510         THRU 9000-EXIT.
002520     MOVE WS-CHECK-RC TO RETURN-CODE.
002530     STOP RUN.
002540*
002550*-----------------------------------------------------------*
002560* 1000-INITIALIZE - PRINT THE HEADINGS AND WORK OUT THE     *
002570*                   CALENDAR HORIZON                        *
002580*-----------------------------------------------------------*
002590 1000-INITIALIZE.
002600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002610     OPEN OUTPUT RPTOUT.
002620     MOVE WS-CURRENT-DATE TO WS-H-DATE.
002630     MOVE WS-HEADING-1 TO RPT-LINE.
002640     WRITE RPT-LINE.
002650     MOVE WS-HEADING-2 TO RPT-LINE.
002660     WRITE RPT-LINE.
002670     MOVE WS-CURRENT-DATE TO WS-STEP-DATE-N.
002680     PERFORM 1400-NEXT-CALENDAR-DAY
002690         THRU 1400-EXIT
002700         WS-HORIZON-DAYS TIMES.
002710     MOVE WS-STEP-DATE-N TO WS-HORIZON-DATE.
002720 1000-EXIT.
002730     EXIT.
002740*
002750*-----------------------------------------------------------*
002760* 1400-NEXT-CALENDAR-DAY - STEP THE WORK DATE FORWARD ONE    *
002770*                          CALENDAR DAY, ROLLING MONTH AND   *
002780*                          YEAR WITH THE FULL CENTURY LEAP   *
002790*                          RULE, AS IN VARSGAP               *
002800*-----------------------------------------------------------*
002810 1400-NEXT-CALENDAR-DAY.
002820     MOVE WS-MONTH-DAYS (WS-STP-MM) TO WS-DAYS-THIS-MONTH.
002830     IF WS-STP-MM = 2
002840         DIVIDE WS-STP-YY BY 4
002850             GIVING WS-YY-QUOTIENT
002860             REMAINDER WS-YY-REMAINDER
002870         IF WS-YY-REMAINDER = ZERO
002880             DIVIDE WS-STP-YY BY 100
002890                 GIVING WS-YY-QUOTIENT
002900                 REMAINDER WS-YY-REMAINDER
002910             IF WS-YY-REMAINDER NOT = ZERO
002920                 MOVE 29 TO WS-DAYS-THIS-MONTH
002930             ELSE
002940                 DIVIDE WS-STP-YY BY 400
002950                     GIVING WS-YY-QUOTIENT
002960                     REMAINDER WS-YY-REMAINDER
002970                 IF WS-YY-REMAINDER = ZERO
002980                     MOVE 29 TO WS-DAYS-THIS-MONTH
002990                 END-IF
003000             END-IF
003010         END-IF
003020     END-IF.
003030     IF WS-STP-DD < WS-DAYS-THIS-MONTH
003040         ADD 1 TO WS-STP-DD
003050     ELSE
003060         MOVE 01 TO WS-STP-DD
003070         IF WS-STP-MM < 12
003080             ADD 1 TO WS-STP-MM
003090         ELSE
003100             MOVE 01 TO WS-STP-MM
003110             IF WS-STP-YY < 9999
003120                 ADD 1 TO WS-STP-YY
003130             ELSE
003140                 MOVE ZERO TO WS-STP-YY
003150             END-IF
003160         END-IF
003170     END-IF.
003180 1400-EXIT.
003190     EXIT.
003200*
003210*-----------------------------------------------------------*
003220* 2000-CHECK-MSGMAST - EVERY SHIFT MESSAGE MUST START AT     *
003230*                      LINE 01 AND RUN WITHOUT GAPS.  AN     *
003240*                      UNOPENABLE MASTER IS WHAT VARS        *
003250*                      REPORTS AS AN UNKNOWN SHIFT CODE.     *
003260*-----------------------------------------------------------*
003270 2000-CHECK-MSGMAST.
003280     MOVE 'MSGMAST' TO WS-E-FILE.
003290     MOVE ZERO TO WS-FILE-READ.
003300     MOVE ZERO TO WS-FILE-EXCEPTIONS.
003310     OPEN INPUT MSGMAST.
003320     IF WS-MSGMAST-STATUS NOT = '00'
003330         MOVE WS-MSGMAST-STATUS TO WS-OPEN-STATUS
003340         PERFORM 8100-OPEN-FAILED
003350             THRU 8100-EXIT
003360         GO TO 2000-EXIT
003370     END-IF.
003380     MOVE 1 TO WS-SHIFT-SUB.
003390     PERFORM 2100-CHECK-ONE-SHIFT
003400         THRU 2100-EXIT
003410         3 TIMES.
003420     CLOSE MSGMAST.
003430 2000-EXIT.
003440     EXIT.
003450*
003460*-----------------------------------------------------------*
003470* 2100-CHECK-ONE-SHIFT - READ LINES 01-04 OF ONE SHIFT AND   *
003480*                        STEP THE SHIFT SUBSCRIPT            *
003490*-----------------------------------------------------------*
003500 2100-CHECK-ONE-SHIFT.
003510     MOVE 'N' TO WS-LINE-MISSING-SW.
003520     MOVE 1 TO WS-LINE-SUB.
003530     PERFORM 2150-CHECK-ONE-LINE
003540         THRU 2150-EXIT
003550         4 TIMES.
003560     ADD 1 TO WS-SHIFT-SUB.
003570 2100-EXIT.
003580     EXIT.
003590*
003600*-----------------------------------------------------------*
003610* 2150-CHECK-ONE-LINE - A MISSING LINE 01 MEANS THE SHIFT    *
003620*                       HAS NO USABLE MESSAGE; A LINE ON     *
003630*                       FILE BEHIND A MISSING ONE IS A GAP   *
003640*-----------------------------------------------------------*
003650 2150-CHECK-ONE-LINE.
003660     MOVE WS-SHIFT-SUB TO MSG-SHIFT-CODE.
003670     MOVE WS-LINE-SUB TO MSG-LINE-NO.
003680     MOVE SPACES TO WS-E-KEY.
003690     STRING 'SHIFT ' DELIMITED BY SIZE
003700            WS-SHIFT-SUB DELIMITED BY SIZE
003710            ' ' DELIMITED BY SIZE
003720            WS-LINE-SUB DELIMITED BY SIZE
003730       INTO WS-E-KEY.
003740     READ MSGMAST
003750         INVALID KEY
003760             IF WS-LINE-SUB = 1
003770                 MOVE 'NO LINE 01 - SHIFT HAS NO MESSAGE'
003780                     TO WS-E-TEXT
003790                 PERFORM 8000-WRITE-EXCEPTION
003800                     THRU 8000-EXIT
003810             END-IF
003820             IF NOT WS-LINE-MISSING
003830                 MOVE 'Y' TO WS-LINE-MISSING-SW
003840                 MOVE WS-LINE-SUB TO WS-MISSING-LINE
003850             END-IF
003860         NOT INVALID KEY
003870             ADD 1 TO WS-FILE-READ
003880             IF WS-LINE-MISSING
003890                 MOVE SPACES TO WS-E-TEXT
003900                 STRING 'LINE ON FILE BUT LINE ' DELIMITED BY SIZE
003910                        WS-MISSING-LINE DELIMITED BY SIZE
003920                        ' IS MISSING - GAP IN MESSAGE'
003930                            DELIMITED BY SIZE
003940                   INTO WS-E-TEXT
003950                 PERFORM 8000-WRITE-EXCEPTION
003960                     THRU 8000-EXIT
003970             END-IF
003980     END-READ.
003990     ADD 1 TO WS-LINE-SUB.
004000 2150-EXIT.
004010     EXIT.
004020*
004030*-----------------------------------------------------------*
004040* 3000-CHECK-PROCCAL - THE PROCESSING-DAY CALENDAR MUST BE   *
004050*                      MAINTAINED THROUGH THE HORIZON DATE.  *
004060*                      A DATE WITH NO RECORD IS A NORMAL     *
004070*                      DAY, SO COVERAGE IS PROVEN BY THE     *
004080*                      LATEST DATE ON FILE REACHING THE      *
004090*                      HORIZON; RECORDS INSIDE THE HORIZON   *
004100*                      MUST CARRY VALID Y/N SHIFT FLAGS.     *
004110*-----------------------------------------------------------*
004120 3000-CHECK-PROCCAL.
004130     MOVE 'PROCCAL' TO WS-E-FILE.
004140     MOVE ZERO TO WS-FILE-READ.
004150     MOVE ZERO TO WS-FILE-EXCEPTIONS.
004160     OPEN INPUT PROCCAL.
004170     IF WS-PROCCAL-STATUS NOT = '00'
004180         MOVE WS-PROCCAL-STATUS TO WS-OPEN-STATUS
004190         PERFORM 8100-OPEN-FAILED
004200             THRU 8100-EXIT
004210         GO TO 3000-EXIT
004220     END-IF.
004230     PERFORM 3100-CHECK-CAL-RECORD
004240         THRU 3100-EXIT
004250         UNTIL WS-PROCCAL-EOF.
004260     CLOSE PROCCAL.
004270     IF WS-CAL-LAST-DATE < WS-HORIZON-DATE
004280         MOVE WS-HORIZON-DATE TO WS-DATE-EDIT
004290         MOVE WS-DATE-EDIT TO WS-E-KEY
004300         MOVE SPACES TO WS-E-TEXT
004310         IF WS-CAL-LAST-DATE = ZERO
004320             MOVE 'CALENDAR EMPTY - NOT MAINTAINED 14 DAYS AHEAD'
004330                 TO WS-E-TEXT
004340         ELSE
004350             MOVE WS-CAL-LAST-DATE TO WS-DATE-EDIT
004360             STRING 'CALENDAR ENDS ' DELIMITED BY SIZE
004370                    WS-DATE-EDIT DELIMITED BY SIZE
004380                    ' - NOT MAINTAINED 14 DAYS AHEAD'
004390                        DELIMITED BY SIZE
004400               INTO WS-E-TEXT
004410         END-IF
004420         PERFORM 8000-WRITE-EXCEPTION
004430             THRU 8000-EXIT
004440     END-IF.
004450 3000-EXIT.
004460     EXIT.
004470*
004480*-----------------------------------------------------------*
004490* 3100-CHECK-CAL-RECORD - TRACK THE LATEST DATE ON FILE AND  *
004500*                         EDIT THE SHIFT FLAGS OF ANY RECORD *
004510*                         FROM TODAY THROUGH THE HORIZON     *
004520*-----------------------------------------------------------*
004530 3100-CHECK-CAL-RECORD.
004540     READ PROCCAL
004550         AT END
004560             MOVE 'Y' TO WS-PROCCAL-EOF-SW
004570             GO TO 3100-EXIT
004580     END-READ.
004590     ADD 1 TO WS-FILE-READ.
004600     IF PRC-CAL-DATE NOT NUMERIC
004610         MOVE SPACES TO WS-E-KEY
004620         MOVE 'RECORD WITH A NON-NUMERIC DATE' TO WS-E-TEXT
004630         PERFORM 8000-WRITE-EXCEPTION
004640             THRU 8000-EXIT
004650         GO TO 3100-EXIT
004660     END-IF.
004670     IF PRC-CAL-DATE > WS-CAL-LAST-DATE
004680         MOVE PRC-CAL-DATE TO WS-CAL-LAST-DATE
004690     END-IF.
004700     IF PRC-CAL-DATE < WS-CURRENT-DATE
004710         OR PRC-CAL-DATE > WS-HORIZON-DATE
004720         GO TO 3100-EXIT
004730     END-IF.
004740     MOVE 1 TO WS-SHIFT-SUB.
004750     PERFORM 3150-CHECK-CAL-FLAG
004760         THRU 3150-EXIT
004770         3 TIMES.
004780 3100-EXIT.
004790     EXIT.
004800*
004810*-----------------------------------------------------------*
004820* 3150-CHECK-CAL-FLAG - ONE SHIFT'S EXPECTED FLAG MUST BE Y  *
004830*                       OR N; STEP THE SHIFT SUBSCRIPT       *
004840*-----------------------------------------------------------*
004850 3150-CHECK-CAL-FLAG.
004860     IF PRC-SHIFT-EXPECTED (WS-SHIFT-SUB) NOT = 'Y'
004870         AND PRC-SHIFT-EXPECTED (WS-SHIFT-SUB) NOT = 'N'
004880         MOVE PRC-CAL-DATE TO WS-DATE-EDIT
004890         MOVE WS-DATE-EDIT TO WS-E-KEY
004900         MOVE SPACES TO WS-E-TEXT
004910         STRING 'SHIFT ' DELIMITED BY SIZE
004920                WS-SHIFT-SUB DELIMITED BY SIZE
004930                ' EXPECTED FLAG NOT Y OR N' DELIMITED BY SIZE
004940           INTO WS-E-TEXT
004950         PERFORM 8000-WRITE-EXCEPTION
004960             THRU 8000-EXIT
004970     END-IF.
004980     ADD 1 TO WS-SHIFT-SUB.
004990 3150-EXIT.
005000     EXIT.
005010*
005020*-----------------------------------------------------------*
005030* 4000-CHECK-ROUTEFL - LOAD THE ROUTING RULES, THEN RESOLVE  *
005040*                      EVERY SEVERITY AND SHIFT THE WAY VARS *
005050*                      4200-RESOLVE-DESTINATION DOES.  A     *
005060*                      COMBINATION NO RULE COVERS FALLS BACK *
005070*                      TO THE BUILT-IN DEFAULT AND IS        *
005080*                      FLAGGED, AS IS ONE THAT RESOLVES TO A *
005090*                      BLANK DESTINATION.                    *
005100*-----------------------------------------------------------*
005110 4000-CHECK-ROUTEFL.
005120     MOVE 'ROUTEFL' TO WS-E-FILE.
005130     MOVE ZERO TO WS-FILE-READ.
005140     MOVE ZERO TO WS-FILE-EXCEPTIONS.
005150     MOVE SPACES TO WS-ROUTE-TABLE.
005160     OPEN INPUT ROUTEFL.
005170     IF WS-ROUTEFL-STATUS NOT = '00'
005180         MOVE WS-ROUTEFL-STATUS TO WS-OPEN-STATUS
005190         PERFORM 8100-OPEN-FAILED
005200             THRU 8100-EXIT
005210         GO TO 4000-EXIT
005220     END-IF.
005230     PERFORM 4100-LOAD-ROUTE-RULE
005240         THRU 4100-EXIT
005250         UNTIL WS-ROUTEFL-EOF.
005260     CLOSE ROUTEFL.
005270     MOVE 1 TO WS-SEV-SUB.
005280     PERFORM 4200-RESOLVE-SEVERITY
005290         THRU 4200-EXIT
005300         3 TIMES.
005310 4000-EXIT.
005320     EXIT.
005330*
005340*-----------------------------------------------------------*
005350* 4100-LOAD-ROUTE-RULE - FILE ONE RULE UNDER ITS SEVERITY    *
005360*                        AND SHIFT.  A RULE VARS COULD NEVER *
005370*                        MATCH (BAD SEVERITY OR SHIFT) IS    *
005380*                        AN EXCEPTION.                       *
005390*-----------------------------------------------------------*
005400 4100-LOAD-ROUTE-RULE.
005410     READ ROUTEFL
005420         AT END
005430             MOVE 'Y' TO WS-ROUTEFL-EOF-SW
005440             GO TO 4100-EXIT
005450     END-READ.
005460     ADD 1 TO WS-FILE-READ.
005470     MOVE SPACES TO WS-E-KEY.
005480     STRING 'SEV ' DELIMITED BY SIZE
005490            RTE-SEVERITY DELIMITED BY SIZE
005500            ' SHIFT ' DELIMITED BY SIZE
005510            RTE-SHIFT-CODE DELIMITED BY SIZE
005520       INTO WS-E-KEY.
005530     EVALUATE RTE-SEVERITY
005540         WHEN 'I'
005550             MOVE 1 TO WS-SEV-SUB
005560         WHEN 'W'
005570             MOVE 2 TO WS-SEV-SUB
005580         WHEN 'C'
005590             MOVE 3 TO WS-SEV-SUB
005600         WHEN OTHER
005610             MOVE 'RULE SEVERITY NOT I/W/C - NEVER MATCHED'
005620                 TO WS-E-TEXT
005630             PERFORM 8000-WRITE-EXCEPTION
005640                 THRU 8000-EXIT
005650             GO TO 4100-EXIT
005660     END-EVALUATE.
005670     EVALUATE RTE-SHIFT-CODE
005680         WHEN SPACE
005690             MOVE 'Y' TO WS-RTE-ALL-SW (WS-SEV-SUB)
005700             MOVE RTE-DESTINATION TO WS-RTE-ALL-DEST (WS-SEV-SUB)
005710         WHEN '1'
005720         WHEN '2'
005730         WHEN '3'
005740             MOVE RTE-SHIFT-CODE TO WS-SHIFT-SUB
005750             MOVE 'Y'
005760                 TO WS-RTE-SHIFT-SW (WS-SEV-SUB WS-SHIFT-SUB)
005770             MOVE RTE-DESTINATION
005780                 TO WS-RTE-SHIFT-DEST (WS-SEV-SUB WS-SHIFT-SUB)
005790         WHEN OTHER
005800             MOVE 'RULE SHIFT NOT BLANK/1/2/3 - NEVER MATCHED'
005810                 TO WS-E-TEXT
005820             PERFORM 8000-WRITE-EXCEPTION
005830                 THRU 8000-EXIT
005840     END-EVALUATE.
005850 4100-EXIT.
005860     EXIT.
005870*
005880*-----------------------------------------------------------*
005890* 4200-RESOLVE-SEVERITY - RESOLVE ONE SEVERITY FOR SHIFTS    *
005900*                         1/2/3 AND STEP THE SEVERITY        *
005910*                         SUBSCRIPT                          *
005920*-----------------------------------------------------------*
005930 4200-RESOLVE-SEVERITY.
005940     MOVE 1 TO WS-SHIFT-SUB.
005950     PERFORM 4250-RESOLVE-ONE-SHIFT
005960         THRU 4250-EXIT
005970         3 TIMES.
005980     ADD 1 TO WS-SEV-SUB.
005990 4200-EXIT.
006000     EXIT.
006010*
006020*-----------------------------------------------------------*
006030* 4250-RESOLVE-ONE-SHIFT - A SHIFT-SPECIFIC RULE OUTRANKS AN *
006040*                          ALL-SHIFT ONE; WITH NEITHER, VARS *
006050*                          USES ITS BUILT-IN DEFAULT.  STEP  *
006060*                          THE SHIFT SUBSCRIPT.              *
006070*-----------------------------------------------------------*
006080 4250-RESOLVE-ONE-SHIFT.
006090     MOVE SPACES TO WS-E-KEY.
006100     STRING 'SEV ' DELIMITED BY SIZE
006110            WS-SEVERITY-CODES (WS-SEV-SUB:1) DELIMITED BY SIZE
006120            ' SHIFT ' DELIMITED BY SIZE
006130            WS-SHIFT-SUB DELIMITED BY SIZE
006140       INTO WS-E-KEY.
006150     EVALUATE TRUE
006160         WHEN WS-RTE-SHIFT-HIT (WS-SEV-SUB WS-SHIFT-SUB)
006170             MOVE WS-RTE-SHIFT-DEST (WS-SEV-SUB WS-SHIFT-SUB)
006180                 TO WS-RESOLVED-DEST
006190         WHEN WS-RTE-ALL-HIT (WS-SEV-SUB)
006200             MOVE WS-RTE-ALL-DEST (WS-SEV-SUB)
006210                 TO WS-RESOLVED-DEST
006220         WHEN OTHER
006230             MOVE SPACES TO WS-E-TEXT
006240             STRING 'NO ROUTING RULE - FALLS BACK TO DEFAULT '
006250                        DELIMITED BY SIZE
006260                    WS-DEFAULT-DEST (WS-SEV-SUB)
006270                        DELIMITED BY SIZE
006280               INTO WS-E-TEXT
006290             PERFORM 8000-WRITE-EXCEPTION
006300                 THRU 8000-EXIT
006310             MOVE WS-DEFAULT-DEST (WS-SEV-SUB)
006320                 TO WS-RESOLVED-DEST
006330     END-EVALUATE.
006340     IF WS-RESOLVED-DEST = SPACES
006350         MOVE 'RULE RESOLVES TO A BLANK DESTINATION'
006360             TO WS-E-TEXT
006370         PERFORM 8000-WRITE-EXCEPTION
006380             THRU 8000-EXIT
006390     END-IF.
006400     ADD 1 TO WS-SHIFT-SUB.
006410 4250-EXIT.
006420     EXIT.
006430*
006440*-----------------------------------------------------------*
006450* 5000-CHECK-SLAFL - EVERY SHIFT MUST HAVE A USABLE SLA      *
006460*                    TARGET (NUMERIC, NON-ZERO DURATION)     *
006470*-----------------------------------------------------------*
006480 5000-CHECK-SLAFL.
006490     MOVE 'SLAFL' TO WS-E-FILE.
006500     MOVE ZERO TO WS-FILE-READ.
006510     MOVE ZERO TO WS-FILE-EXCEPTIONS.
006520     MOVE 'NNN' TO WS-SLA-FOUND-TABLE.
006530     OPEN INPUT SLAFL.
006540     IF WS-SLAFL-STATUS NOT = '00'
006550         MOVE WS-SLAFL-STATUS TO WS-OPEN-STATUS
006560         PERFORM 8100-OPEN-FAILED
006570             THRU 8100-EXIT
006580         GO TO 5000-EXIT
006590     END-IF.
006600     PERFORM 5100-CHECK-SLA-RECORD
006610         THRU 5100-EXIT
006620         UNTIL WS-SLAFL-EOF.
006630     CLOSE SLAFL.
006640     MOVE 1 TO WS-SHIFT-SUB.
006650     PERFORM 5200-CHECK-SLA-SHIFT
006660         THRU 5200-EXIT
006670         3 TIMES.
006680 5000-EXIT.
006690     EXIT.
006700*
006710*-----------------------------------------------------------*
006720* 5100-CHECK-SLA-RECORD - NOTE THE SHIFT OF ONE USABLE       *
006730*                         TARGET; A MALFORMED RECORD (WHICH  *
006740*                         VARSSLA SKIPS) IS AN EXCEPTION     *
006750*-----------------------------------------------------------*
006760 5100-CHECK-SLA-RECORD.
006770     READ SLAFL
006780         AT END
006790             MOVE 'Y' TO WS-SLAFL-EOF-SW
006800             GO TO 5100-EXIT
006810     END-READ.
006820     ADD 1 TO WS-FILE-READ.
006830     MOVE SPACES TO WS-E-KEY.
006840     STRING 'SHIFT ' DELIMITED BY SIZE
006850            SLA-SHIFT-CODE DELIMITED BY SIZE
006860       INTO WS-E-KEY.
006870     IF SLA-SHIFT-CODE NOT = '1' AND '2' AND '3'
006880         MOVE 'TARGET FOR A SHIFT OTHER THAN 1/2/3 - IGNORED'
006890             TO WS-E-TEXT
006900         PERFORM 8000-WRITE-EXCEPTION
006910             THRU 8000-EXIT
006920         GO TO 5100-EXIT
006930     END-IF.
006940     IF SLA-TARGET-DURATION NOT NUMERIC
006950         OR SLA-LATEST-CLOSE NOT NUMERIC
006960         OR SLA-TARGET-DURATION = ZERO
006970         MOVE 'TARGET DURATION OR CLOSE TIME NOT USABLE'
006980             TO WS-E-TEXT
006990         PERFORM 8000-WRITE-EXCEPTION
007000             THRU 8000-EXIT
007010         GO TO 5100-EXIT
007020     END-IF.
007030     MOVE SLA-SHIFT-CODE TO WS-SHIFT-SUB.
007040     MOVE 'Y' TO WS-SLA-FOUND-SW (WS-SHIFT-SUB).
007050 5100-EXIT.
007060     EXIT.
007070*
007080*-----------------------------------------------------------*
007090* 5200-CHECK-SLA-SHIFT - FLAG A SHIFT WITH NO USABLE TARGET  *
007100*                        AND STEP THE SHIFT SUBSCRIPT        *
007110*-----------------------------------------------------------*
007120 5200-CHECK-SLA-SHIFT.
007130     IF WS-SLA-FOUND-SW (WS-SHIFT-SUB) NOT = 'Y'
007140         MOVE SPACES TO WS-E-KEY
007150         STRING 'SHIFT ' DELIMITED BY SIZE
007160                WS-SHIFT-SUB DELIMITED BY SIZE
007170           INTO WS-E-KEY
007180         MOVE 'NO SLA TARGET FOR THIS SHIFT' TO WS-E-TEXT
007190         PERFORM 8000-WRITE-EXCEPTION
007200             THRU 8000-EXIT
007210     END-IF.
007220     ADD 1 TO WS-SHIFT-SUB.
007230 5200-EXIT.
007240     EXIT.
007250*
007260*-----------------------------------------------------------*
007270* 6000-CHECK-SCHEDFL - NO DATED BANNER RECORD MAY END BEFORE *
007280*                      IT STARTS (SUCH A RECORD NEVER FIRES) *
007290*-----------------------------------------------------------*
007300 6000-CHECK-SCHEDFL.
007310     MOVE 'SCHEDFL' TO WS-E-FILE.
007320     MOVE ZERO TO WS-FILE-READ.
007330     MOVE ZERO TO WS-FILE-EXCEPTIONS.
007340     OPEN INPUT SCHEDFL.
007350     IF WS-SCHEDFL-STATUS NOT = '00'
007360         MOVE WS-SCHEDFL-STATUS TO WS-OPEN-STATUS
007370         PERFORM 8100-OPEN-FAILED
007380             THRU 8100-EXIT
007390         GO TO 6000-EXIT
007400     END-IF.
007410     PERFORM 6100-CHECK-SCHED-RECORD
007420         THRU 6100-EXIT
007430         UNTIL WS-SCHEDFL-EOF.
007440     CLOSE SCHEDFL.
007450 6000-EXIT.
007460     EXIT.
007470*
007480*-----------------------------------------------------------*
007490* 6100-CHECK-SCHED-RECORD - EDIT ONE SCHEDULE RECORD'S DATES *
007500*-----------------------------------------------------------*
007510 6100-CHECK-SCHED-RECORD.
007520     READ SCHEDFL
007530         AT END
007540             MOVE 'Y' TO WS-SCHEDFL-EOF-SW
007550             GO TO 6100-EXIT
007560     END-READ.
007570     ADD 1 TO WS-FILE-READ.
007580     MOVE SPACES TO WS-E-KEY.
007590     IF SCH-EFF-FROM-DATE NOT NUMERIC
007600         OR SCH-EFF-TO-DATE NOT NUMERIC
007610         MOVE 'RECORD WITH A NON-NUMERIC EFFECTIVE DATE'
007620             TO WS-E-TEXT
007630         PERFORM 8000-WRITE-EXCEPTION
007640             THRU 8000-EXIT
007650         GO TO 6100-EXIT
007660     END-IF.
007670     IF SCH-EFF-TO-DATE < SCH-EFF-FROM-DATE
007680         MOVE SCH-EFF-FROM-DATE TO WS-DATE-EDIT
007690         MOVE WS-DATE-EDIT TO WS-E-KEY
007700         MOVE SPACES TO WS-E-TEXT
007710         MOVE SCH-EFF-TO-DATE TO WS-DATE-EDIT
007720         STRING 'EFFECTIVE-TO ' DELIMITED BY SIZE
007730                WS-DATE-EDIT DELIMITED BY SIZE
007740                ' IS BEFORE EFFECTIVE-FROM' DELIMITED BY SIZE
007750           INTO WS-E-TEXT
007760         PERFORM 8000-WRITE-EXCEPTION
007770             THRU 8000-EXIT
007780     END-IF.
007790 6100-EXIT.
007800     EXIT.
007810*
007820*-----------------------------------------------------------*
007830* 8000-WRITE-EXCEPTION - PRINT ONE EXCEPTION LINE AND SET    *
007840*                        THE HOLD CONDITION CODE             *
007850*-----------------------------------------------------------*
007860 8000-WRITE-EXCEPTION.
007870     ADD 1 TO WS-EXCEPTION-COUNT.
007880     ADD 1 TO WS-FILE-EXCEPTIONS.
007890     MOVE 8 TO WS-CHECK-RC.
007900     MOVE WS-EXCEPTION-LINE TO RPT-LINE.
007910     WRITE RPT-LINE.
007920 8000-EXIT.
007930     EXIT.
007940*
007950*-----------------------------------------------------------*
007960* 8100-OPEN-FAILED - A REFERENCE FILE THAT WILL NOT OPEN IS  *
007970*                    ONE VARS WOULD SILENTLY SKIP.  THE      *
007980*                    CALLER SETS THE FILE NAME AND STATUS.   *
007990*-----------------------------------------------------------*
008000 8100-OPEN-FAILED.
008010     MOVE SPACES TO WS-E-KEY.
008020     MOVE SPACES TO WS-E-TEXT.
008030     STRING 'FILE WILL NOT OPEN - STATUS ' DELIMITED BY SIZE
008040            WS-OPEN-STATUS DELIMITED BY SIZE
008050       INTO WS-E-TEXT.
008060     PERFORM 8000-WRITE-EXCEPTION
008070         THRU 8000-EXIT.
008080 8100-EXIT.
008090     EXIT.
008100*
008110*-----------------------------------------------------------*
008120* 8200-PRINT-SUMMARY - ONE LINE PER FILE CHECKED             *
008130*-----------------------------------------------------------*
008140 8200-PRINT-SUMMARY.
008150     MOVE WS-E-FILE TO WS-S-FILE.
008160     MOVE WS-FILE-READ TO WS-S-READ.
008170     MOVE WS-FILE-EXCEPTIONS TO WS-S-EXCEPTIONS.
008180     MOVE WS-SUMMARY-LINE TO RPT-LINE.
008190     WRITE RPT-LINE.
008200     MOVE SPACES TO RPT-LINE.
008210     WRITE RPT-LINE.
008220 8200-EXIT.
008230     EXIT.
008240*
008250*-----------------------------------------------------------*
008260* 9000-TERMINATE - PRINT THE VERDICT AND CLOSE THE REPORT    *
008270*-----------------------------------------------------------*
008280 9000-TERMINATE.
008290     MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT.
008300     MOVE SPACES TO RPT-LINE.
008310     STRING 'TOTAL EXCEPTIONS: ' DELIMITED BY SIZE
008320            WS-COUNT-EDIT DELIMITED BY SIZE
008330       INTO RPT-LINE.
008340     WRITE RPT-LINE.
008350     IF WS-CHECK-RC = ZERO
008360         MOVE 'ALL REFERENCE FILES CLEAN - CYCLE MAY RUN'
008370             TO RPT-LINE
008380     ELSE
008390         MOVE 'HOLD THE CYCLE - CORRECT THE FILES ABOVE AND RERUN'
008400             TO RPT-LINE
008410     END-IF.
008420     WRITE RPT-LINE.
008430     CLOSE RPTOUT.
008440 9000-EXIT.
008450     EXIT.
