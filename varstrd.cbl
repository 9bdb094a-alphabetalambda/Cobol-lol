000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. varstrd.
000120 AUTHOR. LodoreStiffler.
000130* Step outcome trend and chronic failure report.  STEPRSLT
000140* has kept every nightly step outcome since VARSSTP started
000150* recording them, but VARSEND only ever looks at the current
000160* window.  This program reads the history for a range of
000170* dates and prints one line per step name and shift:
000180*   - how many times the step ran, and how many of those
000190*     runs ended CC 0, CC 4 (any code 1 through 7), CC 8 and
000200*     above (abends included), or with no outcome at all
000210*   - the earliest, average, and latest time the step ended
000220*   - the average elapsed time from the window open to the
000230*     step's end, for the whole range and for its first and
000240*     second halves, and the drift between the halves
000250* A step is flagged FAIL when CC 8 and above plus missing
000260* outcomes exceed the failure threshold percentage of the
000270* runs expected of it, and DRIFT when its second-half
000280* average finishes more than the drift threshold minutes
000290* later than its first-half average.
000300*
000310* A step's window is the WINSTATE window for its shift opened
000320* on the day the step ended at or before its end time, else
000330* the window opened the day before (the step ran past
000340* midnight).  WINSTATE supplies the open times; a date and
000350* shift WINSTATE no longer holds is taken from the clean
000360* AUDITLOG open entry, as VARSDUR counts them.  A run is
000370* missing when a window opened for the shift in the range
000380* and the step recorded no outcome in it, or when its
000390* outcome was recorded with a blank condition code.
000400*
000410*-----------------------------------------------------------*
000420* MODIFICATION HISTORY                                      *
000430*-----------------------------------------------------------*
000440* DATE       INIT DESCRIPTION                                *
000450* 2026-10-15 RLS  Original program.                         *
000460*-----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT STEPRSLT ASSIGN TO STEPRSLT
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-STEPRSLT-STATUS.
000530     SELECT WINSTATE ASSIGN TO WINSTATE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS WST-KEY
000570         FILE STATUS IS WS-WINSTATE-STATUS.
000580     SELECT AUDITLOG ASSIGN TO AUDITLOG
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-AUDITLOG-STATUS.
000610     SELECT RPTOUT ASSIGN TO RPTOUT
000620         ORGANIZATION IS SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STEPRSLT
000670     RECORDING MODE IS F.
000680     COPY steprec.
000690*
000700 FD  WINSTATE.
000710     COPY winstat.
000720*
000730 FD  AUDITLOG
000740     RECORDING MODE IS F.
000750     COPY auditrec.
000760*
000770 FD  RPTOUT
000780     RECORDING MODE IS F.
000790 01  RPT-LINE                    PIC X(102).
000800 WORKING-STORAGE SECTION.
000810*
000820*-----------------------------------------------------------*
000830* SWITCHES                                                  *
000840*-----------------------------------------------------------*
000850 01  WS-SWITCHES.
000860     05  WS-STEPRSLT-EOF-SW      PIC X(01) VALUE 'N'.
000870         88  WS-STEPRSLT-EOF                VALUE 'Y'.
000880     05  WS-AUDITLOG-EOF-SW      PIC X(01) VALUE 'N'.
000890         88  WS-AUDITLOG-EOF                VALUE 'Y'.
000900     05  WS-WINSTATE-OPEN-SW     PIC X(01) VALUE 'N'.
000910         88  WS-WINSTATE-OPENED             VALUE 'Y'.
000920     05  WS-AUDITLOG-OPEN-SW     PIC X(01) VALUE 'N'.
000930         88  WS-AUDITLOG-OPENED             VALUE 'Y'.
000940     05  WS-WINDOW-FOUND-SW      PIC X(01) VALUE 'N'.
000950         88  WS-WINDOW-FOUND                VALUE 'Y'.
000960     05  WS-NEXT-DAY-SW          PIC X(01) VALUE 'N'.
000970         88  WS-ENDED-NEXT-DAY              VALUE 'Y'.
000980     05  WS-IN-RANGE-SW          PIC X(01) VALUE 'N'.
000990         88  WS-OUTCOME-IN-RANGE            VALUE 'Y'.
001000     05  WS-FAIL-FLAG-SW         PIC X(01) VALUE 'N'.
001010         88  WS-FAIL-FLAGGED                VALUE 'Y'.
001020     05  WS-DRIFT-FLAG-SW        PIC X(01) VALUE 'N'.
001030         88  WS-DRIFT-FLAGGED               VALUE 'Y'.
001040*
001050*-----------------------------------------------------------*
001060* FILE STATUS FIELDS                                        *
001070*-----------------------------------------------------------*
001080 01  WS-STEPRSLT-STATUS          PIC X(02) VALUE SPACES.
001090 01  WS-WINSTATE-STATUS          PIC X(02) VALUE SPACES.
001100 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
001110*
001120*-----------------------------------------------------------*
001130* REPORT RETURN CODE                                        *
001140*   0000 = REPORT PRINTED, NO STEP FLAGGED                  *
001150*   0004 = NO STEP OUTCOME IN THE RANGE                     *
001160*   0008 = ONE OR MORE STEPS FLAGGED FAIL OR DRIFT          *
001170*   0016 = PARM MISSING/INVALID, STEPRSLT NOT AVAILABLE,    *
001180*          OR WINDOW/STEP TABLE OVERFLOW                    *
001190*-----------------------------------------------------------*
001200 01  WS-REPORT-RC                PIC 9(04) VALUE ZERO.
001210*
001220*-----------------------------------------------------------*
001230* FLAG THRESHOLDS - OVERRIDDEN FROM THE PARM WHEN SUPPLIED   *
001240*   FAIL  = PERCENT OF EXPECTED RUNS ENDING CC 8 AND ABOVE   *
001250*           OR MISSING                                       *
001260*   DRIFT = MINUTES THE SECOND-HALF AVERAGE ELAPSED TIME MAY *
001270*           EXCEED THE FIRST-HALF AVERAGE                    *
001280*-----------------------------------------------------------*
001290 01  WS-FAIL-THRESHOLD           PIC 9(03) VALUE 20.
001300 01  WS-DRIFT-THRESHOLD          PIC 9(03) VALUE 15.
001310*
001320*-----------------------------------------------------------*
001330* WINDOW TABLE - ONE ENTRY PER DATE/SHIFT WINDOW OPENED FROM *
001340* THE DAY BEFORE THE RANGE TO ITS END.  1101 ENTRIES IS      *
001350* THREE SHIFTS OVER A FULL YEAR PLUS THE DAY BEFORE IT.      *
001360*-----------------------------------------------------------*
001370 01  WS-WINDOW-LIMIT             PIC 9(04) COMP VALUE 1101.
001380 01  WS-WINDOW-COUNT             PIC 9(04) COMP VALUE ZERO.
001390 01  WS-WINDOW-TABLE.
001400     05  WS-WINDOW-ENTRY OCCURS 0 TO 1101 TIMES
001410                         DEPENDING ON WS-WINDOW-COUNT
001420                         INDEXED BY WS-WIN-IDX.
001430         10  WS-WIN-DATE         PIC 9(08).
001440         10  WS-WIN-SHIFT        PIC X(01).
001450         10  WS-WIN-OPEN-TIME    PIC 9(08).
001460 01  WS-NEW-WINDOW.
001470     05  WS-NEW-WIN-DATE         PIC 9(08).
001480     05  WS-NEW-WIN-SHIFT        PIC X(01).
001490     05  WS-NEW-WIN-OPEN-TIME    PIC 9(08).
001500*
001510*-----------------------------------------------------------*
001520* WINDOWS OPENED INSIDE THE RANGE, BY SHIFT                 *
001530*-----------------------------------------------------------*
001540 01  WS-SHIFT-SUB                PIC 9(01).
001550 01  WS-WINDOW-SHIFT-SUB         PIC 9(01).
001560 01  WS-SHIFT-WINDOWS.
001570     05  WS-SHIFT-WINDOW-COUNT OCCURS 3 TIMES
001580                                 PIC 9(04) COMP.
001590*
001600*-----------------------------------------------------------*
001610* STEP TABLE - ONE ENTRY PER STEP NAME AND SHIFT, IN THE     *
001620* ORDER THE STEPS FIRST APPEAR IN STEPRSLT.  END TIMES ARE   *
001630* HELD AS SECONDS FROM MIDNIGHT OF THE WINDOW'S OPEN DATE,   *
001640* SO A STEP THAT RAN PAST MIDNIGHT STILL AVERAGES LATER.     *
001650*-----------------------------------------------------------*
001660 01  WS-STEP-LIMIT               PIC 9(04) COMP VALUE 150.
001670 01  WS-STEP-COUNT               PIC 9(04) COMP VALUE ZERO.
001680 01  WS-STEP-TABLE.
001690     05  WS-STEP-ENTRY OCCURS 0 TO 150 TIMES
001700                       DEPENDING ON WS-STEP-COUNT
001710                       INDEXED BY WS-STP-IDX.
001720         10  WS-STP-STEP-NAME    PIC X(08).
001730         10  WS-STP-SHIFT        PIC X(01).
001740         10  WS-STP-RUNS         PIC 9(04) COMP.
001750         10  WS-STP-CC0-COUNT    PIC 9(04) COMP.
001760         10  WS-STP-CC4-COUNT    PIC 9(04) COMP.
001770         10  WS-STP-CC8-COUNT    PIC 9(04) COMP.
001780         10  WS-STP-BLANK-COUNT  PIC 9(04) COMP.
001790         10  WS-STP-WINDOWS      PIC 9(04) COMP.
001800         10  WS-STP-LAST-WINDOW  PIC 9(08).
001810         10  WS-STP-UNMATCHED    PIC 9(04) COMP.
001820         10  WS-STP-EARLIEST     PIC 9(06) COMP.
001830         10  WS-STP-LATEST       PIC 9(06) COMP.
001840         10  WS-STP-END-TOTAL    PIC 9(09) COMP.
001850         10  WS-STP-TIMED        PIC 9(04) COMP.
001860         10  WS-STP-ELAPSED-TOTAL
001870                                 PIC 9(09) COMP.
001880         10  WS-STP-HALF-SIZE    PIC 9(04) COMP.
001890         10  WS-STP-ORDINAL      PIC 9(04) COMP.
001900         10  WS-STP-FIRST-COUNT  PIC 9(04) COMP.
001910         10  WS-STP-FIRST-TOTAL  PIC 9(09) COMP.
001920         10  WS-STP-SECOND-COUNT PIC 9(04) COMP.
001930         10  WS-STP-SECOND-TOTAL PIC 9(09) COMP.
001940*
001950*-----------------------------------------------------------*
001960* DATE ARITHMETIC                                           *
001970*-----------------------------------------------------------*
001980 01  WS-WORK-DATE.
001990     05  WS-WORK-YY              PIC 9(04).
002000     05  WS-WORK-MM              PIC 9(02).
002010     05  WS-WORK-DD              PIC 9(02).
002020 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
002030                                 PIC 9(08).
002040 01  WS-BASE-DATE                PIC 9(08) VALUE ZERO.
002050 01  WS-PREVIOUS-DATE.
002060     05  WS-PRV-YY               PIC 9(04).
002070     05  WS-PRV-MM               PIC 9(02).
002080     05  WS-PRV-DD               PIC 9(02).
002090 01  WS-PREVIOUS-DATE-N REDEFINES WS-PREVIOUS-DATE
002100                                 PIC 9(08).
002110 01  WS-LOAD-START-DATE          PIC 9(08) VALUE ZERO.
002120 01  WS-READ-END-DATE            PIC 9(08) VALUE ZERO.
002130 01  WS-MONTH-DAYS-TABLE.
002140     05  FILLER                  PIC X(24)
002150         VALUE '312831303130313130313031'.
002160 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002170     05  WS-MONTH-DAYS OCCURS 12 TIMES
002180                                 PIC 9(02).
002190 01  WS-DAYS-THIS-MONTH          PIC 9(02).
002200 01  WS-DAYS-PRIOR-MONTH         PIC 9(02).
002210 01  WS-YY-REMAINDER             PIC 9(04).
002220 01  WS-YY-QUOTIENT              PIC 9(04).
002230*
002240*-----------------------------------------------------------*
002250* ELAPSED TIME ARITHMETIC                                   *
002260*-----------------------------------------------------------*
002270 01  WS-TIME-PARTS.
002280     05  WS-TP-HH                PIC 9(02).
002290     05  WS-TP-MM                PIC 9(02).
002300     05  WS-TP-SS                PIC 9(02).
002310 01  WS-OPEN-SECONDS             PIC 9(06) COMP VALUE ZERO.
002320 01  WS-END-SECONDS              PIC 9(06) COMP VALUE ZERO.
002330 01  WS-ELAPSED-SECONDS          PIC 9(08) COMP VALUE ZERO.
002340 01  WS-EDIT-SECONDS             PIC 9(08) COMP VALUE ZERO.
002350 01  WS-SECONDS-REMAINDER        PIC 9(08) COMP VALUE ZERO.
002360 01  WS-DAYS-QUOTIENT            PIC 9(04) COMP VALUE ZERO.
002370 01  WS-FIRST-AVERAGE            PIC 9(08) COMP VALUE ZERO.
002380 01  WS-SECOND-AVERAGE           PIC 9(08) COMP VALUE ZERO.
002390 01  WS-DRIFT-SECONDS            PIC S9(08) COMP VALUE ZERO.
002400 01  WS-DRIFT-MINUTES            PIC S9(05) COMP VALUE ZERO.
002410 01  WS-DRIFT-LIMIT-SECS         PIC 9(06) COMP VALUE ZERO.
002420 01  WS-HHMM-EDIT.
002430     05  WS-HM-HH                PIC 9(02).
002440     05  FILLER                  PIC X(01) VALUE ':'.
002450     05  WS-HM-MM                PIC 9(02).
002460*
002470*-----------------------------------------------------------*
002480* FAILURE RATE ARITHMETIC                                   *
002490*-----------------------------------------------------------*
002500 01  WS-COVERED-WINDOWS          PIC 9(04) COMP VALUE ZERO.
002510 01  WS-MISSED-WINDOWS           PIC 9(04) COMP VALUE ZERO.
002520 01  WS-MISSING-COUNT            PIC 9(04) COMP VALUE ZERO.
002530 01  WS-EXPECTED-RUNS            PIC 9(05) COMP VALUE ZERO.
002540 01  WS-FAIL-PCT                 PIC 9(03) COMP VALUE ZERO.
002550*
002560*-----------------------------------------------------------*
002570* RECORD COUNTERS                                           *
002580*-----------------------------------------------------------*
002590 01  WS-OUTCOMES-READ            PIC 9(06) COMP VALUE ZERO.
002600 01  WS-FLAGGED-COUNT            PIC 9(04) COMP VALUE ZERO.
002610 01  WS-COUNT-EDIT               PIC ZZZZZ9.
002620*
002630*-----------------------------------------------------------*
002640* REPORT LINE WORK AREAS                                    *
002650*-----------------------------------------------------------*
002660 01  WS-HEADING-1.
002670     05  FILLER                  PIC X(42)
002680         VALUE 'VARS STEP OUTCOME TREND REPORT'.
002690 01  WS-RANGE-LINE.
002700     05  FILLER                  PIC X(06) VALUE 'RANGE '.
002710     05  WS-R-START-DATE         PIC 9999/99/99.
002720     05  FILLER                  PIC X(04) VALUE ' TO '.
002730     05  WS-R-END-DATE           PIC 9999/99/99.
002740     05  FILLER                  PIC X(17)
002750         VALUE '   FAIL FLAG OVER'.
002760     05  WS-R-FAIL-THRESHOLD     PIC ZZ9.
002770     05  FILLER                  PIC X(19)
002780         VALUE '%   DRIFT FLAG OVER'.
002790     05  WS-R-DRIFT-THRESHOLD    PIC ZZ9.
002800     05  FILLER                  PIC X(08) VALUE ' MINUTES'.
002810 01  WS-HEADING-2.
002820     05  FILLER                  PIC X(45)
002830         VALUE '                   ---- OUTCOMES -----  FAIL '.
002840     05  FILLER                  PIC X(46)
002850         VALUE '  ---- END TIME ---   --- ELAPSED FROM OPEN --'.
002860 01  WS-HEADING-3.
002870     05  FILLER                  PIC X(45)
002880         VALUE 'STEP     SH  RUNS  CC 0 CC 4 CC8+ MISS   PCT '.
002890     05  FILLER                  PIC X(45)
002900         VALUE '  EARLY   AVG  LATE     AVG 1STHF 2NDHF DRIFT'.
002910     05  FILLER                  PIC X(07)
002920         VALUE '  FLAGS'.
002930 01  WS-DETAIL-LINE.
002940     05  WS-D-STEP-NAME          PIC X(08).
002950     05  FILLER                  PIC X(02) VALUE SPACES.
002960     05  WS-D-SHIFT              PIC X(01).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  WS-D-RUNS               PIC ZZZ9.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  WS-D-CC0-COUNT          PIC ZZZ9.
003010     05  FILLER                  PIC X(01) VALUE SPACES.
003020     05  WS-D-CC4-COUNT          PIC ZZZ9.
003030     05  FILLER                  PIC X(01) VALUE SPACES.
003040     05  WS-D-CC8-COUNT          PIC ZZZ9.
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  WS-D-MISSING            PIC ZZZ9.
003070     05  FILLER                  PIC X(03) VALUE SPACES.
003080     05  WS-D-FAIL-PCT           PIC ZZ9.
003090     05  FILLER                  PIC X(03) VALUE SPACES.
003100     05  WS-D-EARLIEST           PIC X(05).
003110     05  FILLER                  PIC X(01) VALUE SPACES.
003120     05  WS-D-AVERAGE-END        PIC X(05).
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  WS-D-LATEST             PIC X(05).
003150     05  FILLER                  PIC X(03) VALUE SPACES.
003160     05  WS-D-AVERAGE-ELAPSED    PIC X(05).
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  WS-D-FIRST-HALF         PIC X(05).
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  WS-D-SECOND-HALF        PIC X(05).
003210     05  FILLER                  PIC X(01) VALUE SPACES.
003220     05  WS-D-DRIFT              PIC X(05).
003230     05  FILLER                  PIC X(02) VALUE SPACES.
003240     05  WS-D-FLAGS              PIC X(10).
003250 01  WS-DRIFT-EDIT               PIC +ZZZ9.
003260 01  WS-SUMMARY-LINE.
003270     05  WS-S-TEXT               PIC X(40).
003280     05  WS-S-COUNT              PIC ZZZZZ9.
003290*
003300 LINKAGE SECTION.
003310*
003320*-----------------------------------------------------------*
003330* PARM - THE INCLUSIVE REPORTING RANGE AS TWO EIGHT-DIGIT    *
003340* YYYYMMDD DATES, START THEN END, AS IN VARSDUR, OPTIONALLY  *
003350* FOLLOWED BY A THREE-DIGIT FAILURE THRESHOLD PERCENTAGE AND *
003360* A THREE-DIGIT DRIFT THRESHOLD IN MINUTES.  A THRESHOLD     *
003370* LEFT OFF OR NOT NUMERIC KEEPS ITS DEFAULT.  THE HALFWORD   *
003380* BINARY LENGTH FIELD MVS PLACES AHEAD OF THE PARM TEXT IS   *
003390* DECLARED FIRST.                                            *
003400*-----------------------------------------------------------*
003410 01  LS-PARM.
003420     05  LS-PARM-LEN             PIC S9(4) COMP.
003430     05  LS-PARM-DATA.
003440         10  LS-RANGE-START-DATE PIC 9(08).
003450         10  LS-RANGE-END-DATE   PIC 9(08).
003460         10  LS-FAIL-THRESHOLD   PIC 9(03).
003470         10  LS-DRIFT-THRESHOLD  PIC 9(03).
003480 PROCEDURE DIVISION USING LS-PARM.
003490*
003500 0000-MAINLINE.
003510     PERFORM 1000-INITIALIZE
003520         THRU 1000-EXIT.
003530     IF WS-REPORT-RC < 16
003540         PERFORM 2000-LOAD-WINDOWS
003550             THRU 2000-EXIT
003560     END-IF.
003570     IF WS-REPORT-RC < 16
003580         PERFORM 3000-FIRST-PASS
003590             THRU 3000-EXIT
003600     END-IF.
003610     IF WS-REPORT-RC < 16
003620         PERFORM 4000-SECOND-PASS
003630             THRU 4000-EXIT
003640         PERFORM 5000-REPORT-STEPS
003650             THRU 5000-EXIT
003660     END-IF.
003670     PERFORM 9000-TERMINATE
003680         THRU 9000-EXIT.
003690     MOVE WS-REPORT-RC TO RETURN-CODE.
003700     STOP RUN.
003710*
003720*-----------------------------------------------------------*
003730* 1000-INITIALIZE - VALIDATE THE PARM, PICK UP ANY THRESHOLD *
003740*                   OVERRIDES, AND PRINT THE REPORT HEADING  *
003750*-----------------------------------------------------------*
003760 1000-INITIALIZE.
003770     OPEN OUTPUT RPTOUT.
003780     MOVE WS-HEADING-1 TO RPT-LINE.
003790     WRITE RPT-LINE.
003800     IF LS-PARM-LEN < 16
003810         OR LS-RANGE-START-DATE NOT NUMERIC
003820         OR LS-RANGE-END-DATE NOT NUMERIC
003830         OR LS-RANGE-START-DATE > LS-RANGE-END-DATE
003840         MOVE 16 TO WS-REPORT-RC
003850         MOVE 'PARM MUST BE YYYYMMDDYYYYMMDD START/END RANGE'
003860             TO RPT-LINE
003870         WRITE RPT-LINE
003880         GO TO 1000-EXIT
003890     END-IF.
003900     IF LS-PARM-LEN >= 19
003910         AND LS-FAIL-THRESHOLD NUMERIC
003920         MOVE LS-FAIL-THRESHOLD TO WS-FAIL-THRESHOLD
003930     END-IF.
003940     IF LS-PARM-LEN >= 22
003950         AND LS-DRIFT-THRESHOLD NUMERIC
003960         MOVE LS-DRIFT-THRESHOLD TO WS-DRIFT-THRESHOLD
003970     END-IF.
003980     COMPUTE WS-DRIFT-LIMIT-SECS = WS-DRIFT-THRESHOLD * 60.
003990     MOVE LS-RANGE-START-DATE TO WS-R-START-DATE.
004000     MOVE LS-RANGE-END-DATE TO WS-R-END-DATE.
004010     MOVE WS-FAIL-THRESHOLD TO WS-R-FAIL-THRESHOLD.
004020     MOVE WS-DRIFT-THRESHOLD TO WS-R-DRIFT-THRESHOLD.
004030     MOVE WS-RANGE-LINE TO RPT-LINE.
004040     WRITE RPT-LINE.
004050     MOVE 1 TO WS-SHIFT-SUB.
004060     PERFORM 1050-CLEAR-SHIFT-WINDOWS
004070         THRU 1050-EXIT
004080         3 TIMES.
004090     MOVE LS-RANGE-START-DATE TO WS-BASE-DATE.
004100     PERFORM 1300-COMPUTE-PREVIOUS-DATE
004110         THRU 1300-EXIT.
004120     MOVE WS-PREVIOUS-DATE-N TO WS-LOAD-START-DATE.
004130     MOVE LS-RANGE-END-DATE TO WS-WORK-DATE-N.
004140     PERFORM 1200-NEXT-CALENDAR-DAY
004150         THRU 1200-EXIT.
004160     MOVE WS-WORK-DATE-N TO WS-READ-END-DATE.
004170 1000-EXIT.
004180     EXIT.
004190*
004200*-----------------------------------------------------------*
004210* 1050-CLEAR-SHIFT-WINDOWS - ZERO ONE SHIFT'S WINDOW COUNT   *
004220*                            AND STEP THE SUBSCRIPT          *
004230*-----------------------------------------------------------*
004240 1050-CLEAR-SHIFT-WINDOWS.
004250     MOVE ZERO TO WS-SHIFT-WINDOW-COUNT (WS-SHIFT-SUB).
004260     ADD 1 TO WS-SHIFT-SUB.
004270 1050-EXIT.
004280     EXIT.
004290*
004300*-----------------------------------------------------------*
004310* 1200-NEXT-CALENDAR-DAY - ADVANCE WS-WORK-DATE BY ONE DAY   *
004320*                          ACROSS MONTH AND YEAR ENDS, WITH  *
004330*                          FEBRUARY 29 IN LEAP YEARS         *
004340*-----------------------------------------------------------*
004350 1200-NEXT-CALENDAR-DAY.
004360     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH.
004370     IF WS-WORK-MM = 2
004380         DIVIDE WS-WORK-YY BY 4
004390             GIVING WS-YY-QUOTIENT
004400             REMAINDER WS-YY-REMAINDER
004410         IF WS-YY-REMAINDER = ZERO
004420             DIVIDE WS-WORK-YY BY 100
004430                 GIVING WS-YY-QUOTIENT
004440                 REMAINDER WS-YY-REMAINDER
004450             IF WS-YY-REMAINDER NOT = ZERO
004460                 MOVE 29 TO WS-DAYS-THIS-MONTH
004470             ELSE
004480                 DIVIDE WS-WORK-YY BY 400
004490                     GIVING WS-YY-QUOTIENT
004500                     REMAINDER WS-YY-REMAINDER
004510                 IF WS-YY-REMAINDER = ZERO
004520                     MOVE 29 TO WS-DAYS-THIS-MONTH
004530                 END-IF
004540             END-IF
004550         END-IF
004560     END-IF.
004570     IF WS-WORK-DD < WS-DAYS-THIS-MONTH
004580         ADD 1 TO WS-WORK-DD
004590     ELSE
004600         MOVE 01 TO WS-WORK-DD
004610         IF WS-WORK-MM < 12
004620             ADD 1 TO WS-WORK-MM
004630         ELSE
004640             MOVE 01 TO WS-WORK-MM
004650             IF WS-WORK-YY < 9999
004660                 ADD 1 TO WS-WORK-YY
004670             ELSE
004680                 MOVE ZERO TO WS-WORK-YY
004690             END-IF
004700         END-IF
004710     END-IF.
004720 1200-EXIT.
004730     EXIT.
004740*
004750*-----------------------------------------------------------*
004760* 1300-COMPUTE-PREVIOUS-DATE - THE CALENDAR DAY BEFORE       *
004770*                              WS-BASE-DATE INTO             *
004780*                              WS-PREVIOUS-DATE, ACROSS      *
004790*                              MONTH AND YEAR ENDS, WITH     *
004800*                              FEBRUARY 29 IN LEAP YEARS     *
004810*-----------------------------------------------------------*
004820 1300-COMPUTE-PREVIOUS-DATE.
004830     MOVE WS-BASE-DATE TO WS-PREVIOUS-DATE-N.
004840     IF WS-PRV-DD > 1
004850         SUBTRACT 1 FROM WS-PRV-DD
004860         GO TO 1300-EXIT
004870     END-IF.
004880     IF WS-PRV-MM > 1
004890         SUBTRACT 1 FROM WS-PRV-MM
004900     ELSE
004910         MOVE 12 TO WS-PRV-MM
004920         IF WS-PRV-YY > ZERO
004930             SUBTRACT 1 FROM WS-PRV-YY
004940         ELSE
004950             MOVE 9999 TO WS-PRV-YY
004960         END-IF
004970     END-IF.
004980     MOVE WS-MONTH-DAYS (WS-PRV-MM) TO WS-DAYS-PRIOR-MONTH.
004990     IF WS-PRV-MM = 2
005000         DIVIDE WS-PRV-YY BY 4
005010             GIVING WS-YY-QUOTIENT
005020             REMAINDER WS-YY-REMAINDER
005030         IF WS-YY-REMAINDER = ZERO
005040             DIVIDE WS-PRV-YY BY 100
005050                 GIVING WS-YY-QUOTIENT
005060                 REMAINDER WS-YY-REMAINDER
005070             IF WS-YY-REMAINDER NOT = ZERO
005080                 MOVE 29 TO WS-DAYS-PRIOR-MONTH
005090             ELSE
005100                 DIVIDE WS-PRV-YY BY 400
005110                     GIVING WS-YY-QUOTIENT
005120                     REMAINDER WS-YY-REMAINDER
005130                 IF WS-YY-REMAINDER = ZERO
005140                     MOVE 29 TO WS-DAYS-PRIOR-MONTH
005150                 END-IF
005160             END-IF
005170         END-IF
005180     END-IF.
005190     MOVE WS-DAYS-PRIOR-MONTH TO WS-PRV-DD.
005200 1300-EXIT.
005210     EXIT.
005220*
005230*-----------------------------------------------------------*
005240* 1400-READ-STEP-RESULT - GET THE NEXT STEP OUTCOME          *
005250*-----------------------------------------------------------*
005260 1400-READ-STEP-RESULT.
005270     READ STEPRSLT
005280         AT END
005290             MOVE 'Y' TO WS-STEPRSLT-EOF-SW
005300     END-READ.
005310 1400-EXIT.
005320     EXIT.
005330*
005340*-----------------------------------------------------------*
005350* 2000-LOAD-WINDOWS - BUILD THE WINDOW TABLE FROM THE DAY    *
005360*                     BEFORE THE RANGE TO ITS END: WINSTATE  *
005370*                     FIRST, THEN ANY CLEAN AUDITLOG OPEN    *
005380*                     FOR A DATE AND SHIFT WINSTATE DID NOT  *
005390*                     HAVE.  EITHER SOURCE MAY BE MISSING;   *
005400*                     WITH NEITHER, ELAPSED TIMES AND        *
005410*                     MISSED WINDOWS CANNOT BE REPORTED.     *
005420*-----------------------------------------------------------*
005430 2000-LOAD-WINDOWS.
005440     OPEN INPUT WINSTATE.
005450     IF WS-WINSTATE-STATUS = '00'
005460         MOVE 'Y' TO WS-WINSTATE-OPEN-SW
005470         MOVE WS-LOAD-START-DATE TO WS-WORK-DATE-N
005480         PERFORM 2100-LOAD-ONE-DATE
005490             THRU 2100-EXIT
005500             UNTIL WS-WORK-DATE-N > LS-RANGE-END-DATE
005510                 OR WS-REPORT-RC = 16
005520         CLOSE WINSTATE
005530     ELSE
005540         MOVE 'NO WINSTATE - WINDOW OPENS FROM AUDITLOG ONLY'
005550             TO RPT-LINE
005560         WRITE RPT-LINE
005570     END-IF.
005580     IF WS-REPORT-RC = 16
005590         GO TO 2000-EXIT
005600     END-IF.
005610     OPEN INPUT AUDITLOG.
005620     IF WS-AUDITLOG-STATUS = '00'
005630         MOVE 'Y' TO WS-AUDITLOG-OPEN-SW
005640         PERFORM 2300-COLLECT-AUDIT-OPEN
005650             THRU 2300-EXIT
005660             UNTIL WS-AUDITLOG-EOF
005670         CLOSE AUDITLOG
005680     ELSE
005690         MOVE 'NO AUDITLOG - WINDOW OPENS FROM WINSTATE ONLY'
005700             TO RPT-LINE
005710         WRITE RPT-LINE
005720     END-IF.
005730     IF NOT WS-WINSTATE-OPENED
005740         AND NOT WS-AUDITLOG-OPENED
005750         MOVE 'NO WINDOW OPENS - ELAPSED AND MISSED NOT SHOWN'
005760             TO RPT-LINE
005770         WRITE RPT-LINE
005780     END-IF.
005790 2000-EXIT.
005800     EXIT.
005810*
005820*-----------------------------------------------------------*
005830* 2100-LOAD-ONE-DATE - READ THE WINSTATE RECORD FOR EACH     *
005840*                      SHIFT ON ONE DATE, THEN STEP THE DATE *
005850*-----------------------------------------------------------*
005860 2100-LOAD-ONE-DATE.
005870     MOVE WS-WORK-DATE-N TO WST-RUN-DATE.
005880     MOVE 1 TO WS-SHIFT-SUB.
005890     PERFORM 2150-READ-ONE-WINDOW
005900         THRU 2150-EXIT
005910         3 TIMES.
005920     PERFORM 1200-NEXT-CALENDAR-DAY
005930         THRU 1200-EXIT.
005940 2100-EXIT.
005950     EXIT.
005960*
005970*-----------------------------------------------------------*
005980* 2150-READ-ONE-WINDOW - TABLE ONE SHIFT'S WINDOW FOR THE    *
005990*                        CURRENT DATE WHEN WINSTATE HAS IT,  *
006000*                        THEN STEP THE SHIFT SUBSCRIPT       *
006010*-----------------------------------------------------------*
006020 2150-READ-ONE-WINDOW.
006030     MOVE WS-WORK-DATE-N TO WST-RUN-DATE.
006040     MOVE WS-SHIFT-SUB TO WST-SHIFT-CODE.
006050     READ WINSTATE
006060         INVALID KEY
006070             GO TO 2150-NEXT-SHIFT
006080     END-READ.
006090     MOVE WST-RUN-DATE TO WS-NEW-WIN-DATE.
006100     MOVE WST-SHIFT-CODE TO WS-NEW-WIN-SHIFT.
006110     MOVE WST-OPEN-TIME TO WS-NEW-WIN-OPEN-TIME.
006120     PERFORM 2500-ADD-WINDOW
006130         THRU 2500-EXIT.
006140 2150-NEXT-SHIFT.
006150     ADD 1 TO WS-SHIFT-SUB.
006160 2150-EXIT.
006170     EXIT.
006180*
006190*-----------------------------------------------------------*
006200* 2300-COLLECT-AUDIT-OPEN - TABLE ONE CLEAN AUDITLOG OPEN    *
006210*                           WHOSE DATE AND SHIFT IS NOT YET  *
006220*                           IN THE TABLE.  THE FIRST CLEAN   *
006230*                           OPEN FOR A DATE AND SHIFT IS THE *
006240*                           ORIGINAL ONE, AS A RESTART KEEPS *
006250*                           THE ORIGINAL OPEN TIME.          *
006260*-----------------------------------------------------------*
006270 2300-COLLECT-AUDIT-OPEN.
006280     READ AUDITLOG
006290         AT END
006300             MOVE 'Y' TO WS-AUDITLOG-EOF-SW
006310             GO TO 2300-EXIT
006320     END-READ.
006330     IF NOT AUD-OPEN-ENTRY
006340         OR AUD-RETURN-CODE > 4
006350         OR AUD-DUPLICATE-RUN
006360         GO TO 2300-EXIT
006370     END-IF.
006380     IF AUD-RUN-DATE < WS-LOAD-START-DATE
006390         OR AUD-RUN-DATE > LS-RANGE-END-DATE
006400         GO TO 2300-EXIT
006410     END-IF.
006420     IF AUD-SHIFT-CODE NOT = '1' AND '2' AND '3'
006430         GO TO 2300-EXIT
006440     END-IF.
006450     IF WS-WINDOW-COUNT > ZERO
006460         SET WS-WIN-IDX TO 1
006470         SEARCH WS-WINDOW-ENTRY
006480             AT END
006490                 CONTINUE
006500             WHEN WS-WIN-DATE (WS-WIN-IDX) = AUD-RUN-DATE
006510                 AND WS-WIN-SHIFT (WS-WIN-IDX)
006520                     = AUD-SHIFT-CODE
006530                 GO TO 2300-EXIT
006540         END-SEARCH
006550     END-IF.
006560     MOVE AUD-RUN-DATE TO WS-NEW-WIN-DATE.
006570     MOVE AUD-SHIFT-CODE TO WS-NEW-WIN-SHIFT.
006580     MOVE AUD-RUN-TIME TO WS-NEW-WIN-OPEN-TIME.
006590     PERFORM 2500-ADD-WINDOW
006600         THRU 2500-EXIT.
006610     IF WS-REPORT-RC = 16
006620         MOVE 'Y' TO WS-AUDITLOG-EOF-SW
006630     END-IF.
006640 2300-EXIT.
006650     EXIT.
006660*
006670*-----------------------------------------------------------*
006680* 2500-ADD-WINDOW - ADD WS-NEW-WINDOW TO THE WINDOW TABLE    *
006690*                   AND COUNT IT FOR ITS SHIFT WHEN IT       *
006700*                   OPENED INSIDE THE RANGE                  *
006710*-----------------------------------------------------------*
006720 2500-ADD-WINDOW.
006730     IF WS-WINDOW-COUNT >= WS-WINDOW-LIMIT
006740         MOVE 16 TO WS-REPORT-RC
006750         MOVE 'WINDOW TABLE OVERFLOW - SHORTEN THE RANGE'
006760             TO RPT-LINE
006770         WRITE RPT-LINE
006780         GO TO 2500-EXIT
006790     END-IF.
006800     ADD 1 TO WS-WINDOW-COUNT.
006810     SET WS-WIN-IDX TO WS-WINDOW-COUNT.
006820     MOVE WS-NEW-WIN-DATE TO WS-WIN-DATE (WS-WIN-IDX).
006830     MOVE WS-NEW-WIN-SHIFT TO WS-WIN-SHIFT (WS-WIN-IDX).
006840     MOVE WS-NEW-WIN-OPEN-TIME TO WS-WIN-OPEN-TIME (WS-WIN-IDX).
006850     IF WS-NEW-WIN-DATE NOT < LS-RANGE-START-DATE
006860         MOVE WS-NEW-WIN-SHIFT TO WS-WINDOW-SHIFT-SUB
006870         ADD 1 TO WS-SHIFT-WINDOW-COUNT (WS-WINDOW-SHIFT-SUB)
006880     END-IF.
006890 2500-EXIT.
006900     EXIT.
006910*
006920*-----------------------------------------------------------*
006930* 3000-FIRST-PASS - READ STEPRSLT ONCE TO COUNT EACH STEP'S  *
006940*                   OUTCOMES AND ACCUMULATE ITS END AND      *
006950*                   ELAPSED TIMES                            *
006960*-----------------------------------------------------------*
006970 3000-FIRST-PASS.
006980     OPEN INPUT STEPRSLT.
006990     IF WS-STEPRSLT-STATUS NOT = '00'
007000         MOVE 16 TO WS-REPORT-RC
007010         MOVE 'STEPRSLT NOT AVAILABLE - NOTHING TO REPORT'
007020             TO RPT-LINE
007030         WRITE RPT-LINE
007040         GO TO 3000-EXIT
007050     END-IF.
007060     MOVE 'N' TO WS-STEPRSLT-EOF-SW.
007070     PERFORM 1400-READ-STEP-RESULT
007080         THRU 1400-EXIT.
007090     PERFORM 3100-COLLECT-STEP-RESULT
007100         THRU 3100-EXIT
007110         UNTIL WS-STEPRSLT-EOF.
007120     CLOSE STEPRSLT.
007130 3000-EXIT.
007140     EXIT.
007150*
007160*-----------------------------------------------------------*
007170* 3100-COLLECT-STEP-RESULT - CLASSIFY ONE IN-RANGE STEP      *
007180*                            OUTCOME AND ADD ITS TIMES TO    *
007190*                            ITS STEP TABLE ENTRY.  CC 0001  *
007200*                            THROUGH 0007 COUNT AS CC 4; AN  *
007210*                            ABEND CODE COUNTS AS CC 8 AND   *
007220*                            ABOVE; A BLANK CODE IS MISSING. *
007230*-----------------------------------------------------------*
007240 3100-COLLECT-STEP-RESULT.
007250     PERFORM 3150-TEST-IN-RANGE
007260         THRU 3150-EXIT.
007270     IF NOT WS-OUTCOME-IN-RANGE
007280         GO TO 3100-NEXT-RECORD
007290     END-IF.
007300     PERFORM 3300-FIND-STEP-ENTRY
007310         THRU 3300-EXIT.
007320     IF WS-REPORT-RC = 16
007330         MOVE 'Y' TO WS-STEPRSLT-EOF-SW
007340         GO TO 3100-EXIT
007350     END-IF.
007360     ADD 1 TO WS-OUTCOMES-READ.
007370     ADD 1 TO WS-STP-RUNS (WS-STP-IDX).
007380     EVALUATE TRUE
007390         WHEN STP-COND-CODE = SPACES
007400             ADD 1 TO WS-STP-BLANK-COUNT (WS-STP-IDX)
007410         WHEN STP-COND-CODE = '0000'
007420             ADD 1 TO WS-STP-CC0-COUNT (WS-STP-IDX)
007430         WHEN STP-COND-CODE NUMERIC
007440             AND STP-COND-CODE < '0008'
007450             ADD 1 TO WS-STP-CC4-COUNT (WS-STP-IDX)
007460         WHEN OTHER
007470             ADD 1 TO WS-STP-CC8-COUNT (WS-STP-IDX)
007480     END-EVALUATE.
007490     PERFORM 3400-COMPUTE-STEP-TIMES
007500         THRU 3400-EXIT.
007510     IF WS-STP-RUNS (WS-STP-IDX) = 1
007520         OR WS-END-SECONDS < WS-STP-EARLIEST (WS-STP-IDX)
007530         MOVE WS-END-SECONDS TO WS-STP-EARLIEST (WS-STP-IDX)
007540     END-IF.
007550     IF WS-END-SECONDS > WS-STP-LATEST (WS-STP-IDX)
007560         MOVE WS-END-SECONDS TO WS-STP-LATEST (WS-STP-IDX)
007570     END-IF.
007580     ADD WS-END-SECONDS TO WS-STP-END-TOTAL (WS-STP-IDX).
007590     IF NOT WS-WINDOW-FOUND
007600         ADD 1 TO WS-STP-UNMATCHED (WS-STP-IDX)
007610         GO TO 3100-NEXT-RECORD
007620     END-IF.
007630     ADD 1 TO WS-STP-TIMED (WS-STP-IDX).
007640     ADD WS-ELAPSED-SECONDS
007650         TO WS-STP-ELAPSED-TOTAL (WS-STP-IDX).
007660     IF WS-WIN-DATE (WS-WIN-IDX)
007670         NOT = WS-STP-LAST-WINDOW (WS-STP-IDX)
007680         ADD 1 TO WS-STP-WINDOWS (WS-STP-IDX)
007690         MOVE WS-WIN-DATE (WS-WIN-IDX)
007700             TO WS-STP-LAST-WINDOW (WS-STP-IDX)
007710     END-IF.
007720 3100-NEXT-RECORD.
007730     PERFORM 1400-READ-STEP-RESULT
007740         THRU 1400-EXIT.
007750 3100-EXIT.
007760     EXIT.
007770*
007780*-----------------------------------------------------------*
007790* 3150-TEST-IN-RANGE - RESOLVE THE CURRENT OUTCOME'S WINDOW  *
007800*                      AND DECIDE WHETHER IT BELONGS TO THE  *
007810*                      RANGE: ITS WINDOW OPENED IN THE       *
007820*                      RANGE, OR WITH NO WINDOW ON FILE IT   *
007830*                      ENDED IN THE RANGE.  OUTCOMES DATED   *
007840*                      THE DAY AFTER THE RANGE ARE READ FOR  *
007850*                      THE LAST WINDOW'S STEPS THAT RAN PAST *
007860*                      MIDNIGHT.                             *
007870*-----------------------------------------------------------*
007880 3150-TEST-IN-RANGE.
007890     MOVE 'N' TO WS-IN-RANGE-SW.
007900     IF STP-RUN-DATE < LS-RANGE-START-DATE
007910         OR STP-RUN-DATE > WS-READ-END-DATE
007920         GO TO 3150-EXIT
007930     END-IF.
007940     IF STP-SHIFT-CODE NOT = '1' AND '2' AND '3'
007950         GO TO 3150-EXIT
007960     END-IF.
007970     PERFORM 3200-RESOLVE-WINDOW
007980         THRU 3200-EXIT.
007990     IF WS-WINDOW-FOUND
008000         IF WS-WIN-DATE (WS-WIN-IDX) < LS-RANGE-START-DATE
008010             OR WS-WIN-DATE (WS-WIN-IDX) > LS-RANGE-END-DATE
008020             GO TO 3150-EXIT
008030         END-IF
008040     ELSE
008050         IF STP-RUN-DATE > LS-RANGE-END-DATE
008060             GO TO 3150-EXIT
008070         END-IF
008080     END-IF.
008090     MOVE 'Y' TO WS-IN-RANGE-SW.
008100 3150-EXIT.
008110     EXIT.
008120*
008130*-----------------------------------------------------------*
008140* 3200-RESOLVE-WINDOW - POINT WS-WIN-IDX AT THE WINDOW THE   *
008150*                       CURRENT STEP OUTCOME BELONGS TO: ITS *
008160*                       SHIFT'S WINDOW OPENED THE SAME DAY   *
008170*                       AT OR BEFORE THE STEP'S END TIME,    *
008180*                       ELSE THE ONE OPENED THE DAY BEFORE   *
008190*-----------------------------------------------------------*
008200 3200-RESOLVE-WINDOW.
008210     MOVE 'N' TO WS-WINDOW-FOUND-SW.
008220     MOVE 'N' TO WS-NEXT-DAY-SW.
008230     IF WS-WINDOW-COUNT = ZERO
008240         GO TO 3200-EXIT
008250     END-IF.
008260     SET WS-WIN-IDX TO 1.
008270     SEARCH WS-WINDOW-ENTRY
008280         AT END
008290             CONTINUE
008300         WHEN WS-WIN-DATE (WS-WIN-IDX) = STP-RUN-DATE
008310             AND WS-WIN-SHIFT (WS-WIN-IDX) = STP-SHIFT-CODE
008320             AND WS-WIN-OPEN-TIME (WS-WIN-IDX)
008330                 NOT > STP-END-TIME
008340             MOVE 'Y' TO WS-WINDOW-FOUND-SW
008350             GO TO 3200-EXIT
008360     END-SEARCH.
008370     MOVE STP-RUN-DATE TO WS-BASE-DATE.
008380     PERFORM 1300-COMPUTE-PREVIOUS-DATE
008390         THRU 1300-EXIT.
008400     SET WS-WIN-IDX TO 1.
008410     SEARCH WS-WINDOW-ENTRY
008420         AT END
008430             CONTINUE
008440         WHEN WS-WIN-DATE (WS-WIN-IDX) = WS-PREVIOUS-DATE-N
008450             AND WS-WIN-SHIFT (WS-WIN-IDX) = STP-SHIFT-CODE
008460             MOVE 'Y' TO WS-WINDOW-FOUND-SW
008470             MOVE 'Y' TO WS-NEXT-DAY-SW
008480     END-SEARCH.
008490 3200-EXIT.
008500     EXIT.
008510*
008520*-----------------------------------------------------------*
008530* 3300-FIND-STEP-ENTRY - LOCATE OR CREATE THE STEP TABLE     *
008540*                        ENTRY FOR THIS STEP NAME AND SHIFT  *
008550*-----------------------------------------------------------*
008560 3300-FIND-STEP-ENTRY.
008570     IF WS-STEP-COUNT > ZERO
008580         SET WS-STP-IDX TO 1
008590         SEARCH WS-STEP-ENTRY
008600             AT END
008610                 CONTINUE
008620             WHEN WS-STP-STEP-NAME (WS-STP-IDX) = STP-STEP-NAME
008630                 AND WS-STP-SHIFT (WS-STP-IDX) = STP-SHIFT-CODE
008640                 GO TO 3300-EXIT
008650         END-SEARCH
008660     END-IF.
008670     IF WS-STEP-COUNT >= WS-STEP-LIMIT
008680         MOVE 16 TO WS-REPORT-RC
008690         MOVE 'STEP TABLE OVERFLOW - TOO MANY STEP NAMES'
008700             TO RPT-LINE
008710         WRITE RPT-LINE
008720         GO TO 3300-EXIT
008730     END-IF.
008740     ADD 1 TO WS-STEP-COUNT.
008750     SET WS-STP-IDX TO WS-STEP-COUNT.
008760     MOVE STP-STEP-NAME TO WS-STP-STEP-NAME (WS-STP-IDX).
008770     MOVE STP-SHIFT-CODE TO WS-STP-SHIFT (WS-STP-IDX).
008780     MOVE ZERO TO WS-STP-RUNS (WS-STP-IDX).
008790     MOVE ZERO TO WS-STP-CC0-COUNT (WS-STP-IDX).
008800     MOVE ZERO TO WS-STP-CC4-COUNT (WS-STP-IDX).
008810     MOVE ZERO TO WS-STP-CC8-COUNT (WS-STP-IDX).
008820     MOVE ZERO TO WS-STP-BLANK-COUNT (WS-STP-IDX).
008830     MOVE ZERO TO WS-STP-WINDOWS (WS-STP-IDX).
008840     MOVE ZERO TO WS-STP-LAST-WINDOW (WS-STP-IDX).
008850     MOVE ZERO TO WS-STP-UNMATCHED (WS-STP-IDX).
008860     MOVE ZERO TO WS-STP-EARLIEST (WS-STP-IDX).
008870     MOVE ZERO TO WS-STP-LATEST (WS-STP-IDX).
008880     MOVE ZERO TO WS-STP-END-TOTAL (WS-STP-IDX).
008890     MOVE ZERO TO WS-STP-TIMED (WS-STP-IDX).
008900     MOVE ZERO TO WS-STP-ELAPSED-TOTAL (WS-STP-IDX).
008910     MOVE ZERO TO WS-STP-HALF-SIZE (WS-STP-IDX).
008920     MOVE ZERO TO WS-STP-ORDINAL (WS-STP-IDX).
008930     MOVE ZERO TO WS-STP-FIRST-COUNT (WS-STP-IDX).
008940     MOVE ZERO TO WS-STP-FIRST-TOTAL (WS-STP-IDX).
008950     MOVE ZERO TO WS-STP-SECOND-COUNT (WS-STP-IDX).
008960     MOVE ZERO TO WS-STP-SECOND-TOTAL (WS-STP-IDX).
008970 3300-EXIT.
008980     EXIT.
008990*
009000*-----------------------------------------------------------*
009010* 3400-COMPUTE-STEP-TIMES - THE STEP'S END TIME IN SECONDS,  *
009020*                           A DAY LATER WHEN IT ENDED THE    *
009030*                           DAY AFTER ITS WINDOW OPENED, AND *
009040*                           WHEN ITS WINDOW IS KNOWN THE     *
009050*                           ELAPSED SECONDS FROM THE OPEN    *
009060*-----------------------------------------------------------*
009070 3400-COMPUTE-STEP-TIMES.
009080     MOVE STP-END-TIME (1:6) TO WS-TIME-PARTS.
009090     COMPUTE WS-END-SECONDS =
009100         WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
009110     IF WS-ENDED-NEXT-DAY
009120         ADD 86400 TO WS-END-SECONDS
009130     END-IF.
009140     MOVE ZERO TO WS-ELAPSED-SECONDS.
009150     IF NOT WS-WINDOW-FOUND
009160         GO TO 3400-EXIT
009170     END-IF.
009180     MOVE WS-WIN-OPEN-TIME (WS-WIN-IDX) (1:6) TO WS-TIME-PARTS.
009190     COMPUTE WS-OPEN-SECONDS =
009200         WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
009210     IF WS-END-SECONDS > WS-OPEN-SECONDS
009220         COMPUTE WS-ELAPSED-SECONDS =
009230             WS-END-SECONDS - WS-OPEN-SECONDS
009240     END-IF.
009250 3400-EXIT.
009260     EXIT.
009270*
009280*-----------------------------------------------------------*
009290* 4000-SECOND-PASS - READ STEPRSLT AGAIN TO SPLIT EACH       *
009300*                    STEP'S TIMED RUNS INTO THE FIRST AND    *
009310*                    SECOND HALF OF THE RANGE BY RUN ORDER.  *
009320*                    WITH AN ODD COUNT THE MIDDLE RUN FALLS  *
009330*                    IN THE SECOND HALF.                     *
009340*-----------------------------------------------------------*
009350 4000-SECOND-PASS.
009360     IF WS-STEP-COUNT = ZERO
009370         GO TO 4000-EXIT
009380     END-IF.
009390     SET WS-STP-IDX TO 1.
009400     PERFORM 4050-SET-HALF-SIZE
009410         THRU 4050-EXIT
009420         WS-STEP-COUNT TIMES.
009430     OPEN INPUT STEPRSLT.
009440     IF WS-STEPRSLT-STATUS NOT = '00'
009450         MOVE 16 TO WS-REPORT-RC
009460         MOVE 'STEPRSLT NOT AVAILABLE - NOTHING TO REPORT'
009470             TO RPT-LINE
009480         WRITE RPT-LINE
009490         GO TO 4000-EXIT
009500     END-IF.
009510     MOVE 'N' TO WS-STEPRSLT-EOF-SW.
009520     PERFORM 1400-READ-STEP-RESULT
009530         THRU 1400-EXIT.
009540     PERFORM 4100-SPLIT-STEP-RESULT
009550         THRU 4100-EXIT
009560         UNTIL WS-STEPRSLT-EOF.
009570     CLOSE STEPRSLT.
009580 4000-EXIT.
009590     EXIT.
009600*
009610*-----------------------------------------------------------*
009620* 4050-SET-HALF-SIZE - ONE STEP'S FIRST-HALF RUN COUNT, THEN *
009630*                      STEP THE INDEX                        *
009640*-----------------------------------------------------------*
009650 4050-SET-HALF-SIZE.
009660     DIVIDE WS-STP-TIMED (WS-STP-IDX) BY 2
009670         GIVING WS-STP-HALF-SIZE (WS-STP-IDX).
009680     SET WS-STP-IDX UP BY 1.
009690 4050-EXIT.
009700     EXIT.
009710*
009720*-----------------------------------------------------------*
009730* 4100-SPLIT-STEP-RESULT - ADD ONE TIMED IN-RANGE OUTCOME TO *
009740*                          ITS STEP'S FIRST OR SECOND HALF   *
009750*-----------------------------------------------------------*
009760 4100-SPLIT-STEP-RESULT.
009770     PERFORM 3150-TEST-IN-RANGE
009780         THRU 3150-EXIT.
009790     IF NOT WS-OUTCOME-IN-RANGE
009800         OR NOT WS-WINDOW-FOUND
009810         GO TO 4100-NEXT-RECORD
009820     END-IF.
009830     PERFORM 3300-FIND-STEP-ENTRY
009840         THRU 3300-EXIT.
009850     IF WS-REPORT-RC = 16
009860         MOVE 'Y' TO WS-STEPRSLT-EOF-SW
009870         GO TO 4100-EXIT
009880     END-IF.
009890     PERFORM 3400-COMPUTE-STEP-TIMES
009900         THRU 3400-EXIT.
009910     ADD 1 TO WS-STP-ORDINAL (WS-STP-IDX).
009920     IF WS-STP-ORDINAL (WS-STP-IDX)
009930         NOT > WS-STP-HALF-SIZE (WS-STP-IDX)
009940         ADD 1 TO WS-STP-FIRST-COUNT (WS-STP-IDX)
009950         ADD WS-ELAPSED-SECONDS
009960             TO WS-STP-FIRST-TOTAL (WS-STP-IDX)
009970     ELSE
009980         ADD 1 TO WS-STP-SECOND-COUNT (WS-STP-IDX)
009990         ADD WS-ELAPSED-SECONDS
010000             TO WS-STP-SECOND-TOTAL (WS-STP-IDX)
010010     END-IF.
010020 4100-NEXT-RECORD.
010030     PERFORM 1400-READ-STEP-RESULT
010040         THRU 1400-EXIT.
010050 4100-EXIT.
010060     EXIT.
010070*
010080*-----------------------------------------------------------*
010090* 5000-REPORT-STEPS - PRINT ONE LINE PER STEP AND SHIFT,     *
010100*                     THEN THE STEP AND FLAG COUNTS          *
010110*-----------------------------------------------------------*
010120 5000-REPORT-STEPS.
010130     IF WS-STEP-COUNT = ZERO
010140         GO TO 5000-EXIT
010150     END-IF.
010160     MOVE WS-HEADING-2 TO RPT-LINE.
010170     WRITE RPT-LINE.
010180     MOVE WS-HEADING-3 TO RPT-LINE.
010190     WRITE RPT-LINE.
010200     SET WS-STP-IDX TO 1.
010210     PERFORM 5100-REPORT-ONE-STEP
010220         THRU 5100-EXIT
010230         WS-STEP-COUNT TIMES.
010240     MOVE SPACES TO RPT-LINE.
010250     WRITE RPT-LINE.
010260     MOVE 'STEP OUTCOMES IN THE RANGE' TO WS-S-TEXT.
010270     MOVE WS-OUTCOMES-READ TO WS-S-COUNT.
010280     MOVE WS-SUMMARY-LINE TO RPT-LINE.
010290     WRITE RPT-LINE.
010300     MOVE 'STEPS REPORTED' TO WS-S-TEXT.
010310     MOVE WS-STEP-COUNT TO WS-S-COUNT.
010320     MOVE WS-SUMMARY-LINE TO RPT-LINE.
010330     WRITE RPT-LINE.
010340     MOVE 'STEPS FLAGGED FAIL OR DRIFT' TO WS-S-TEXT.
010350     MOVE WS-FLAGGED-COUNT TO WS-S-COUNT.
010360     MOVE WS-SUMMARY-LINE TO RPT-LINE.
010370     WRITE RPT-LINE.
010380 5000-EXIT.
010390     EXIT.
010400*
010410*-----------------------------------------------------------*
010420* 5100-REPORT-ONE-STEP - WORK OUT ONE STEP'S MISSED WINDOWS, *
010430*                        FAILURE RATE, AVERAGES AND DRIFT,   *
010440*                        FLAG IT AGAINST THE THRESHOLDS,     *
010450*                        PRINT IT, THEN STEP THE INDEX.      *
010460*                        AN OUTCOME WHOSE WINDOW IS NOT ON   *
010470*                        FILE IS TAKEN TO HAVE COVERED ONE   *
010480*                        WINDOW.  THE HALVES NEED AT LEAST   *
010490*                        ONE TIMED RUN EACH.                 *
010500*-----------------------------------------------------------*
010510 5100-REPORT-ONE-STEP.
010520     MOVE 'N' TO WS-FAIL-FLAG-SW.
010530     MOVE 'N' TO WS-DRIFT-FLAG-SW.
010540     MOVE ZERO TO WS-MISSED-WINDOWS.
010550     IF WS-WINSTATE-OPENED
010560         OR WS-AUDITLOG-OPENED
010570         MOVE WS-STP-SHIFT (WS-STP-IDX) TO WS-WINDOW-SHIFT-SUB
010580         COMPUTE WS-COVERED-WINDOWS =
010590             WS-STP-WINDOWS (WS-STP-IDX)
010600             + WS-STP-UNMATCHED (WS-STP-IDX)
010610         IF WS-SHIFT-WINDOW-COUNT (WS-WINDOW-SHIFT-SUB)
010620             > WS-COVERED-WINDOWS
010630             COMPUTE WS-MISSED-WINDOWS =
010640                 WS-SHIFT-WINDOW-COUNT (WS-WINDOW-SHIFT-SUB)
010650                 - WS-COVERED-WINDOWS
010660         END-IF
010670     END-IF.
010680     COMPUTE WS-MISSING-COUNT =
010690         WS-MISSED-WINDOWS + WS-STP-BLANK-COUNT (WS-STP-IDX).
010700     COMPUTE WS-EXPECTED-RUNS =
010710         WS-STP-RUNS (WS-STP-IDX) + WS-MISSED-WINDOWS.
010720     COMPUTE WS-FAIL-PCT =
010730         (WS-STP-CC8-COUNT (WS-STP-IDX) + WS-MISSING-COUNT)
010740         * 100 / WS-EXPECTED-RUNS.
010750     IF WS-FAIL-PCT > WS-FAIL-THRESHOLD
010760         MOVE 'Y' TO WS-FAIL-FLAG-SW
010770     END-IF.
010780     MOVE WS-STP-STEP-NAME (WS-STP-IDX) TO WS-D-STEP-NAME.
010790     MOVE WS-STP-SHIFT (WS-STP-IDX) TO WS-D-SHIFT.
010800     MOVE WS-STP-RUNS (WS-STP-IDX) TO WS-D-RUNS.
010810     MOVE WS-STP-CC0-COUNT (WS-STP-IDX) TO WS-D-CC0-COUNT.
010820     MOVE WS-STP-CC4-COUNT (WS-STP-IDX) TO WS-D-CC4-COUNT.
010830     MOVE WS-STP-CC8-COUNT (WS-STP-IDX) TO WS-D-CC8-COUNT.
010840     MOVE WS-MISSING-COUNT TO WS-D-MISSING.
010850     MOVE WS-FAIL-PCT TO WS-D-FAIL-PCT.
010860     MOVE WS-STP-EARLIEST (WS-STP-IDX) TO WS-EDIT-SECONDS.
010870     PERFORM 5200-EDIT-CLOCK-TIME
010880         THRU 5200-EXIT.
010890     MOVE WS-HHMM-EDIT TO WS-D-EARLIEST.
010900     COMPUTE WS-EDIT-SECONDS =
010910         WS-STP-END-TOTAL (WS-STP-IDX) / WS-STP-RUNS (WS-STP-IDX).
010920     PERFORM 5200-EDIT-CLOCK-TIME
010930         THRU 5200-EXIT.
010940     MOVE WS-HHMM-EDIT TO WS-D-AVERAGE-END.
010950     MOVE WS-STP-LATEST (WS-STP-IDX) TO WS-EDIT-SECONDS.
010960     PERFORM 5200-EDIT-CLOCK-TIME
010970         THRU 5200-EXIT.
010980     MOVE WS-HHMM-EDIT TO WS-D-LATEST.
010990     MOVE SPACES TO WS-D-AVERAGE-ELAPSED.
011000     MOVE SPACES TO WS-D-FIRST-HALF.
011010     MOVE SPACES TO WS-D-SECOND-HALF.
011020     MOVE SPACES TO WS-D-DRIFT.
011030     IF WS-STP-TIMED (WS-STP-IDX) > ZERO
011040         COMPUTE WS-EDIT-SECONDS =
011050             WS-STP-ELAPSED-TOTAL (WS-STP-IDX)
011060             / WS-STP-TIMED (WS-STP-IDX)
011070         PERFORM 5250-EDIT-ELAPSED-TIME
011080             THRU 5250-EXIT
011090         MOVE WS-HHMM-EDIT TO WS-D-AVERAGE-ELAPSED
011100     END-IF.
011110     IF WS-STP-FIRST-COUNT (WS-STP-IDX) > ZERO
011120         AND WS-STP-SECOND-COUNT (WS-STP-IDX) > ZERO
011130         PERFORM 5300-COMPUTE-DRIFT
011140             THRU 5300-EXIT
011150     END-IF.
011160     EVALUATE TRUE
011170         WHEN WS-FAIL-FLAGGED AND WS-DRIFT-FLAGGED
011180             MOVE 'FAIL DRIFT' TO WS-D-FLAGS
011190         WHEN WS-FAIL-FLAGGED
011200             MOVE 'FAIL' TO WS-D-FLAGS
011210         WHEN WS-DRIFT-FLAGGED
011220             MOVE 'DRIFT' TO WS-D-FLAGS
011230         WHEN OTHER
011240             MOVE SPACES TO WS-D-FLAGS
011250     END-EVALUATE.
011260     IF WS-FAIL-FLAGGED
011270         OR WS-DRIFT-FLAGGED
011280         ADD 1 TO WS-FLAGGED-COUNT
011290     END-IF.
011300     MOVE WS-DETAIL-LINE TO RPT-LINE.
011310     WRITE RPT-LINE.
011320     SET WS-STP-IDX UP BY 1.
011330 5100-EXIT.
011340     EXIT.
011350*
011360*-----------------------------------------------------------*
011370* 5200-EDIT-CLOCK-TIME - WS-EDIT-SECONDS AS A CLOCK TIME     *
011380*                        HH:MM, WRAPPING PAST MIDNIGHT       *
011390*-----------------------------------------------------------*
011400 5200-EDIT-CLOCK-TIME.
011410     DIVIDE WS-EDIT-SECONDS BY 86400
011420         GIVING WS-DAYS-QUOTIENT
011430         REMAINDER WS-SECONDS-REMAINDER.
011440     DIVIDE WS-SECONDS-REMAINDER BY 3600
011450         GIVING WS-HM-HH
011460         REMAINDER WS-SECONDS-REMAINDER.
011470     DIVIDE WS-SECONDS-REMAINDER BY 60
011480         GIVING WS-HM-MM.
011490 5200-EXIT.
011500     EXIT.
011510*
011520*-----------------------------------------------------------*
011530* 5250-EDIT-ELAPSED-TIME - WS-EDIT-SECONDS AS AN ELAPSED     *
011540*                          TIME HH:MM                        *
011550*-----------------------------------------------------------*
011560 5250-EDIT-ELAPSED-TIME.
011570     DIVIDE WS-EDIT-SECONDS BY 3600
011580         GIVING WS-HM-HH
011590         REMAINDER WS-SECONDS-REMAINDER.
011600     DIVIDE WS-SECONDS-REMAINDER BY 60
011610         GIVING WS-HM-MM.
011620 5250-EXIT.
011630     EXIT.
011640*
011650*-----------------------------------------------------------*
011660* 5300-COMPUTE-DRIFT - FIRST AND SECOND HALF AVERAGE ELAPSED *
011670*                      TIMES AND THE DRIFT BETWEEN THEM IN   *
011680*                      MINUTES, LATER SHOWN AS PLUS.  FLAG   *
011690*                      DRIFT BEYOND THE THRESHOLD.           *
011700*-----------------------------------------------------------*
011710 5300-COMPUTE-DRIFT.
011720     COMPUTE WS-FIRST-AVERAGE =
011730         WS-STP-FIRST-TOTAL (WS-STP-IDX)
011740         / WS-STP-FIRST-COUNT (WS-STP-IDX).
011750     COMPUTE WS-SECOND-AVERAGE =
011760         WS-STP-SECOND-TOTAL (WS-STP-IDX)
011770         / WS-STP-SECOND-COUNT (WS-STP-IDX).
011780     MOVE WS-FIRST-AVERAGE TO WS-EDIT-SECONDS.
011790     PERFORM 5250-EDIT-ELAPSED-TIME
011800         THRU 5250-EXIT.
011810     MOVE WS-HHMM-EDIT TO WS-D-FIRST-HALF.
011820     MOVE WS-SECOND-AVERAGE TO WS-EDIT-SECONDS.
011830     PERFORM 5250-EDIT-ELAPSED-TIME
011840         THRU 5250-EXIT.
011850     MOVE WS-HHMM-EDIT TO WS-D-SECOND-HALF.
011860     COMPUTE WS-DRIFT-SECONDS =
011870         WS-SECOND-AVERAGE - WS-FIRST-AVERAGE.
011880     COMPUTE WS-DRIFT-MINUTES = WS-DRIFT-SECONDS / 60.
011890     MOVE WS-DRIFT-MINUTES TO WS-DRIFT-EDIT.
011900     MOVE WS-DRIFT-EDIT TO WS-D-DRIFT.
011910     IF WS-DRIFT-SECONDS > WS-DRIFT-LIMIT-SECS
011920         MOVE 'Y' TO WS-DRIFT-FLAG-SW
011930     END-IF.
011940 5300-EXIT.
011950     EXIT.
011960*
011970*-----------------------------------------------------------*
011980* 9000-TERMINATE - FLAG AN EMPTY OR FLAGGED REPORT AND CLOSE *
011990*                  THE REPORT                                *
012000*-----------------------------------------------------------*
012010 9000-TERMINATE.
012020     IF WS-REPORT-RC = ZERO
012030         AND WS-STEP-COUNT = ZERO
012040         MOVE 4 TO WS-REPORT-RC
012050         MOVE 'NO STEP OUTCOME IN THE RANGE'
012060             TO RPT-LINE
012070         WRITE RPT-LINE
012080     END-IF.
012090     IF WS-REPORT-RC = ZERO
012100         AND WS-FLAGGED-COUNT > ZERO
012110         MOVE 8 TO WS-REPORT-RC
012120     END-IF.
012130     CLOSE RPTOUT.
012140 9000-EXIT.
012150     EXIT.
