000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. varsrst.
000030 AUTHOR. LodoreStiffler.
000040* Step-level restart gate for VARSJOB.  A resubmitted VARSJOB
000050* used to rerun every nightly step, even one that had already
000060* finished cleanly before a later step abended, unless an
000070* operator hand-edited the JCL to restart at a step.  This
000080* program reads the STEPRSLT outcomes the VARSSTP recorder
000090* appends after each step, keeps the latest outcome of each
000100* named step inside the current batch window (the window
000106* WINSTATE shows open for the shift - or left FAILED by VARSEND
000112* after a failed or abended step - from its open time on),
000120* and decides for each step whether it still has to run.  A
000130* step whose latest outcome in the window is clean (a numeric
000140* condition code of 0004 or below - the same line VARSEND
000150* draws between a good and a failed step) is skipped; a step
000160* that failed, abended, or has no outcome in the window runs.
000170*
000180* Two modes, chosen by the second PARM byte:
000190*   P (PLAN) - run once after STEP010 with every nightly step
000200*              name; prints the restart plan on RPTOUT listing
000210*              which steps will be skipped and which will run.
000220*   G (GATE) - run ahead of one nightly step with that step's
000230*              name; ends with condition code 4 when the step
000240*              is to be skipped, so the step's COND test (and
000250*              its VARSSTP recorder's) bypasses it.
000260* On a first run of the window nothing has been recorded since
000270* VARS stamped the open time, so every step runs as before.
000280* With no open or failed window on WINSTATE (or the state file
000290* unavailable) every step runs - the gate never skips a step
000300* it cannot prove finished.
000310*
000320*-----------------------------------------------------------*
000330* MODIFICATION HISTORY                                      *
000340*-----------------------------------------------------------*
000350* DATE       INIT DESCRIPTION                                *
000360* 2026-10-15 RLS  Original program.                         *
000361* 2026-10-15 RLS  A window VARSEND left FAILED is gated like *
000362*                 one still open, so a resubmit after an     *
000363*                 abend skips the steps that ended clean.    *
000364*                 Yesterday's window is only looked at when  *
000365*                 today has no record.                       *
000370*-----------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT WINSTATE ASSIGN TO WINSTATE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS RANDOM
000440         RECORD KEY IS WST-KEY
000450         FILE STATUS IS WS-WINSTATE-STATUS.
000460     SELECT STEPRSLT ASSIGN TO STEPRSLT
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-STEPRSLT-STATUS.
000490     SELECT RPTOUT ASSIGN TO RPTOUT
000500         ORGANIZATION IS SEQUENTIAL.
000510*
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  WINSTATE.
000550     COPY winstat.
000560*
000570 FD  STEPRSLT
000580     RECORDING MODE IS F.
000590     COPY steprec.
000600*
000610 FD  RPTOUT
000620     RECORDING MODE IS F.
000630 01  RPT-LINE                    PIC X(80).
000640 WORKING-STORAGE SECTION.
000650*
000660*-----------------------------------------------------------*
000670* SWITCHES                                                  *
000680*-----------------------------------------------------------*
000690 01  WS-SWITCHES.
000700     05  WS-WINSTATE-STATUS      PIC X(02) VALUE '00'.
000710     05  WS-WINDOW-FOUND-SW      PIC X(01) VALUE 'N'.
000720         88  WS-WINDOW-FOUND                VALUE 'Y'.
000723     05  WS-WINDOW-ON-FILE-SW    PIC X(01) VALUE 'N'.
000726         88  WS-WINDOW-ON-FILE              VALUE 'Y'.
000730     05  WS-STEPRSLT-STATUS      PIC X(02) VALUE '00'.
000740     05  WS-STEPRSLT-EOF-SW      PIC X(01) VALUE 'N'.
000750         88  WS-STEPRSLT-EOF                VALUE 'Y'.
000760     05  WS-MODE-SW              PIC X(01) VALUE SPACE.
000770         88  WS-PLAN-MODE                   VALUE 'P'.
000780         88  WS-GATE-MODE                   VALUE 'G'.
000790*
000800*-----------------------------------------------------------*
000810* GATE RETURN CODE                                          *
000820*   0000 = GATE: RUN THE STEP.  PLAN: PLAN PRINTED          *
000830*   0004 = GATE ONLY: THE STEP ALREADY ENDED CLEAN IN THE   *
000840*          CURRENT WINDOW - BYPASS IT                       *
000850*   0016 = PARM MISSING OR INVALID - NOTHING DECIDED.  THE  *
000860*          JCL TESTS FOR 4 ONLY, SO THE STEP STILL RUNS     *
000870*-----------------------------------------------------------*
000880 01  WS-GATE-RC                  PIC 9(04) VALUE ZERO.
000890*
000900*-----------------------------------------------------------*
000910* STEPS BEING DECIDED - UP TO EIGHT NAMES FROM THE PARM, AND *
000920* THE LATEST OUTCOME OF EACH INSIDE THE CURRENT WINDOW       *
000930*-----------------------------------------------------------*
000940 01  WS-REQUESTED-SHIFT          PIC X(01) VALUE SPACE.
000950 01  WS-STEP-LIMIT               PIC 9(02) COMP VALUE 8.
000960 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE ZERO.
000970 01  WS-STEP-SUB                 PIC 9(02) COMP VALUE ZERO.
000980 01  WS-STEP-TABLE.
000990     05  WS-STEP-ENTRY OCCURS 8 TIMES.
001000         10  WS-TBL-STEP-NAME    PIC X(08).
001010         10  WS-TBL-FOUND-SW     PIC X(01).
001020             88  WS-TBL-FOUND               VALUE 'Y'.
001030         10  WS-TBL-CC           PIC X(04).
001040         10  WS-TBL-END-DATE     PIC 9(08).
001050         10  WS-TBL-END-TIME     PIC 9(08).
001060         10  WS-TBL-ACTION       PIC X(04).
001070             88  WS-TBL-SKIP                VALUE 'SKIP'.
001080 01  WS-SKIP-COUNT               PIC 9(02) COMP VALUE ZERO.
001090 01  WS-RUN-COUNT                PIC 9(02) COMP VALUE ZERO.
001100 01  WS-COUNT-EDIT               PIC Z9.
001110*
001120*-----------------------------------------------------------*
001130* DATE/TIME WORK AREA AND THE CURRENT WINDOW'S OPEN STAMP    *
001140*-----------------------------------------------------------*
001150 01  WS-CURRENT-DATE             PIC 9(08).
001160 01  WS-CURRENT-TIME             PIC 9(08).
001170 01  WS-OPEN-DATE                PIC 9(08) VALUE ZERO.
001180 01  WS-OPEN-TIME                PIC 9(08) VALUE ZERO.
001190 01  WS-PREVIOUS-DATE.
001200     05  WS-PRV-YY               PIC 9(04).
001210     05  WS-PRV-MM               PIC 9(02).
001220     05  WS-PRV-DD               PIC 9(02).
001230 01  WS-PREVIOUS-DATE-N REDEFINES WS-PREVIOUS-DATE
001240                                 PIC 9(08).
001250 01  WS-MONTH-DAYS-TABLE.
001260     05  FILLER                  PIC X(24)
001270         VALUE '312831303130313130313031'.
001280 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001290     05  WS-MONTH-DAYS OCCURS 12 TIMES
001300                                 PIC 9(02).
001310 01  WS-DAYS-PRIOR-MONTH         PIC 9(02).
001320 01  WS-YY-REMAINDER             PIC 9(04).
001330 01  WS-YY-QUOTIENT              PIC 9(04).
001340 01  WS-TIME-RAW                 PIC 9(06).
001350*
001360*-----------------------------------------------------------*
001370* REPORT LINE WORK AREAS                                    *
001380*-----------------------------------------------------------*
001390 01  WS-HEADING-1.
001400     05  FILLER                  PIC X(40)
001410         VALUE 'VARS RESTART PLAN'.
001420 01  WS-WINDOW-LINE.
001430     05  FILLER                  PIC X(07) VALUE 'SHIFT: '.
001440     05  WS-W-SHIFT              PIC X(01).
001450     05  FILLER                  PIC X(18)
001460         VALUE '  WINDOW OPENED: '.
001470     05  WS-W-DATE               PIC 9999/99/99.
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001490     05  WS-W-TIME               PIC 99B99B99.
001500 01  WS-HEADING-2.
001510     05  FILLER                  PIC X(10) VALUE 'STEP'.
001520     05  FILLER                  PIC X(08) VALUE 'ACTION'.
001530     05  FILLER                  PIC X(40)
001540         VALUE 'LATEST OUTCOME IN THIS WINDOW'.
001550 01  WS-DETAIL-LINE.
001560     05  WS-D-STEP               PIC X(08).
001570     05  FILLER                  PIC X(02) VALUE SPACES.
001580     05  WS-D-ACTION             PIC X(04).
001590     05  FILLER                  PIC X(04) VALUE SPACES.
001600     05  WS-D-OUTCOME            PIC X(40).
001610 01  WS-OUTCOME-TEXT.
001620     05  FILLER                  PIC X(03) VALUE 'CC '.
001630     05  WS-O-CC                 PIC X(04).
001640     05  FILLER                  PIC X(10) VALUE ' ENDED AT '.
001650     05  WS-O-DATE               PIC 9999/99/99.
001660     05  FILLER                  PIC X(01) VALUE SPACE.
001670     05  WS-O-TIME               PIC 99B99B99.
001680*
001690 LINKAGE SECTION.
001700*
001710*-----------------------------------------------------------*
001720* REQUIRED PARM - ONE-BYTE SHIFT CODE, ONE-BYTE MODE (P =    *
001730* PRINT THE RESTART PLAN, G = GATE ONE STEP), THEN ONE       *
001740* EIGHT-BYTE STEP NAME (GATE) OR UP TO EIGHT OF THEM (PLAN). *
001750* THE HALFWORD BINARY LENGTH FIELD MVS PLACES AHEAD OF THE   *
001760* PARM TEXT IS DECLARED FIRST.                               *
001770*-----------------------------------------------------------*
001780 01  LS-PARM.
001790     05  LS-PARM-LEN             PIC S9(4) COMP.
001800     05  LS-PARM-DATA.
001810         10  LS-SHIFT-CODE       PIC X(01).
001820         10  LS-MODE             PIC X(01).
001830         10  LS-STEP-NAME        PIC X(08)
001840                                 OCCURS 8 TIMES.
001850 PROCEDURE DIVISION USING LS-PARM.
001860*
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE
001890         THRU 1000-EXIT.
001900     IF WS-GATE-RC < 16
001910         PERFORM 2000-FIND-CURRENT-WINDOW
001920             THRU 2000-EXIT
001930         IF WS-WINDOW-FOUND
001940             PERFORM 3000-LOAD-STEP-OUTCOMES
001950                 THRU 3000-EXIT
001960         END-IF
001970         MOVE 1 TO WS-STEP-SUB
001980         PERFORM 4000-DECIDE-STEP
001990             THRU 4000-EXIT
002000             UNTIL WS-STEP-SUB > WS-STEP-COUNT
002010         IF WS-PLAN-MODE
002020             PERFORM 5000-PRINT-PLAN
002030                 THRU 5000-EXIT
002040         ELSE
002050             PERFORM 6000-SET-GATE-CODE
002060                 THRU 6000-EXIT
002070         END-IF
002080     END-IF.
002090     MOVE WS-GATE-RC TO RETURN-CODE.
002100     STOP RUN.
002110*
002120*-----------------------------------------------------------*
002130* 1000-INITIALIZE - VALIDATE THE PARM AND BUILD THE TABLE OF *
002140*                   STEPS TO DECIDE.  A PLAN TAKES EVERY     *
002150*                   NAME SUPPLIED; A GATE TAKES THE FIRST.   *
002160*-----------------------------------------------------------*
002170 1000-INITIALIZE.
002180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002190     ACCEPT WS-CURRENT-TIME FROM TIME.
002200     IF LS-PARM-LEN < 10
002210         MOVE 16 TO WS-GATE-RC
002220         DISPLAY 'VARSRST - PARM MUST BE SHIFT(1) MODE(1) '
002230             'STEP(8)... - STEP WILL RUN'
002240         GO TO 1000-EXIT
002250     END-IF.
002260     MOVE LS-SHIFT-CODE TO WS-REQUESTED-SHIFT.
002270     MOVE LS-MODE TO WS-MODE-SW.
002280     IF WS-REQUESTED-SHIFT = SPACE OR LOW-VALUES
002290         OR NOT (WS-PLAN-MODE OR WS-GATE-MODE)
002300         MOVE 16 TO WS-GATE-RC
002310         DISPLAY 'VARSRST - PARM SHIFT MISSING OR MODE NOT '
002320             'P/G - STEP WILL RUN'
002330         GO TO 1000-EXIT
002340     END-IF.
002350     COMPUTE WS-STEP-COUNT = (LS-PARM-LEN - 2) / 8.
002360     IF WS-STEP-COUNT > WS-STEP-LIMIT
002370         MOVE WS-STEP-LIMIT TO WS-STEP-COUNT
002380     END-IF.
002390     IF WS-GATE-MODE
002400         MOVE 1 TO WS-STEP-COUNT
002410     END-IF.
002420     MOVE 1 TO WS-STEP-SUB.
002430     PERFORM 1100-LOAD-STEP-NAME
002440         THRU 1100-EXIT
002450         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
002460     PERFORM 1200-COMPUTE-PREVIOUS-DATE
002470         THRU 1200-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500*
002510*-----------------------------------------------------------*
002520* 1100-LOAD-STEP-NAME - TABLE ONE STEP NAME FROM THE PARM    *
002530*-----------------------------------------------------------*
002540 1100-LOAD-STEP-NAME.
002550     MOVE LS-STEP-NAME (WS-STEP-SUB)
002560         TO WS-TBL-STEP-NAME (WS-STEP-SUB).
002570     MOVE 'N' TO WS-TBL-FOUND-SW (WS-STEP-SUB).
002580     MOVE SPACES TO WS-TBL-CC (WS-STEP-SUB).
002590     MOVE ZERO TO WS-TBL-END-DATE (WS-STEP-SUB).
002600     MOVE ZERO TO WS-TBL-END-TIME (WS-STEP-SUB).
002610     MOVE 'RUN' TO WS-TBL-ACTION (WS-STEP-SUB).
002620     ADD 1 TO WS-STEP-SUB.
002630 1100-EXIT.
002640     EXIT.
002650*
002660*-----------------------------------------------------------*
002670* 1200-COMPUTE-PREVIOUS-DATE - STEP THE RUN DATE BACK ONE    *
002680*                              CALENDAR DAY, AS IN VARSEND,  *
002690*                              SO AN OVERNIGHT WINDOW OPENED *
002700*                              YESTERDAY IS STILL FOUND      *
002710*-----------------------------------------------------------*
002720 1200-COMPUTE-PREVIOUS-DATE.
002730     MOVE WS-CURRENT-DATE TO WS-PREVIOUS-DATE-N.
002740     IF WS-PRV-DD > 1
002750         SUBTRACT 1 FROM WS-PRV-DD
002760         GO TO 1200-EXIT
002770     END-IF.
002780     IF WS-PRV-MM > 1
002790         SUBTRACT 1 FROM WS-PRV-MM
002800     ELSE
002810         MOVE 12 TO WS-PRV-MM
002820         IF WS-PRV-YY > ZERO
002830             SUBTRACT 1 FROM WS-PRV-YY
002840         ELSE
002850             MOVE 9999 TO WS-PRV-YY
002860         END-IF
002870     END-IF.
002880     MOVE WS-MONTH-DAYS (WS-PRV-MM) TO WS-DAYS-PRIOR-MONTH.
002890     IF WS-PRV-MM = 2
002900         DIVIDE WS-PRV-YY BY 4
002910             GIVING WS-YY-QUOTIENT
002920             REMAINDER WS-YY-REMAINDER
002930         IF WS-YY-REMAINDER = ZERO
002940             DIVIDE WS-PRV-YY BY 100
002950                 GIVING WS-YY-QUOTIENT
002960                 REMAINDER WS-YY-REMAINDER
002970             IF WS-YY-REMAINDER NOT = ZERO
002980                 MOVE 29 TO WS-DAYS-PRIOR-MONTH
002990             ELSE
003000                 DIVIDE WS-PRV-YY BY 400
003010                     GIVING WS-YY-QUOTIENT
003020                     REMAINDER WS-YY-REMAINDER
003030                 IF WS-YY-REMAINDER = ZERO
003040                     MOVE 29 TO WS-DAYS-PRIOR-MONTH
003050                 END-IF
003060             END-IF
003070         END-IF
003080     END-IF.
003090     MOVE WS-DAYS-PRIOR-MONTH TO WS-PRV-DD.
003100 1200-EXIT.
003110     EXIT.
003120*
003130*-----------------------------------------------------------*
003140* 2000-FIND-CURRENT-WINDOW - READ THE SHIFT'S WINDOW STATE   *
003146*                            FOR TODAY - OR, WITH NO RECORD  *
003152*                            FOR TODAY, YESTERDAY (AN        *
003158*                            OVERNIGHT WINDOW) - AND KEEP    *
003164*                            THE OPEN STAMP IF THE WINDOW IS *
003170*                            STILL OPEN OR WAS LEFT FAILED   *
003176*                            BY VARSEND.  A RESTARTED VARS   *
003182*                            KEEPS THE ORIGINAL OPEN TIME,   *
003188*                            SO OUTCOMES FROM BEFORE THE     *
003194*                            RESTART STILL COUNT; A JCL      *
003200*                            RESTART AT A GATE STEP FINDS    *
003206*                            THE WINDOW STILL FAILED AND THE *
003212*                            SAME OPEN TIME.                 *
003220*-----------------------------------------------------------*
003230 2000-FIND-CURRENT-WINDOW.
003240     OPEN INPUT WINSTATE.
003250     IF WS-WINSTATE-STATUS NOT = '00'
003260         DISPLAY 'VARSRST - WINSTATE OPEN FAILED - STATUS '
003270             WS-WINSTATE-STATUS ' - EVERY STEP WILL RUN'
003280         GO TO 2000-EXIT
003290     END-IF.
003300     MOVE WS-CURRENT-DATE TO WST-RUN-DATE.
003310     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
003320     PERFORM 2100-READ-WINDOW
003330         THRU 2100-EXIT.
003340     IF NOT WS-WINDOW-ON-FILE
003350         MOVE WS-PREVIOUS-DATE-N TO WST-RUN-DATE
003360         MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE
003370         PERFORM 2100-READ-WINDOW
003380             THRU 2100-EXIT
003390     END-IF.
003400     CLOSE WINSTATE.
003410     IF NOT WS-WINDOW-FOUND
003420         DISPLAY 'VARSRST - NO OPEN OR FAILED WINDOW FOR SHIFT '
003430             WS-REQUESTED-SHIFT ' - EVERY STEP WILL RUN'
003440     END-IF.
003450 2000-EXIT.
003460     EXIT.
003470*
003480*-----------------------------------------------------------*
003487* 2100-READ-WINDOW - READ ONE WINDOW STATE RECORD, NOTE THAT *
003494*                    IT IS ON FILE, AND TAKE IT AS THE       *
003501*                    CURRENT WINDOW IF IT IS OPEN OR FAILED  *
003510*-----------------------------------------------------------*
003520 2100-READ-WINDOW.
003530     READ WINSTATE
003540         INVALID KEY
003550             GO TO 2100-EXIT
003560     END-READ.
003566     MOVE 'Y' TO WS-WINDOW-ON-FILE-SW.
003572     IF WST-WINDOW-RESTARTABLE
003580         MOVE 'Y' TO WS-WINDOW-FOUND-SW
003590         MOVE WST-RUN-DATE TO WS-OPEN-DATE
003600         MOVE WST-OPEN-TIME TO WS-OPEN-TIME
003610     END-IF.
003620 2100-EXIT.
003630     EXIT.
003640*
003650*-----------------------------------------------------------*
003660* 3000-LOAD-STEP-OUTCOMES - READ THE STEP-RESULTS FILE AND   *
003670*                           KEEP THE LATEST OUTCOME OF EACH  *
003680*                           STEP BEING DECIDED.  A MISSING   *
003690*                           DATASET MEANS NOTHING HAS RUN.   *
003700*-----------------------------------------------------------*
003710 3000-LOAD-STEP-OUTCOMES.
003720     OPEN INPUT STEPRSLT.
003730     IF WS-STEPRSLT-STATUS NOT = '00'
003740         DISPLAY 'VARSRST - NO STEP RESULTS ON FILE - STATUS '
003750             WS-STEPRSLT-STATUS
003760         GO TO 3000-EXIT
003770     END-IF.
003780     PERFORM 3100-SCAN-STEP-RESULT
003790         THRU 3100-EXIT
003800         UNTIL WS-STEPRSLT-EOF.
003810     CLOSE STEPRSLT.
003820 3000-EXIT.
003830     EXIT.
003840*
003850*-----------------------------------------------------------*
003860* 3100-SCAN-STEP-RESULT - TEST ONE OUTCOME RECORD.  THE FILE *
003870*                         IS DISP=MOD AND CARRIES EVERY PAST *
003880*                         CYCLE, SO ONLY THIS SHIFT'S        *
003890*                         OUTCOMES TIMESTAMPED AT OR AFTER   *
003900*                         THE WINDOW OPEN COUNT; A LATER     *
003910*                         RECORD FOR THE SAME STEP REPLACES  *
003920*                         AN EARLIER ONE.                    *
003930*-----------------------------------------------------------*
003940 3100-SCAN-STEP-RESULT.
003950     READ STEPRSLT
003960         AT END
003970             MOVE 'Y' TO WS-STEPRSLT-EOF-SW
003980             GO TO 3100-EXIT
003990     END-READ.
004000     IF STP-SHIFT-CODE NOT = WS-REQUESTED-SHIFT
004010         GO TO 3100-EXIT
004020     END-IF.
004030     IF STP-RUN-DATE < WS-OPEN-DATE
004040         OR (STP-RUN-DATE = WS-OPEN-DATE
004050             AND STP-END-TIME < WS-OPEN-TIME)
004060         GO TO 3100-EXIT
004070     END-IF.
004080     MOVE 1 TO WS-STEP-SUB.
004090     PERFORM 3200-MATCH-STEP
004100         THRU 3200-EXIT
004110         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
004120 3100-EXIT.
004130     EXIT.
004140*
004150*-----------------------------------------------------------*
004160* 3200-MATCH-STEP - RECORD THE OUTCOME AGAINST ONE TABLED    *
004170*                   STEP IF THE NAMES MATCH                  *
004180*-----------------------------------------------------------*
004190 3200-MATCH-STEP.
004200     IF STP-STEP-NAME = WS-TBL-STEP-NAME (WS-STEP-SUB)
004210         MOVE 'Y' TO WS-TBL-FOUND-SW (WS-STEP-SUB)
004220         MOVE STP-COND-CODE TO WS-TBL-CC (WS-STEP-SUB)
004230         MOVE STP-RUN-DATE TO WS-TBL-END-DATE (WS-STEP-SUB)
004240         MOVE STP-END-TIME TO WS-TBL-END-TIME (WS-STEP-SUB)
004250     END-IF.
004260     ADD 1 TO WS-STEP-SUB.
004270 3200-EXIT.
004280     EXIT.
004290*
004300*-----------------------------------------------------------*
004310* 4000-DECIDE-STEP - SKIP A STEP WHOSE LATEST OUTCOME IN THE *
004320*                    WINDOW IS CLEAN (NUMERIC, 0004 OR       *
004330*                    BELOW); RUN EVERY OTHER STEP            *
004340*-----------------------------------------------------------*
004350 4000-DECIDE-STEP.
004360     IF WS-TBL-FOUND (WS-STEP-SUB)
004370         AND WS-TBL-CC (WS-STEP-SUB) NUMERIC
004380         AND WS-TBL-CC (WS-STEP-SUB) NOT > '0004'
004390         MOVE 'SKIP' TO WS-TBL-ACTION (WS-STEP-SUB)
004400         ADD 1 TO WS-SKIP-COUNT
004410     ELSE
004420         MOVE 'RUN' TO WS-TBL-ACTION (WS-STEP-SUB)
004430         ADD 1 TO WS-RUN-COUNT
004440     END-IF.
004450     ADD 1 TO WS-STEP-SUB.
004460 4000-EXIT.
004470     EXIT.
004480*
004490*-----------------------------------------------------------*
004500* 5000-PRINT-PLAN - PRINT THE RESTART PLAN: THE WINDOW BEING *
004510*                   RESTARTED, ONE LINE PER STEP WITH ITS    *
004520*                   ACTION AND LATEST OUTCOME, AND THE       *
004530*                   SKIP/RUN TOTALS                          *
004540*-----------------------------------------------------------*
004550 5000-PRINT-PLAN.
004560     OPEN OUTPUT RPTOUT.
004570     MOVE WS-HEADING-1 TO RPT-LINE.
004580     WRITE RPT-LINE.
004590     IF WS-WINDOW-FOUND
004600         MOVE WS-REQUESTED-SHIFT TO WS-W-SHIFT
004610         MOVE WS-OPEN-DATE TO WS-W-DATE
004620         MOVE WS-OPEN-TIME (1:6) TO WS-TIME-RAW
004630         MOVE WS-TIME-RAW TO WS-W-TIME
004640         MOVE WS-WINDOW-LINE TO RPT-LINE
004650     ELSE
004660         MOVE SPACES TO RPT-LINE
004670         STRING 'SHIFT: '               DELIMITED BY SIZE
004680                WS-REQUESTED-SHIFT      DELIMITED BY SIZE
004690                '  NO OPEN OR FAILED WINDOW - EVERY STEP RUNS'
004700                                        DELIMITED BY SIZE
004710           INTO RPT-LINE
004720     END-IF.
004730     WRITE RPT-LINE.
004740     MOVE WS-HEADING-2 TO RPT-LINE.
004750     WRITE RPT-LINE.
004760     MOVE 1 TO WS-STEP-SUB.
004770     PERFORM 5100-PRINT-STEP
004780         THRU 5100-EXIT
004790         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
004800     MOVE SPACES TO RPT-LINE.
004810     MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT.
004820     STRING 'STEPS TO SKIP: ' DELIMITED BY SIZE
004830            WS-COUNT-EDIT     DELIMITED BY SIZE
004840       INTO RPT-LINE.
004850     WRITE RPT-LINE.
004860     MOVE SPACES TO RPT-LINE.
004870     MOVE WS-RUN-COUNT TO WS-COUNT-EDIT.
004880     STRING 'STEPS TO RUN:  ' DELIMITED BY SIZE
004890            WS-COUNT-EDIT     DELIMITED BY SIZE
004900       INTO RPT-LINE.
004910     WRITE RPT-LINE.
004920     CLOSE RPTOUT.
004930 5000-EXIT.
004940     EXIT.
004950*
004960*-----------------------------------------------------------*
004970* 5100-PRINT-STEP - PRINT ONE STEP OF THE PLAN              *
004980*-----------------------------------------------------------*
004990 5100-PRINT-STEP.
005000     MOVE WS-TBL-STEP-NAME (WS-STEP-SUB) TO WS-D-STEP.
005010     MOVE WS-TBL-ACTION (WS-STEP-SUB) TO WS-D-ACTION.
005020     IF WS-TBL-FOUND (WS-STEP-SUB)
005030         MOVE WS-TBL-CC (WS-STEP-SUB) TO WS-O-CC
005040         MOVE WS-TBL-END-DATE (WS-STEP-SUB) TO WS-O-DATE
005050         MOVE WS-TBL-END-TIME (WS-STEP-SUB) (1:6) TO WS-TIME-RAW
005060         MOVE WS-TIME-RAW TO WS-O-TIME
005070         MOVE WS-OUTCOME-TEXT TO WS-D-OUTCOME
005080     ELSE
005090         MOVE 'NO OUTCOME RECORDED' TO WS-D-OUTCOME
005100     END-IF.
005110     MOVE WS-DETAIL-LINE TO RPT-LINE.
005120     WRITE RPT-LINE.
005130     ADD 1 TO WS-STEP-SUB.
005140 5100-EXIT.
005150     EXIT.
005160*
005170*-----------------------------------------------------------*
005180* 6000-SET-GATE-CODE - END WITH CONDITION CODE 4 WHEN THE    *
005190*                      GATED STEP IS TO BE SKIPPED, AND SAY  *
005200*                      WHICH WAY IT WENT IN THE JOB LOG      *
005210*-----------------------------------------------------------*
005220 6000-SET-GATE-CODE.
005230     IF WS-TBL-SKIP (1)
005240         MOVE 4 TO WS-GATE-RC
005250         DISPLAY 'VARSRST - ' WS-TBL-STEP-NAME (1)
005260             ' ALREADY ENDED CC ' WS-TBL-CC (1)
005270             ' IN THIS WINDOW - STEP WILL BE SKIPPED'
005280     ELSE
005290         DISPLAY 'VARSRST - ' WS-TBL-STEP-NAME (1)
005300             ' WILL RUN'
005310     END-IF.
005320 6000-EXIT.
005330     EXIT.
