000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. varspit.
000030 AUTHOR. LodoreStiffler.
000040* Point-in-time message report.  Rebuilds what one shift
000050* message said at the close of a past date, for audit and
000060* incident review.  The four current MSGMAST lines for the
000070* shift are read first, then the MSGJRNL change journal is
000080* read forward from the first change applied after the PARM
000090* date.  The earliest later change to each line carries the
000100* before image that line had on the PARM date; a line with no
000110* later change is unchanged since, and the current master
000120* stands.  Every later change that was backed out is listed
000130* with who submitted and approved it.  A date before the
000140* journal began rebuilds the message as it stood when
000150* journaling started.
000160*
000170*-----------------------------------------------------------*
000180* MODIFICATION HISTORY                                      *
000190*-----------------------------------------------------------*
000200* DATE       INIT DESCRIPTION                                *
000210* 2026-10-15 RLS  Original program.                         *
000220*-----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT MSGMAST ASSIGN TO MSGMAST
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS MSG-KEY
000300         FILE STATUS IS WS-MSGMAST-STATUS.
000310     SELECT MSGJRNL ASSIGN TO MSGJRNL
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS JRN-KEY
000350         FILE STATUS IS WS-MSGJRNL-STATUS.
000360     SELECT RPTOUT ASSIGN TO RPTOUT
000370         ORGANIZATION IS SEQUENTIAL.
000380*
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  MSGMAST.
000420     COPY msgmst.
000430*
000440 FD  MSGJRNL.
000450     COPY msgjrnl.
000460*
000470 FD  RPTOUT
000480     RECORDING MODE IS F.
000490 01  RPT-LINE                    PIC X(112).
000500 WORKING-STORAGE SECTION.
000510*
000520*-----------------------------------------------------------*
000530* SWITCHES                                                  *
000540*-----------------------------------------------------------*
000550 01  WS-SWITCHES.
000560     05  WS-MSGMAST-STATUS       PIC X(02) VALUE '00'.
000570     05  WS-MSGJRNL-STATUS       PIC X(02) VALUE '00'.
000580     05  WS-MSGJRNL-EOF-SW       PIC X(01) VALUE 'N'.
000590         88  WS-MSGJRNL-EOF                 VALUE 'Y'.
000600     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000610         88  WS-FILES-OPEN                  VALUE 'Y'.
000620*
000630*-----------------------------------------------------------*
000640* REPORT RETURN CODE                                        *
000650*   0000 = MESSAGE REBUILT                                  *
000660*   0004 = THE SHIFT HAD NO MESSAGE LINES ON THAT DATE      *
000670*   0016 = PARM MISSING/INVALID, OR THE MASTER OR JOURNAL   *
000680*          COULD NOT BE OPENED - NOTHING REBUILT            *
000690*-----------------------------------------------------------*
000700 01  WS-PIT-RC                   PIC 9(04) VALUE ZERO.
000710*
000720*-----------------------------------------------------------*
000730* REBUILT MESSAGE - ONE ENTRY PER LINE 01-04.  LOADED FROM  *
000740* THE CURRENT MASTER, THEN EACH ENTRY IS REPLACED ONCE BY   *
000750* THE BEFORE IMAGE OF THE EARLIEST LATER JOURNAL ENTRY FOR  *
000760* THAT LINE.                                                *
000770*-----------------------------------------------------------*
000780 01  WS-PIT-TABLE.
000790     05  WS-PIT-ENTRY OCCURS 4 TIMES.
000800         10  WS-PIT-FOUND-SW     PIC X(01).
000810             88  WS-PIT-FOUND               VALUE 'Y'.
000820         10  WS-PIT-SEVERITY     PIC X(01).
000830         10  WS-PIT-TEXT         PIC X(78).
000840         10  WS-PIT-SOURCE       PIC X(08).
000850         10  WS-PIT-REBUILT-SW   PIC X(01).
000860             88  WS-PIT-REBUILT             VALUE 'Y'.
000870*
000880*-----------------------------------------------------------*
000890* COUNTERS AND SUBSCRIPTS                                   *
000900*-----------------------------------------------------------*
000910 01  WS-LINE-SUB                 PIC 9(02).
000920 01  WS-LINES-ON-DATE            PIC 9(06) COMP VALUE ZERO.
000930 01  WS-JOURNAL-READ             PIC 9(06) COMP VALUE ZERO.
000940 01  WS-CHANGES-UNDONE           PIC 9(06) COMP VALUE ZERO.
000950 01  WS-COUNT-EDIT               PIC ZZZZZ9.
000960*
000970*-----------------------------------------------------------*
000980* REPORT LINE WORK AREAS                                    *
000990*-----------------------------------------------------------*
001000 01  WS-HEADING-1.
001010     05  FILLER                  PIC X(42)
001020         VALUE 'VARS POINT-IN-TIME MESSAGE REPORT'.
001030 01  WS-HEADING-2.
001040     05  FILLER                  PIC X(06) VALUE 'SHIFT '.
001050     05  WS-H-SHIFT              PIC X(01).
001060     05  FILLER                  PIC X(24)
001070         VALUE ' MESSAGE AS AT CLOSE OF '.
001080     05  WS-H-DATE               PIC 9999/99/99.
001090 01  WS-CHANGE-HEADING.
001100     05  FILLER                  PIC X(12) VALUE 'APPLIED'.
001110     05  FILLER                  PIC X(09) VALUE 'TIME'.
001120     05  FILLER                  PIC X(06) VALUE 'LINE'.
001130     05  FILLER                  PIC X(08) VALUE 'ACTION'.
001140     05  FILLER                  PIC X(10) VALUE 'SUBMITTED'.
001150     05  FILLER                  PIC X(10) VALUE 'APPROVED'.
001160     05  FILLER                  PIC X(06) VALUE 'FROM'.
001170 01  WS-CHANGE-LINE.
001180     05  WS-C-DATE               PIC 9999/99/99.
001190     05  FILLER                  PIC X(02) VALUE SPACES.
001200     05  WS-C-TIME               PIC X(06).
001210     05  FILLER                  PIC X(03) VALUE SPACES.
001220     05  WS-C-LINE-NO            PIC 9(02).
001230     05  FILLER                  PIC X(04) VALUE SPACES.
001240     05  WS-C-ACTION             PIC X(06).
001250     05  FILLER                  PIC X(02) VALUE SPACES.
001260     05  WS-C-SUBMIT-USER        PIC X(08).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  WS-C-APPROVE-USER       PIC X(08).
001290     05  FILLER                  PIC X(02) VALUE SPACES.
001300     05  WS-C-ORIGIN             PIC X(04).
001310 01  WS-REBUILT-HEADING.
001320     05  FILLER                  PIC X(06) VALUE 'LINE'.
001330     05  FILLER                  PIC X(10) VALUE 'SOURCE'.
001340     05  FILLER                  PIC X(05) VALUE 'SEV'.
001350     05  FILLER                  PIC X(78) VALUE 'MESSAGE'.
001360 01  WS-DETAIL-LINE.
001370     05  WS-D-LINE-NO            PIC 9(02).
001380     05  FILLER                  PIC X(04) VALUE SPACES.
001390     05  WS-D-SOURCE             PIC X(08).
001400     05  FILLER                  PIC X(02) VALUE SPACES.
001410     05  WS-D-SEVERITY           PIC X(01).
001420     05  FILLER                  PIC X(04) VALUE SPACES.
001430     05  WS-D-MESSAGE            PIC X(78).
001440*
001450 LINKAGE SECTION.
001460*
001470*-----------------------------------------------------------*
001480* REQUIRED PARM - THE ONE-BYTE SHIFT CODE FOLLOWED BY THE   *
001490* EIGHT-DIGIT YYYYMMDD DATE TO REBUILD.  THE HALFWORD       *
001500* BINARY LENGTH FIELD MVS PLACES AHEAD OF THE PARM TEXT IS  *
001510* DECLARED FIRST.                                           *
001520*-----------------------------------------------------------*
001530 01  LS-PARM.
001540     05  LS-PARM-LEN             PIC S9(4) COMP.
001550     05  LS-PARM-DATA.
001560         10  LS-SHIFT-CODE       PIC X(01).
001570         10  LS-AS-OF-DATE       PIC 9(08).
001580 PROCEDURE DIVISION USING LS-PARM.
001590*
001600 0000-MAINLINE.
001610     PERFORM 1000-INITIALIZE
001620         THRU 1000-EXIT.
001630     IF WS-PIT-RC < 16
001640         PERFORM 2000-BACK-OUT-ONE-CHANGE
001650             THRU 2000-EXIT
001660             UNTIL WS-MSGJRNL-EOF
001670         PERFORM 3000-PRINT-REBUILT-MESSAGE
001680             THRU 3000-EXIT
001690     END-IF.
001700     PERFORM 9000-TERMINATE
001710         THRU 9000-EXIT.
001720     MOVE WS-PIT-RC TO RETURN-CODE.
001730     STOP RUN.
001740*
001750*-----------------------------------------------------------*
001760* 1000-INITIALIZE - VALIDATE THE PARM, OPEN THE FILES, LOAD *
001770*                   THE CURRENT MASTER LINES, AND POSITION  *
001780*                   THE JOURNAL JUST PAST THE PARM DATE     *
001790*-----------------------------------------------------------*
001800 1000-INITIALIZE.
001810     OPEN OUTPUT RPTOUT.
001820     MOVE WS-HEADING-1 TO RPT-LINE.
001830     WRITE RPT-LINE.
001840     IF LS-PARM-LEN < 9
001850         OR LS-SHIFT-CODE = SPACE
001860         OR LS-AS-OF-DATE NOT NUMERIC
001870         MOVE 16 TO WS-PIT-RC
001880         MOVE 'PARM MUST BE SHIFT CODE THEN YYYYMMDD DATE'
001890             TO RPT-LINE
001900         WRITE RPT-LINE
001910         GO TO 1000-EXIT
001920     END-IF.
001930     MOVE LS-SHIFT-CODE TO WS-H-SHIFT.
001940     MOVE LS-AS-OF-DATE TO WS-H-DATE.
001950     MOVE WS-HEADING-2 TO RPT-LINE.
001960     WRITE RPT-LINE.
001970     OPEN INPUT MSGMAST.
001980     IF WS-MSGMAST-STATUS NOT = '00'
001990         MOVE 16 TO WS-PIT-RC
002000         MOVE SPACES TO RPT-LINE
002010         STRING 'MESSAGE MASTER OPEN FAILED - STATUS '
002020                    DELIMITED BY SIZE
002030                WS-MSGMAST-STATUS DELIMITED BY SIZE
002040           INTO RPT-LINE
002050         WRITE RPT-LINE
002060         GO TO 1000-EXIT
002070     END-IF.
002080     OPEN INPUT MSGJRNL.
002090     IF WS-MSGJRNL-STATUS NOT = '00'
002100         MOVE 16 TO WS-PIT-RC
002110         MOVE SPACES TO RPT-LINE
002120         STRING 'CHANGE JOURNAL OPEN FAILED - STATUS '
002130                    DELIMITED BY SIZE
002140                WS-MSGJRNL-STATUS DELIMITED BY SIZE
002150           INTO RPT-LINE
002160         WRITE RPT-LINE
002170         CLOSE MSGMAST
002180         GO TO 1000-EXIT
002190     END-IF.
002200     MOVE 'Y' TO WS-FILES-OPEN-SW.
002210     MOVE 1 TO WS-LINE-SUB.
002220     PERFORM 1100-LOAD-CURRENT-LINE
002230         THRU 1100-EXIT
002240         4 TIMES.
002250     MOVE LS-AS-OF-DATE TO JRN-APPLY-DATE.
002260     MOVE 99999999 TO JRN-APPLY-TIME.
002270     MOVE HIGH-VALUE TO JRN-SHIFT-CODE.
002280     MOVE 99 TO JRN-LINE-NO.
002290     START MSGJRNL KEY IS GREATER THAN JRN-KEY
002300         INVALID KEY
002310             MOVE 'Y' TO WS-MSGJRNL-EOF-SW
002320     END-START.
002330     MOVE SPACES TO RPT-LINE.
002340     WRITE RPT-LINE.
002350     MOVE 'CHANGES APPLIED SINCE - BACKED OUT' TO RPT-LINE.
002360     WRITE RPT-LINE.
002370     MOVE WS-CHANGE-HEADING TO RPT-LINE.
002380     WRITE RPT-LINE.
002390 1000-EXIT.
002400     EXIT.
002410*
002420*-----------------------------------------------------------*
002430* 1100-LOAD-CURRENT-LINE - READ ONE CURRENT MASTER LINE     *
002440*                          INTO THE REBUILD TABLE AND STEP  *
002450*                          THE LINE SUBSCRIPT               *
002460*-----------------------------------------------------------*
002470 1100-LOAD-CURRENT-LINE.
002480     MOVE 'N' TO WS-PIT-REBUILT-SW (WS-LINE-SUB).
002490     MOVE 'MASTER' TO WS-PIT-SOURCE (WS-LINE-SUB).
002500     MOVE LS-SHIFT-CODE TO MSG-SHIFT-CODE.
002510     MOVE WS-LINE-SUB TO MSG-LINE-NO.
002520     READ MSGMAST
002530         INVALID KEY
002540             MOVE 'N' TO WS-PIT-FOUND-SW (WS-LINE-SUB)
002550             MOVE SPACE TO WS-PIT-SEVERITY (WS-LINE-SUB)
002560             MOVE SPACES TO WS-PIT-TEXT (WS-LINE-SUB)
002570         NOT INVALID KEY
002580             MOVE 'Y' TO WS-PIT-FOUND-SW (WS-LINE-SUB)
002590             MOVE MSG-SEVERITY TO WS-PIT-SEVERITY (WS-LINE-SUB)
002600             MOVE MSG-TEXT TO WS-PIT-TEXT (WS-LINE-SUB)
002610     END-READ.
002620     ADD 1 TO WS-LINE-SUB.
002630 1100-EXIT.
002640     EXIT.
002650*
002660*-----------------------------------------------------------*
002670* 2000-BACK-OUT-ONE-CHANGE - READ THE NEXT LATER JOURNAL    *
002680*                            ENTRY.  FOR THIS SHIFT, LIST   *
002690*                            IT, AND IF IT IS THE EARLIEST  *
002700*                            LATER CHANGE TO ITS LINE, TAKE *
002710*                            ITS BEFORE IMAGE AS THE LINE   *
002720*                            ON THE PARM DATE.              *
002730*-----------------------------------------------------------*
002740 2000-BACK-OUT-ONE-CHANGE.
002750     READ MSGJRNL NEXT RECORD
002760         AT END
002770             MOVE 'Y' TO WS-MSGJRNL-EOF-SW
002780             GO TO 2000-EXIT
002790     END-READ.
002800     ADD 1 TO WS-JOURNAL-READ.
002810     IF JRN-SHIFT-CODE NOT = LS-SHIFT-CODE
002820         OR JRN-LINE-NO < 01
002830         OR JRN-LINE-NO > 04
002840         GO TO 2000-EXIT
002850     END-IF.
002860     ADD 1 TO WS-CHANGES-UNDONE.
002870     MOVE JRN-APPLY-DATE TO WS-C-DATE.
002880     MOVE JRN-APPLY-TIME (1:6) TO WS-C-TIME.
002890     MOVE JRN-LINE-NO TO WS-C-LINE-NO.
002900     EVALUATE TRUE
002910         WHEN JRN-ADD
002920             MOVE 'ADD' TO WS-C-ACTION
002930         WHEN JRN-CHANGE
002940             MOVE 'CHANGE' TO WS-C-ACTION
002950         WHEN JRN-DELETE
002960             MOVE 'DELETE' TO WS-C-ACTION
002970         WHEN OTHER
002980             MOVE JRN-ACTION TO WS-C-ACTION
002990     END-EVALUATE.
003000     MOVE JRN-SUBMIT-USER TO WS-C-SUBMIT-USER.
003010     MOVE JRN-APPROVE-USER TO WS-C-APPROVE-USER.
003020     MOVE JRN-ORIGIN TO WS-C-ORIGIN.
003030     MOVE WS-CHANGE-LINE TO RPT-LINE.
003040     WRITE RPT-LINE.
003050     MOVE JRN-LINE-NO TO WS-LINE-SUB.
003060     IF WS-PIT-REBUILT (WS-LINE-SUB)
003070         GO TO 2000-EXIT
003080     END-IF.
003090     MOVE 'Y' TO WS-PIT-REBUILT-SW (WS-LINE-SUB).
003100     MOVE 'JOURNAL' TO WS-PIT-SOURCE (WS-LINE-SUB).
003110     IF JRN-BEFORE-ON-FILE
003120         MOVE 'Y' TO WS-PIT-FOUND-SW (WS-LINE-SUB)
003130         MOVE JRN-BEFORE-SEVERITY
003140             TO WS-PIT-SEVERITY (WS-LINE-SUB)
003150         MOVE JRN-BEFORE-TEXT TO WS-PIT-TEXT (WS-LINE-SUB)
003160     ELSE
003170         MOVE 'N' TO WS-PIT-FOUND-SW (WS-LINE-SUB)
003180         MOVE SPACE TO WS-PIT-SEVERITY (WS-LINE-SUB)
003190         MOVE SPACES TO WS-PIT-TEXT (WS-LINE-SUB)
003200     END-IF.
003210 2000-EXIT.
003220     EXIT.
003230*
003240*-----------------------------------------------------------*
003250* 3000-PRINT-REBUILT-MESSAGE - PRINT THE FOUR LINES AS THEY *
003260*                              STOOD ON THE PARM DATE WITH  *
003270*                              THE SOURCE OF EACH           *
003280*-----------------------------------------------------------*
003290 3000-PRINT-REBUILT-MESSAGE.
003300     IF WS-CHANGES-UNDONE = ZERO
003310         MOVE '  (NONE - MESSAGE UNCHANGED SINCE THAT DATE)'
003320             TO RPT-LINE
003330         WRITE RPT-LINE
003340     END-IF.
003350     MOVE SPACES TO RPT-LINE.
003360     WRITE RPT-LINE.
003370     MOVE 'MESSAGE ON THAT DATE' TO RPT-LINE.
003380     WRITE RPT-LINE.
003390     MOVE WS-REBUILT-HEADING TO RPT-LINE.
003400     WRITE RPT-LINE.
003410     MOVE 1 TO WS-LINE-SUB.
003420     PERFORM 3100-PRINT-ONE-LINE
003430         THRU 3100-EXIT
003440         4 TIMES.
003450     IF WS-LINES-ON-DATE = ZERO
003460         MOVE 4 TO WS-PIT-RC
003470         MOVE '** SHIFT HAD NO MESSAGE LINES ON FILE ON THAT DATE'
003480             TO RPT-LINE
003490         WRITE RPT-LINE
003500     END-IF.
003510 3000-EXIT.
003520     EXIT.
003530*
003540*-----------------------------------------------------------*
003550* 3100-PRINT-ONE-LINE - PRINT ONE REBUILT LINE AND STEP THE *
003560*                       LINE SUBSCRIPT                      *
003570*-----------------------------------------------------------*
003580 3100-PRINT-ONE-LINE.
003590     MOVE WS-LINE-SUB TO WS-D-LINE-NO.
003600     MOVE WS-PIT-SOURCE (WS-LINE-SUB) TO WS-D-SOURCE.
003610     IF WS-PIT-FOUND (WS-LINE-SUB)
003620         ADD 1 TO WS-LINES-ON-DATE
003630         MOVE WS-PIT-SEVERITY (WS-LINE-SUB) TO WS-D-SEVERITY
003640         MOVE WS-PIT-TEXT (WS-LINE-SUB) TO WS-D-MESSAGE
003650     ELSE
003660         MOVE SPACE TO WS-D-SEVERITY
003670         MOVE '*NO RECORD*' TO WS-D-MESSAGE
003680     END-IF.
003690     MOVE WS-DETAIL-LINE TO RPT-LINE.
003700     WRITE RPT-LINE.
003710     ADD 1 TO WS-LINE-SUB.
003720 3100-EXIT.
003730     EXIT.
003740*
003750*-----------------------------------------------------------*
003760* 9000-TERMINATE - PRINT THE TOTALS AND CLOSE THE FILES     *
003770*-----------------------------------------------------------*
003780 9000-TERMINATE.
003790     IF WS-FILES-OPEN
003800         MOVE SPACES TO RPT-LINE
003810         WRITE RPT-LINE
003820         MOVE WS-JOURNAL-READ TO WS-COUNT-EDIT
003830         MOVE SPACES TO RPT-LINE
003840         STRING 'LATER JOURNAL ENTRIES READ: ' DELIMITED BY SIZE
003850                WS-COUNT-EDIT DELIMITED BY SIZE
003860           INTO RPT-LINE
003870         WRITE RPT-LINE
003880         MOVE WS-CHANGES-UNDONE TO WS-COUNT-EDIT
003890         MOVE SPACES TO RPT-LINE
003900         STRING 'CHANGES TO THIS SHIFT BACKED OUT: '
003910                    DELIMITED BY SIZE
003920                WS-COUNT-EDIT DELIMITED BY SIZE
003930           INTO RPT-LINE
003940         WRITE RPT-LINE
003950         CLOSE MSGMAST
003960         CLOSE MSGJRNL
003970     END-IF.
003980     CLOSE RPTOUT.
003990 9000-EXIT.
004000     EXIT.
