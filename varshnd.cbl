000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. varshnd.
000030 AUTHOR. LodoreStiffler.
000040* Shift handover report.  At each shift change the outgoing
000050* operator hands over whatever the last 24 hours left
000060* outstanding for a shift.  This program gathers it from the
000070* five places it lives and prints it on one page for the
000080* incoming operator to sign off:
000090*   WINSTATE - windows still OPEN, and how long they have
000096*              been open, and windows VARSEND left FAILED
000102*              that are waiting to be resubmitted
000110*   STEPRSLT - steps that ended with a nonzero condition
000120*              code, and steps this shift normally records
000130*              that have no outcome in the last 24 hours
000140*   AUDITLOG - critical banners nobody acknowledged (operator
000150*              reply UNACKED)
000160*   ESCSTATE - pages still being re-driven, by escalation
000170*              level
000180*   GWACK    - original page extracts the gateway failed or
000190*              has not yet confirmed
000200* Each section lists a few items and counts the rest, so the
000210* handover stays on a single page; the full detail is on the
000220* VARSACK, VARSESC, and VARSEND output.
000230*
000240*-----------------------------------------------------------*
000250* MODIFICATION HISTORY                                      *
000260*-----------------------------------------------------------*
000270* DATE       INIT DESCRIPTION                                *
000280* 2026-10-15 RLS  Original program.                         *
000281* 2026-10-15 RLS  GWACK layout taken from the ACKREC        *
000282*                 copybook.  The acknowledgments are        *
000283*                 checked against their own transfer        *
000284*                 trailers; a count or hash mismatch, or    *
000285*                 acknowledgments with no trailer, leaves   *
000286*                 the delivery section to be checked by     *
000287*                 hand with condition code 8 rather than    *
000288*                 listing every page as unconfirmed.        *
000289*                 PAGEEXT batch header and trailer records  *
000290*                 are skipped.                              *
000291* 2026-10-15 RLS  A window VARSEND left FAILED is listed in *
000292*                 the window section as waiting to be       *
000293*                 resubmitted.                              *
000295*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT WINSTATE ASSIGN TO WINSTATE
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS WST-KEY
000370         FILE STATUS IS WS-WINSTATE-STATUS.
000380     SELECT STEPRSLT ASSIGN TO STEPRSLT
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS WS-STEPRSLT-STATUS.
000410     SELECT AUDITLOG ASSIGN TO AUDITLOG
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-AUDITLOG-STATUS.
000440     SELECT ESCSTATE ASSIGN TO ESCSTATE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS ESC-KEY
000480         FILE STATUS IS WS-ESCSTATE-STATUS.
000490     SELECT GWACK ASSIGN TO GWACK
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-GWACK-STATUS.
000520     SELECT PAGEEXT ASSIGN TO PAGEEXT
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PAGEEXT-STATUS.
000550     SELECT RPTOUT ASSIGN TO RPTOUT
000560         ORGANIZATION IS SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  WINSTATE.
000610     COPY winstat.
000620*
000630 FD  STEPRSLT
000640     RECORDING MODE IS F.
000650     COPY steprec.
000660*
000670 FD  AUDITLOG
000680     RECORDING MODE IS F.
000690     COPY auditrec.
000700*
000710 FD  ESCSTATE.
000720*-----------------------------------------------------------*
000730* ESCALATION STATE RECORD - SAME LAYOUT VARSESC MAINTAINS    *
000740*-----------------------------------------------------------*
000750 01  ESC-STATE-RECORD.
000760     05  ESC-KEY.
000770         10  ESC-ORIG-DATE       PIC 9(08).
000780         10  ESC-ORIG-TIME       PIC 9(08).
000790     05  ESC-ATTEMPTS            PIC 9(02).
000800     05  ESC-SEVERITY            PIC X(01).
000810     05  ESC-SHIFT-CODE          PIC X(01).
000820     05  ESC-LAST-DATE           PIC 9(08).
000830     05  ESC-LAST-TIME           PIC 9(08).
000840*
000850 FD  GWACK
000860     RECORDING MODE IS F.
000870     COPY ackrec.
000950*
000960 FD  PAGEEXT
000970     RECORDING MODE IS F.
000980     COPY pagerec.
000990*
001000 FD  RPTOUT
001010     RECORDING MODE IS F.
001020 01  RPT-LINE                    PIC X(100).
001030 WORKING-STORAGE SECTION.
001040*
001050*-----------------------------------------------------------*
001060* SWITCHES                                                  *
001070*-----------------------------------------------------------*
001080 01  WS-SWITCHES.
001090     05  WS-WINSTATE-STATUS      PIC X(02) VALUE '00'.
001100     05  WS-STEPRSLT-STATUS      PIC X(02) VALUE '00'.
001110     05  WS-STEPRSLT-EOF-SW      PIC X(01) VALUE 'N'.
001120         88  WS-STEPRSLT-EOF                VALUE 'Y'.
001130     05  WS-AUDITLOG-STATUS      PIC X(02) VALUE '00'.
001140     05  WS-AUDITLOG-EOF-SW      PIC X(01) VALUE 'N'.
001150         88  WS-AUDITLOG-EOF                VALUE 'Y'.
001160     05  WS-ESCSTATE-STATUS      PIC X(02) VALUE '00'.
001170     05  WS-ESCSTATE-EOF-SW      PIC X(01) VALUE 'N'.
001180         88  WS-ESCSTATE-EOF                VALUE 'Y'.
001190     05  WS-GWACK-STATUS         PIC X(02) VALUE '00'.
001200     05  WS-GWACK-EOF-SW         PIC X(01) VALUE 'N'.
001210         88  WS-GWACK-EOF                   VALUE 'Y'.
001220     05  WS-PAGEEXT-STATUS       PIC X(02) VALUE '00'.
001230     05  WS-PAGEEXT-EOF-SW       PIC X(01) VALUE 'N'.
001240         88  WS-PAGEEXT-EOF                 VALUE 'Y'.
001250     05  WS-IN-WINDOW-SW         PIC X(01) VALUE 'N'.
001260         88  WS-IN-WINDOW                   VALUE 'Y'.
001270     05  WS-CYCLE-RAN-SW         PIC X(01) VALUE 'N'.
001280         88  WS-CYCLE-RAN                   VALUE 'Y'.
001290     05  WS-ACK-FOUND-SW         PIC X(01) VALUE 'N'.
001300         88  WS-ACK-FOUND                   VALUE 'Y'.
001303     05  WS-ACK-TRANSFER-SW      PIC X(01) VALUE 'N'.
001306         88  WS-ACK-TRANSFER-BAD            VALUE 'Y'.
001310     05  WS-STEP-FOUND-SW        PIC X(01) VALUE 'N'.
001320         88  WS-STEP-FOUND                  VALUE 'Y'.
001330*
001340*-----------------------------------------------------------*
001350* HANDOVER RETURN CODE                                      *
001360*   0000 = NOTHING OUTSTANDING FOR THE SHIFT                *
001370*   0004 = ITEMS HANDED OVER - SEE RPTOUT                   *
001376*   0008 = A SOURCE FILE WAS UNAVAILABLE, OR GWACK DID NOT  *
001382*          MATCH ITS TRANSFER TRAILER - THE HANDOVER IS     *
001390*          INCOMPLETE FOR THAT SECTION                      *
001400*   0016 = PARM MISSING OR NOT A SHIFT CODE - NOTHING       *
001410*          REPORTED                                         *
001420*-----------------------------------------------------------*
001430 01  WS-HANDOVER-RC              PIC 9(04) VALUE ZERO.
001440*
001450*-----------------------------------------------------------*
001460* REPORTING PERIOD - THE 24 HOURS ENDING NOW.  A RECORD IS  *
001470* IN THE PERIOD WHEN ITS DATE AND TIME ARE AT OR AFTER THE  *
001480* SAME TIME OF DAY YESTERDAY.                               *
001490*-----------------------------------------------------------*
001500 01  WS-REQUESTED-SHIFT          PIC X(01).
001510 01  WS-CURRENT-DATE             PIC 9(08).
001520 01  WS-CURRENT-TIME             PIC 9(08).
001530 01  WS-CUTOFF-TIME              PIC 9(08).
001540 01  WS-PREVIOUS-DATE.
001550     05  WS-PRV-YY               PIC 9(04).
001560     05  WS-PRV-MM               PIC 9(02).
001570     05  WS-PRV-DD               PIC 9(02).
001580 01  WS-PREVIOUS-DATE-N REDEFINES WS-PREVIOUS-DATE
001590                                 PIC 9(08).
001600 01  WS-MONTH-DAYS-TABLE.
001610     05  FILLER                  PIC X(24)
001620         VALUE '312831303130313130313031'.
001630 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001640     05  WS-MONTH-DAYS OCCURS 12 TIMES
001650                                 PIC 9(02).
001660 01  WS-DAYS-PRIOR-MONTH         PIC 9(02).
001670 01  WS-YY-REMAINDER             PIC 9(04).
001680 01  WS-YY-QUOTIENT              PIC 9(04).
001690 01  WS-TEST-DATE                PIC 9(08).
001700 01  WS-TEST-TIME                PIC 9(08).
001710*
001720*-----------------------------------------------------------*
001730* OPEN-WINDOW DURATION ARITHMETIC, AS IN VARSEND            *
001740*-----------------------------------------------------------*
001750 01  WS-TIME-PARTS.
001760     05  WS-TP-HH                PIC 9(02).
001770     05  WS-TP-MM                PIC 9(02).
001780     05  WS-TP-SS                PIC 9(02).
001790 01  WS-OPEN-SECONDS             PIC 9(08) COMP VALUE ZERO.
001800 01  WS-NOW-SECONDS              PIC 9(08) COMP VALUE ZERO.
001810 01  WS-ELAPSED-SECONDS          PIC 9(08) COMP VALUE ZERO.
001820 01  WS-SECONDS-REMAINDER        PIC 9(08) COMP VALUE ZERO.
001830 01  WS-ELAPSED-HHMMSS.
001840     05  WS-EL-HH                PIC 9(02).
001850     05  WS-EL-MM                PIC 9(02).
001860     05  WS-EL-SS                PIC 9(02).
001870*
001880*-----------------------------------------------------------*
001890* STEP ROSTER - EVERY STEP NAME THIS SHIFT HAS EVER RECORDED *
001900* AN OUTCOME FOR, AND WHETHER IT RECORDED ONE IN THE PERIOD. *
001910* A STEP ON THE ROSTER WITH NO OUTCOME IN THE PERIOD, AFTER  *
001920* A WINDOW OPENED, IS A MISSING STEP.                        *
001930*-----------------------------------------------------------*
001940 01  WS-STEP-LIMIT               PIC 9(02) COMP VALUE 20.
001950 01  WS-STEP-COUNT               PIC 9(02) COMP VALUE ZERO.
001960 01  WS-STEP-TABLE.
001970     05  WS-STEP-ENTRY OCCURS 0 TO 20 TIMES
001980                       DEPENDING ON WS-STEP-COUNT
001990                       INDEXED BY WS-STEP-IDX.
002000         10  WS-TBL-STEP-NAME    PIC X(08).
002010         10  WS-TBL-STEP-PROGRAM PIC X(08).
002020         10  WS-TBL-STEP-SEEN-SW PIC X(01).
002030             88  WS-TBL-STEP-SEEN           VALUE 'Y'.
002040 01  WS-STEP-SUB                 PIC 9(02) COMP VALUE ZERO.
002050*
002060*-----------------------------------------------------------*
002070* ACKNOWLEDGMENT TABLE - AS IN VARSESC, ONLY THE GATEWAY     *
002080* RECORDS FOR EXTRACTS DATED INSIDE THE PERIOD ARE KEPT      *
002090*-----------------------------------------------------------*
002100 01  WS-ACK-LIMIT                PIC 9(04) COMP VALUE 2000.
002110 01  WS-ACK-COUNT                PIC 9(04) COMP VALUE ZERO.
002120 01  WS-ACK-TABLE.
002130     05  WS-ACK-ENTRY OCCURS 0 TO 2000 TIMES
002140                      DEPENDING ON WS-ACK-COUNT
002150                      INDEXED BY WS-ACK-IDX.
002160         10  WS-TBL-ACK-DATE     PIC 9(08).
002170         10  WS-TBL-ACK-TIME     PIC 9(08).
002180         10  WS-TBL-ACK-STATUS   PIC X(01).
002181*
002182*-----------------------------------------------------------*
002183* GWACK TRANSFER CHECK - ACKNOWLEDGMENTS COUNTED AND        *
002184* HASHED (SUM OF ACK-RUN-TIME) SINCE THE LAST TRAILER,      *
002185* FOR MATCHING AGAINST THE NEXT ONE                         *
002186*-----------------------------------------------------------*
002187 01  WS-ACK-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
002188 01  WS-ACK-HASH-TOTAL           PIC 9(15) VALUE ZERO.
002189 01  WS-ACK-EXPECTED-N           PIC 9(08) VALUE ZERO.
002190 01  WS-ACK-RECEIVED-N           PIC 9(08) VALUE ZERO.
002191 01  WS-ACK-CHECK-MSG            PIC X(60) VALUE SPACES.
002195*
002200*-----------------------------------------------------------*
002210* PAGES STILL BEING RE-DRIVEN, COUNTED BY ESCALATION LEVEL   *
002220* (ATTEMPTS SO FAR; 9 AND OVER COUNT AS 9)                   *
002230*-----------------------------------------------------------*
002240 01  WS-LEVEL-TABLE.
002250     05  WS-LEVEL-COUNT OCCURS 9 TIMES
002260                                 PIC 9(04) COMP.
002270 01  WS-LEVEL-SUB                PIC 9(02) COMP VALUE ZERO.
002280*
002290*-----------------------------------------------------------*
002300* SECTION COUNTERS - ONLY THE FIRST FEW ITEMS OF A SECTION   *
002310* ARE PRINTED SO THE HANDOVER STAYS ON ONE PAGE              *
002320*-----------------------------------------------------------*
002330 01  WS-LIST-LIMIT               PIC 9(02) COMP VALUE 6.
002340 01  WS-SECTION-ITEMS            PIC 9(06) COMP VALUE ZERO.
002350 01  WS-TOTAL-ITEMS              PIC 9(06) COMP VALUE ZERO.
002360 01  WS-COUNT-EDIT               PIC ZZZZZ9.
002370 01  WS-LEVEL-EDIT               PIC 9.
002380*
002390*-----------------------------------------------------------*
002400* REPORT LINE WORK AREAS                                    *
002410*-----------------------------------------------------------*
002420 01  WS-HEADING-1.
002430     05  FILLER                  PIC X(28)
002440         VALUE 'VARS SHIFT HANDOVER - SHIFT '.
002450     05  WS-H-SHIFT              PIC X(01).
002460     05  FILLER                  PIC X(08) VALUE '  AS AT '.
002470     05  WS-H-DATE               PIC 9999/99/99.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  WS-H-TIME               PIC X(06).
002500     05  FILLER                  PIC X(17)
002510         VALUE ' - LAST 24 HOURS'.
002520 01  WS-SECTION-TITLE            PIC X(60).
002530 01  WS-SOURCE-NAME              PIC X(08).
002540 01  WS-SOURCE-STATUS            PIC X(02).
002550 01  WS-ITEM-LINE.
002560     05  FILLER                  PIC X(02) VALUE SPACES.
002570     05  WS-I-DATE               PIC 9999/99/99
002580                                       BLANK WHEN ZERO.
002590     05  FILLER                  PIC X(01) VALUE SPACE.
002600     05  WS-I-TIME               PIC X(06).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  WS-I-TEXT               PIC X(79).
002630 01  WS-SIGN-OFF-OUT.
002640     05  FILLER                  PIC X(37)
002650         VALUE 'HANDED OVER BY: ____________________'.
002660     05  FILLER                  PIC X(24)
002670         VALUE '  DATE/TIME: ___________'.
002680 01  WS-SIGN-OFF-IN.
002690     05  FILLER                  PIC X(37)
002700         VALUE 'ACCEPTED BY:    ____________________'.
002710     05  FILLER                  PIC X(24)
002720         VALUE '  DATE/TIME: ___________'.
002730 01  WS-SIGN-OFF-NOTES.
002740     05  FILLER                  PIC X(37)
002750         VALUE 'NOTES: _____________________________'.
002760     05  FILLER                  PIC X(24)
002770         VALUE '________________________'.
002780*
002790 LINKAGE SECTION.
002800*
002810*-----------------------------------------------------------*
002820* REQUIRED PARM - THE ONE-BYTE SHIFT CODE BEING HANDED OVER. *
002830* THE HALFWORD BINARY LENGTH FIELD MVS PLACES AHEAD OF THE   *
002840* PARM TEXT IS DECLARED FIRST.                               *
002850*-----------------------------------------------------------*
002860 01  LS-PARM.
002870     05  LS-PARM-LEN             PIC S9(4) COMP.
002880     05  LS-PARM-DATA.
002890         10  LS-SHIFT-CODE       PIC X(01).
002900 PROCEDURE DIVISION USING LS-PARM.
002910*
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-EXIT.
002950     IF WS-HANDOVER-RC < 16
002960         PERFORM 2000-OPEN-WINDOWS
002970             THRU 2000-EXIT
002980         PERFORM 3000-STEP-OUTCOMES
002990             THRU 3000-EXIT
003000         PERFORM 4000-UNACKED-CRITICALS
003010             THRU 4000-EXIT
003020         PERFORM 5000-ESCALATED-PAGES
003030             THRU 5000-EXIT
003040         PERFORM 6000-UNCONFIRMED-PAGES
003050             THRU 6000-EXIT
003060         PERFORM 8000-SIGN-OFF
003070             THRU 8000-EXIT
003080     END-IF.
003090     CLOSE RPTOUT.
003100     MOVE WS-HANDOVER-RC TO RETURN-CODE.
003110     STOP RUN.
003120*
003130*-----------------------------------------------------------*
003140* 1000-INITIALIZE - VALIDATE THE PARM, SET THE REPORTING     *
003150*                   PERIOD, AND PRINT THE HEADING            *
003160*-----------------------------------------------------------*
003170 1000-INITIALIZE.
003180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003190     ACCEPT WS-CURRENT-TIME FROM TIME.
003200     OPEN OUTPUT RPTOUT.
003210     IF LS-PARM-LEN < 1
003220         OR (LS-SHIFT-CODE NOT = '1' AND '2' AND '3')
003230         MOVE 16 TO WS-HANDOVER-RC
003240         MOVE 'VARS SHIFT HANDOVER' TO RPT-LINE
003250         WRITE RPT-LINE
003260         MOVE 'PARM MUST BE THE SHIFT CODE 1, 2, OR 3'
003270             TO RPT-LINE
003280         WRITE RPT-LINE
003290         GO TO 1000-EXIT
003300     END-IF.
003310     MOVE LS-SHIFT-CODE TO WS-REQUESTED-SHIFT.
003320     MOVE WS-CURRENT-TIME TO WS-CUTOFF-TIME.
003330     PERFORM 1100-COMPUTE-PREVIOUS-DATE
003340         THRU 1100-EXIT.
003350     MOVE WS-REQUESTED-SHIFT TO WS-H-SHIFT.
003360     MOVE WS-CURRENT-DATE TO WS-H-DATE.
003370     MOVE WS-CURRENT-TIME (1:6) TO WS-H-TIME.
003380     MOVE WS-HEADING-1 TO RPT-LINE.
003390     WRITE RPT-LINE.
003400 1000-EXIT.
003410     EXIT.
003420*
003430*-----------------------------------------------------------*
003440* 1100-COMPUTE-PREVIOUS-DATE - STEP THE RUN DATE BACK ONE    *
003450*                              CALENDAR DAY, ROLLING MONTH   *
003460*                              AND YEAR AND ALLOWING LEAP    *
003470*                              FEBRUARY, AS IN VARSEND       *
003480*-----------------------------------------------------------*
003490 1100-COMPUTE-PREVIOUS-DATE.
003500     MOVE WS-CURRENT-DATE TO WS-PREVIOUS-DATE-N.
003510     IF WS-PRV-DD > 1
003520         SUBTRACT 1 FROM WS-PRV-DD
003530         GO TO 1100-EXIT
003540     END-IF.
003550     IF WS-PRV-MM > 1
003560         SUBTRACT 1 FROM WS-PRV-MM
003570     ELSE
003580         MOVE 12 TO WS-PRV-MM
003590         IF WS-PRV-YY > ZERO
003600             SUBTRACT 1 FROM WS-PRV-YY
003610         ELSE
003620             MOVE 9999 TO WS-PRV-YY
003630         END-IF
003640     END-IF.
003650     MOVE WS-MONTH-DAYS (WS-PRV-MM) TO WS-DAYS-PRIOR-MONTH.
003660     IF WS-PRV-MM = 2
003670         DIVIDE WS-PRV-YY BY 4
003680             GIVING WS-YY-QUOTIENT
003690             REMAINDER WS-YY-REMAINDER
003700         IF WS-YY-REMAINDER = ZERO
003710             DIVIDE WS-PRV-YY BY 100
003720                 GIVING WS-YY-QUOTIENT
003730                 REMAINDER WS-YY-REMAINDER
003740             IF WS-YY-REMAINDER NOT = ZERO
003750                 MOVE 29 TO WS-DAYS-PRIOR-MONTH
003760             ELSE
003770                 DIVIDE WS-PRV-YY BY 400
003780                     GIVING WS-YY-QUOTIENT
003790                     REMAINDER WS-YY-REMAINDER
003800                 IF WS-YY-REMAINDER = ZERO
003810                     MOVE 29 TO WS-DAYS-PRIOR-MONTH
003820                 END-IF
003830             END-IF
003840         END-IF
003850     END-IF.
003860     MOVE WS-DAYS-PRIOR-MONTH TO WS-PRV-DD.
003870 1100-EXIT.
003880     EXIT.
003890*
003900*-----------------------------------------------------------*
003910* 2000-OPEN-WINDOWS - THE SHIFT'S WINDOW RECORDS FOR TODAY   *
003920*                     AND YESTERDAY.  ONE STILL OPEN IS      *
003928*                     LISTED WITH HOW LONG IT HAS BEEN OPEN, *
003936*                     ONE LEFT FAILED AS WAITING TO BE       *
003944*                     RESUBMITTED; ANY WINDOW OPENED IN THE  *
003952*                     PERIOD MEANS THE CYCLE RAN, SO ITS     *
003960*                     STEPS ARE EXPECTED.                    *
003970*-----------------------------------------------------------*
003980 2000-OPEN-WINDOWS.
003990     MOVE 'BATCH WINDOWS OPEN OR FAILED (WINSTATE)'
004000         TO WS-SECTION-TITLE.
004010     PERFORM 7000-START-SECTION
004020         THRU 7000-EXIT.
004030     OPEN INPUT WINSTATE.
004040     IF WS-WINSTATE-STATUS NOT = '00'
004050         MOVE 'WINSTATE' TO WS-SOURCE-NAME
004060         MOVE WS-WINSTATE-STATUS TO WS-SOURCE-STATUS
004070         PERFORM 7300-SOURCE-UNAVAILABLE
004080             THRU 7300-EXIT
004090         GO TO 2000-EXIT
004100     END-IF.
004110     MOVE WS-PREVIOUS-DATE-N TO WST-RUN-DATE.
004120     PERFORM 2100-CHECK-ONE-WINDOW
004130         THRU 2100-EXIT.
004140     MOVE WS-CURRENT-DATE TO WST-RUN-DATE.
004150     PERFORM 2100-CHECK-ONE-WINDOW
004160         THRU 2100-EXIT.
004170     CLOSE WINSTATE.
004180     PERFORM 7200-END-SECTION
004190         THRU 7200-EXIT.
004200 2000-EXIT.
004210     EXIT.
004220*
004230*-----------------------------------------------------------*
004240* 2100-CHECK-ONE-WINDOW - READ ONE RUN DATE'S WINDOW RECORD  *
004250*                         FOR THE SHIFT (THE CALLER SETS THE *
004260*                         RUN DATE)                          *
004270*-----------------------------------------------------------*
004280 2100-CHECK-ONE-WINDOW.
004290     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
004300     READ WINSTATE
004310         INVALID KEY
004320             GO TO 2100-EXIT
004330     END-READ.
004340     MOVE WST-RUN-DATE TO WS-TEST-DATE.
004350     MOVE WST-OPEN-TIME TO WS-TEST-TIME.
004360     PERFORM 7400-TEST-IN-PERIOD
004370         THRU 7400-EXIT.
004380     IF WS-IN-WINDOW
004390         MOVE 'Y' TO WS-CYCLE-RAN-SW
004391     END-IF.
004392     IF WST-WINDOW-FAILED
004393         MOVE WST-RUN-DATE TO WS-I-DATE
004394         MOVE WST-OPEN-TIME (1:6) TO WS-I-TIME
004395         MOVE 'OPENED - ENDED FAILED, RESUBMIT PENDING'
004396             TO WS-I-TEXT
004397         PERFORM 7100-WRITE-ITEM
004398             THRU 7100-EXIT
004399         GO TO 2100-EXIT
004400     END-IF.
004410     IF NOT WST-WINDOW-OPEN
004420         GO TO 2100-EXIT
004430     END-IF.
004440     PERFORM 2200-COMPUTE-OPEN-DURATION
004450         THRU 2200-EXIT.
004460     MOVE WST-RUN-DATE TO WS-I-DATE.
004470     MOVE WST-OPEN-TIME (1:6) TO WS-I-TIME.
004480     MOVE SPACES TO WS-I-TEXT.
004490     STRING 'OPENED - STILL OPEN AFTER ' DELIMITED BY SIZE
004500            WS-EL-HH DELIMITED BY SIZE
004510            'H ' DELIMITED BY SIZE
004520            WS-EL-MM DELIMITED BY SIZE
004530            'M' DELIMITED BY SIZE
004540       INTO WS-I-TEXT.
004550     PERFORM 7100-WRITE-ITEM
004560         THRU 7100-EXIT.
004570 2100-EXIT.
004580     EXIT.
004590*
004600*-----------------------------------------------------------*
004610* 2200-COMPUTE-OPEN-DURATION - NOW MINUS THE OPEN TIME IN    *
004620*                              SECONDS, ADDING A DAY WHEN    *
004630*                              THE WINDOW OPENED YESTERDAY,  *
004640*                              EDITED BACK TO HOURS AND      *
004650*                              MINUTES                       *
004660*-----------------------------------------------------------*
004670 2200-COMPUTE-OPEN-DURATION.
004680     MOVE WST-OPEN-TIME (1:6) TO WS-TIME-PARTS.
004690     COMPUTE WS-OPEN-SECONDS =
004700         WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
004710     MOVE WS-CURRENT-TIME (1:6) TO WS-TIME-PARTS.
004720     COMPUTE WS-NOW-SECONDS =
004730         WS-TP-HH * 3600 + WS-TP-MM * 60 + WS-TP-SS.
004740     IF WST-RUN-DATE = WS-CURRENT-DATE
004750         AND WS-NOW-SECONDS >= WS-OPEN-SECONDS
004760         COMPUTE WS-ELAPSED-SECONDS =
004770             WS-NOW-SECONDS - WS-OPEN-SECONDS
004780     ELSE
004790         COMPUTE WS-ELAPSED-SECONDS =
004800             WS-NOW-SECONDS + 86400 - WS-OPEN-SECONDS
004810     END-IF.
004820     DIVIDE WS-ELAPSED-SECONDS BY 3600
004830         GIVING WS-EL-HH
004840         REMAINDER WS-SECONDS-REMAINDER.
004850     DIVIDE WS-SECONDS-REMAINDER BY 60
004860         GIVING WS-EL-MM
004870         REMAINDER WS-SECONDS-REMAINDER.
004880     MOVE WS-SECONDS-REMAINDER TO WS-EL-SS.
004890 2200-EXIT.
004900     EXIT.
004910*
004920*-----------------------------------------------------------*
004930* 3000-STEP-OUTCOMES - STEPS THAT ENDED NONZERO IN THE       *
004940*                      PERIOD, THEN ROSTER STEPS WITH NO     *
004950*                      OUTCOME IN THE PERIOD                 *
004960*-----------------------------------------------------------*
004970 3000-STEP-OUTCOMES.
004980     MOVE 'FAILED OR MISSING STEPS (STEPRSLT)'
004990         TO WS-SECTION-TITLE.
005000     PERFORM 7000-START-SECTION
005010         THRU 7000-EXIT.
005020     OPEN INPUT STEPRSLT.
005030     IF WS-STEPRSLT-STATUS NOT = '00'
005040         MOVE 'STEPRSLT' TO WS-SOURCE-NAME
005050         MOVE WS-STEPRSLT-STATUS TO WS-SOURCE-STATUS
005060         PERFORM 7300-SOURCE-UNAVAILABLE
005070             THRU 7300-EXIT
005080         GO TO 3000-EXIT
005090     END-IF.
005100     PERFORM 3100-CHECK-STEP-RESULT
005110         THRU 3100-EXIT
005120         UNTIL WS-STEPRSLT-EOF.
005130     CLOSE STEPRSLT.
005140     IF WS-CYCLE-RAN
005150         MOVE 1 TO WS-STEP-SUB
005160         PERFORM 3300-CHECK-MISSING-STEP
005170             THRU 3300-EXIT
005180             WS-STEP-COUNT TIMES
005190     END-IF.
005200     PERFORM 7200-END-SECTION
005210         THRU 7200-EXIT.
005220 3000-EXIT.
005230     EXIT.
005240*
005250*-----------------------------------------------------------*
005260* 3100-CHECK-STEP-RESULT - FILE ONE OUTCOME ON THE ROSTER;   *
005270*                          ONE IN THE PERIOD THAT ENDED WITH *
005280*                          A NONZERO (OR NON-NUMERIC)        *
005290*                          CONDITION CODE IS LISTED          *
005300*-----------------------------------------------------------*
005310 3100-CHECK-STEP-RESULT.
005320     READ STEPRSLT
005330         AT END
005340             MOVE 'Y' TO WS-STEPRSLT-EOF-SW
005350             GO TO 3100-EXIT
005360     END-READ.
005370     IF STP-SHIFT-CODE NOT = WS-REQUESTED-SHIFT
005380         GO TO 3100-EXIT
005390     END-IF.
005400     PERFORM 3200-FIND-ROSTER-STEP
005410         THRU 3200-EXIT.
005420     MOVE STP-RUN-DATE TO WS-TEST-DATE.
005430     MOVE STP-END-TIME TO WS-TEST-TIME.
005440     PERFORM 7400-TEST-IN-PERIOD
005450         THRU 7400-EXIT.
005460     IF NOT WS-IN-WINDOW
005470         GO TO 3100-EXIT
005480     END-IF.
005490     MOVE 'Y' TO WS-CYCLE-RAN-SW.
005500     IF WS-STEP-FOUND
005510         MOVE 'Y' TO WS-TBL-STEP-SEEN-SW (WS-STEP-IDX)
005520     END-IF.
005530     IF STP-COND-CODE = '0000'
005540         GO TO 3100-EXIT
005550     END-IF.
005560     MOVE STP-RUN-DATE TO WS-I-DATE.
005570     MOVE STP-END-TIME (1:6) TO WS-I-TIME.
005580     MOVE SPACES TO WS-I-TEXT.
005590     STRING STP-STEP-NAME DELIMITED BY SIZE
005600            ' PGM ' DELIMITED BY SIZE
005610            STP-PROGRAM DELIMITED BY SIZE
005620            ' ENDED CC ' DELIMITED BY SIZE
005630            STP-COND-CODE DELIMITED BY SIZE
005640       INTO WS-I-TEXT.
005650     PERFORM 7100-WRITE-ITEM
005660         THRU 7100-EXIT.
005670 3100-EXIT.
005680     EXIT.
005690*
005700*-----------------------------------------------------------*
005710* 3200-FIND-ROSTER-STEP - LOOK UP THE STEP NAME ON THE       *
005720*                         ROSTER, ADDING IT IF THERE IS ROOM *
005730*-----------------------------------------------------------*
005740 3200-FIND-ROSTER-STEP.
005750     MOVE 'N' TO WS-STEP-FOUND-SW.
005760     IF WS-STEP-COUNT > ZERO
005770         SET WS-STEP-IDX TO 1
005780         SEARCH WS-STEP-ENTRY
005790             AT END
005800                 MOVE 'N' TO WS-STEP-FOUND-SW
005810             WHEN WS-TBL-STEP-NAME (WS-STEP-IDX) = STP-STEP-NAME
005820                 MOVE 'Y' TO WS-STEP-FOUND-SW
005830         END-SEARCH
005840     END-IF.
005850     IF WS-STEP-FOUND
005860         OR WS-STEP-COUNT >= WS-STEP-LIMIT
005870         GO TO 3200-EXIT
005880     END-IF.
005890     ADD 1 TO WS-STEP-COUNT.
005900     SET WS-STEP-IDX TO WS-STEP-COUNT.
005910     MOVE STP-STEP-NAME TO WS-TBL-STEP-NAME (WS-STEP-IDX).
005920     MOVE STP-PROGRAM TO WS-TBL-STEP-PROGRAM (WS-STEP-IDX).
005930     MOVE 'N' TO WS-TBL-STEP-SEEN-SW (WS-STEP-IDX).
005940     MOVE 'Y' TO WS-STEP-FOUND-SW.
005950 3200-EXIT.
005960     EXIT.
005970*
005980*-----------------------------------------------------------*
005990* 3300-CHECK-MISSING-STEP - A ROSTER STEP WITH NO OUTCOME IN *
006000*                           THE PERIOD IS LISTED; STEP THE   *
006010*                           ROSTER SUBSCRIPT                 *
006020*-----------------------------------------------------------*
006030 3300-CHECK-MISSING-STEP.
006040     IF NOT WS-TBL-STEP-SEEN (WS-STEP-SUB)
006050         MOVE ZERO TO WS-I-DATE
006060         MOVE SPACES TO WS-I-TIME
006070         MOVE SPACES TO WS-I-TEXT
006080         STRING WS-TBL-STEP-NAME (WS-STEP-SUB)
006090                    DELIMITED BY SIZE
006100                ' PGM ' DELIMITED BY SIZE
006110                WS-TBL-STEP-PROGRAM (WS-STEP-SUB)
006120                    DELIMITED BY SIZE
006130                ' NO OUTCOME RECORDED - NOT RUN OR STILL RUNNING'
006140                    DELIMITED BY SIZE
006150           INTO WS-I-TEXT
006160         PERFORM 7100-WRITE-ITEM
006170             THRU 7100-EXIT
006180     END-IF.
006190     ADD 1 TO WS-STEP-SUB.
006200 3300-EXIT.
006210     EXIT.
006220*
006230*-----------------------------------------------------------*
006240* 4000-UNACKED-CRITICALS - CRITICAL BANNERS FOR THE SHIFT IN *
006250*                          THE PERIOD THAT NOBODY            *
006260*                          ACKNOWLEDGED                      *
006270*-----------------------------------------------------------*
006280 4000-UNACKED-CRITICALS.
006290     MOVE 'UNACKNOWLEDGED CRITICAL BANNERS (AUDITLOG)'
006300         TO WS-SECTION-TITLE.
006310     PERFORM 7000-START-SECTION
006320         THRU 7000-EXIT.
006330     OPEN INPUT AUDITLOG.
006340     IF WS-AUDITLOG-STATUS NOT = '00'
006350         MOVE 'AUDITLOG' TO WS-SOURCE-NAME
006360         MOVE WS-AUDITLOG-STATUS TO WS-SOURCE-STATUS
006370         PERFORM 7300-SOURCE-UNAVAILABLE
006380             THRU 7300-EXIT
006390         GO TO 4000-EXIT
006400     END-IF.
006410     PERFORM 4100-CHECK-AUDIT-RECORD
006420         THRU 4100-EXIT
006430         UNTIL WS-AUDITLOG-EOF.
006440     CLOSE AUDITLOG.
006450     PERFORM 7200-END-SECTION
006460         THRU 7200-EXIT.
006470 4000-EXIT.
006480     EXIT.
006490*
006500*-----------------------------------------------------------*
006510* 4100-CHECK-AUDIT-RECORD - TEST ONE HISTORY RECORD          *
006520*-----------------------------------------------------------*
006530 4100-CHECK-AUDIT-RECORD.
006540     READ AUDITLOG
006550         AT END
006560             MOVE 'Y' TO WS-AUDITLOG-EOF-SW
006570             GO TO 4100-EXIT
006580     END-READ.
006590     IF AUD-SHIFT-CODE NOT = WS-REQUESTED-SHIFT
006600         OR NOT AUD-OPEN-ENTRY
006610         OR AUD-SEVERITY NOT = 'C'
006620         OR AUD-OPERATOR-REPLY NOT = 'UNACKED'
006630         GO TO 4100-EXIT
006640     END-IF.
006650     MOVE AUD-RUN-DATE TO WS-TEST-DATE.
006660     MOVE AUD-RUN-TIME TO WS-TEST-TIME.
006670     PERFORM 7400-TEST-IN-PERIOD
006680         THRU 7400-EXIT.
006690     IF NOT WS-IN-WINDOW
006700         GO TO 4100-EXIT
006710     END-IF.
006720     MOVE AUD-RUN-DATE TO WS-I-DATE.
006730     MOVE AUD-RUN-TIME (1:6) TO WS-I-TIME.
006740     MOVE AUD-MESSAGE (1:78) TO WS-I-TEXT.
006750     PERFORM 7100-WRITE-ITEM
006760         THRU 7100-EXIT.
006770 4100-EXIT.
006780     EXIT.
006790*
006800*-----------------------------------------------------------*
006810* 5000-ESCALATED-PAGES - PAGES FOR THE SHIFT THAT VARSESC    *
006820*                        RE-QUEUED IN THE PERIOD, LISTED AND *
006830*                        COUNTED BY ESCALATION LEVEL         *
006840*-----------------------------------------------------------*
006850 5000-ESCALATED-PAGES.
006860     MOVE 'PAGES BEING RE-DRIVEN (ESCSTATE)'
006870         TO WS-SECTION-TITLE.
006880     PERFORM 7000-START-SECTION
006890         THRU 7000-EXIT.
006900     MOVE 1 TO WS-LEVEL-SUB.
006910     PERFORM 5300-CLEAR-LEVEL
006920         THRU 5300-EXIT
006930         9 TIMES.
006940     OPEN INPUT ESCSTATE.
006950     IF WS-ESCSTATE-STATUS NOT = '00'
006960         MOVE 'ESCSTATE' TO WS-SOURCE-NAME
006970         MOVE WS-ESCSTATE-STATUS TO WS-SOURCE-STATUS
006980         PERFORM 7300-SOURCE-UNAVAILABLE
006990             THRU 7300-EXIT
007000         GO TO 5000-EXIT
007010     END-IF.
007020     PERFORM 5100-CHECK-ESC-RECORD
007030         THRU 5100-EXIT
007040         UNTIL WS-ESCSTATE-EOF.
007050     CLOSE ESCSTATE.
007060     PERFORM 7200-END-SECTION
007070         THRU 7200-EXIT.
007080     MOVE 1 TO WS-LEVEL-SUB.
007090     PERFORM 5200-PRINT-LEVEL-COUNT
007100         THRU 5200-EXIT
007110         9 TIMES.
007120 5000-EXIT.
007130     EXIT.
007140*
007150*-----------------------------------------------------------*
007160* 5100-CHECK-ESC-RECORD - TEST ONE ESCALATION STATE RECORD   *
007170*-----------------------------------------------------------*
007180 5100-CHECK-ESC-RECORD.
007190     READ ESCSTATE NEXT RECORD
007200         AT END
007210             MOVE 'Y' TO WS-ESCSTATE-EOF-SW
007220             GO TO 5100-EXIT
007230     END-READ.
007240     IF ESC-SHIFT-CODE NOT = WS-REQUESTED-SHIFT
007250         OR ESC-ATTEMPTS NOT NUMERIC
007260         OR ESC-ATTEMPTS = ZERO
007270         GO TO 5100-EXIT
007280     END-IF.
007290     MOVE ESC-LAST-DATE TO WS-TEST-DATE.
007300     MOVE ESC-LAST-TIME TO WS-TEST-TIME.
007310     PERFORM 7400-TEST-IN-PERIOD
007320         THRU 7400-EXIT.
007330     IF NOT WS-IN-WINDOW
007340         GO TO 5100-EXIT
007350     END-IF.
007360     IF ESC-ATTEMPTS > 9
007370         MOVE 9 TO WS-LEVEL-SUB
007380     ELSE
007390         MOVE ESC-ATTEMPTS TO WS-LEVEL-SUB
007400     END-IF.
007410     ADD 1 TO WS-LEVEL-COUNT (WS-LEVEL-SUB).
007420     MOVE ESC-ORIG-DATE TO WS-I-DATE.
007430     MOVE ESC-ORIG-TIME (1:6) TO WS-I-TIME.
007440     MOVE SPACES TO WS-I-TEXT.
007450     STRING 'SEV ' DELIMITED BY SIZE
007460            ESC-SEVERITY DELIMITED BY SIZE
007470            ' - ' DELIMITED BY SIZE
007480            ESC-ATTEMPTS DELIMITED BY SIZE
007490            ' RE-PAGES, LAST ' DELIMITED BY SIZE
007500            ESC-LAST-TIME (1:6) DELIMITED BY SIZE
007510       INTO WS-I-TEXT.
007520     PERFORM 7100-WRITE-ITEM
007530         THRU 7100-EXIT.
007540 5100-EXIT.
007550     EXIT.
007560*
007570*-----------------------------------------------------------*
007580* 5200-PRINT-LEVEL-COUNT - ONE LINE PER ESCALATION LEVEL IN  *
007590*                          USE; STEP THE LEVEL SUBSCRIPT     *
007600*-----------------------------------------------------------*
007610 5200-PRINT-LEVEL-COUNT.
007620     IF WS-LEVEL-COUNT (WS-LEVEL-SUB) > ZERO
007630         MOVE WS-LEVEL-SUB TO WS-LEVEL-EDIT
007640         MOVE WS-LEVEL-COUNT (WS-LEVEL-SUB) TO WS-COUNT-EDIT
007650         MOVE SPACES TO RPT-LINE
007660         STRING '  ESCALATION LEVEL ' DELIMITED BY SIZE
007670                WS-LEVEL-EDIT DELIMITED BY SIZE
007680                ': ' DELIMITED BY SIZE
007690                WS-COUNT-EDIT DELIMITED BY SIZE
007700                ' PAGE(S)' DELIMITED BY SIZE
007710           INTO RPT-LINE
007720         WRITE RPT-LINE
007730     END-IF.
007740     ADD 1 TO WS-LEVEL-SUB.
007750 5200-EXIT.
007760     EXIT.
007770*
007780*-----------------------------------------------------------*
007790* 5300-CLEAR-LEVEL - ZERO ONE LEVEL COUNTER AND STEP THE     *
007800*                    LEVEL SUBSCRIPT                         *
007810*-----------------------------------------------------------*
007820 5300-CLEAR-LEVEL.
007830     MOVE ZERO TO WS-LEVEL-COUNT (WS-LEVEL-SUB).
007840     ADD 1 TO WS-LEVEL-SUB.
007850 5300-EXIT.
007860     EXIT.
007870*
007880*-----------------------------------------------------------*
007890* 6000-UNCONFIRMED-PAGES - ORIGINAL PAGE EXTRACTS FOR THE    *
007900*                          SHIFT IN THE PERIOD THE GATEWAY   *
007910*                          FAILED OR HAS NOT CONFIRMED       *
007920*-----------------------------------------------------------*
007930 6000-UNCONFIRMED-PAGES.
007940     MOVE 'FAILED OR UNCONFIRMED DELIVERIES (GWACK)'
007950         TO WS-SECTION-TITLE.
007960     PERFORM 7000-START-SECTION
007970         THRU 7000-EXIT.
007980     OPEN INPUT GWACK.
007990     IF WS-GWACK-STATUS NOT = '00'
008000         MOVE 'GWACK' TO WS-SOURCE-NAME
008010         MOVE WS-GWACK-STATUS TO WS-SOURCE-STATUS
008020         PERFORM 7300-SOURCE-UNAVAILABLE
008030             THRU 7300-EXIT
008040         GO TO 6000-EXIT
008050     END-IF.
008060     PERFORM 6100-LOAD-ACK-RECORD
008070         THRU 6100-EXIT
008080         UNTIL WS-GWACK-EOF.
008090     CLOSE GWACK.
008091     IF NOT WS-ACK-TRANSFER-BAD
008092         AND WS-ACK-BATCH-COUNT > ZERO
008093         MOVE 'GWACK ENDS WITHOUT A TRAILER - TRANSFER TRUNCATED'
008094             TO WS-ACK-CHECK-MSG
008095         PERFORM 6160-ACK-TRANSFER-FAILED
008096             THRU 6160-EXIT
008097     END-IF.
008098     IF WS-ACK-TRANSFER-BAD
008099         GO TO 6000-EXIT
008100     END-IF.
008105     OPEN INPUT PAGEEXT.
008110     IF WS-PAGEEXT-STATUS NOT = '00'
008120         MOVE 'PAGEEXT' TO WS-SOURCE-NAME
008130         MOVE WS-PAGEEXT-STATUS TO WS-SOURCE-STATUS
008140         PERFORM 7300-SOURCE-UNAVAILABLE
008150             THRU 7300-EXIT
008160         GO TO 6000-EXIT
008170     END-IF.
008180     PERFORM 6200-CHECK-EXTRACT
008190         THRU 6200-EXIT
008200         UNTIL WS-PAGEEXT-EOF.
008210     CLOSE PAGEEXT.
008220     PERFORM 7200-END-SECTION
008230         THRU 7200-EXIT.
008240 6000-EXIT.
008250     EXIT.
008260*
008270*-----------------------------------------------------------*
008280* 6100-LOAD-ACK-RECORD - KEEP ONE ACKNOWLEDGMENT FOR AN      *
008290*                        EXTRACT DATED IN THE PERIOD.  A     *
008300*                        FULL TABLE LEAVES LATER EXTRACTS    *
008310*                        SHOWING AS UNCONFIRMED, WHICH ERRS  *
008320*                        ON THE SIDE OF HANDING THEM OVER.   *
008330*-----------------------------------------------------------*
008340 6100-LOAD-ACK-RECORD.
008350     READ GWACK
008360         AT END
008370             MOVE 'Y' TO WS-GWACK-EOF-SW
008380             GO TO 6100-EXIT
008390     END-READ.
008391     IF ACC-CONTROL-RECORD
008392         PERFORM 6150-CHECK-ACK-CONTROL
008393             THRU 6150-EXIT
008394         GO TO 6100-EXIT
008395     END-IF.
008396     ADD 1 TO WS-ACK-BATCH-COUNT.
008397     ADD ACK-RUN-TIME TO WS-ACK-HASH-TOTAL.
008400     IF ACK-RUN-DATE < WS-PREVIOUS-DATE-N
008410         OR WS-ACK-COUNT >= WS-ACK-LIMIT
008420         GO TO 6100-EXIT
008430     END-IF.
008440     ADD 1 TO WS-ACK-COUNT.
008450     SET WS-ACK-IDX TO WS-ACK-COUNT.
008460     MOVE ACK-RUN-DATE TO WS-TBL-ACK-DATE (WS-ACK-IDX).
008470     MOVE ACK-RUN-TIME TO WS-TBL-ACK-TIME (WS-ACK-IDX).
008480     MOVE ACK-STATUS TO WS-TBL-ACK-STATUS (WS-ACK-IDX).
008490 6100-EXIT.
008500     EXIT.
008510*
008520*-----------------------------------------------------------*
008521* 6150-CHECK-ACK-CONTROL - CHECK A GWACK HEADER OR          *
008522*                         TRAILER.  A TRAILER MUST          *
008523*                         CARRY THE COUNT AND HASH          *
008524*                         TOTAL OF THE ACKNOWLEDGMENTS      *
008525*                         SINCE THE PREVIOUS ONE; A         *
008526*                         HEADER MUST NOT ARRIVE WHILE      *
008527*                         ANY ARE STILL WAITING FOR         *
008528*                         THEIR TRAILER.                    *
008529*-----------------------------------------------------------*
008530 6150-CHECK-ACK-CONTROL.
008531     IF ACC-HEADER
008532         IF WS-ACK-BATCH-COUNT > ZERO
008533             MOVE 'GWACK HEADER BEFORE THE PRIOR TRAILER'
008534                 TO WS-ACK-CHECK-MSG
008535             PERFORM 6160-ACK-TRANSFER-FAILED
008536                 THRU 6160-EXIT
008537         END-IF
008538         GO TO 6150-EXIT
008539     END-IF.
008540     IF ACC-RECORD-COUNT NOT = WS-ACK-BATCH-COUNT
008541         MOVE ACC-RECORD-COUNT TO WS-ACK-EXPECTED-N
008542         MOVE WS-ACK-BATCH-COUNT TO WS-ACK-RECEIVED-N
008543         MOVE SPACES TO WS-ACK-CHECK-MSG
008544         STRING 'GWACK TRAILER COUNT ' DELIMITED BY SIZE
008545                WS-ACK-EXPECTED-N      DELIMITED BY SIZE
008546                ' BUT '                DELIMITED BY SIZE
008547                WS-ACK-RECEIVED-N      DELIMITED BY SIZE
008548                ' RECEIVED'            DELIMITED BY SIZE
008549           INTO WS-ACK-CHECK-MSG
008550         PERFORM 6160-ACK-TRANSFER-FAILED
008551             THRU 6160-EXIT
008552         GO TO 6150-EXIT
008553     END-IF.
008554     IF ACC-HASH-TOTAL NOT = WS-ACK-HASH-TOTAL
008555         MOVE 'GWACK TRAILER HASH TOTAL DOES NOT MATCH'
008556             TO WS-ACK-CHECK-MSG
008557         PERFORM 6160-ACK-TRANSFER-FAILED
008558             THRU 6160-EXIT
008559         GO TO 6150-EXIT
008560     END-IF.
008561     MOVE ZERO TO WS-ACK-BATCH-COUNT.
008562     MOVE ZERO TO WS-ACK-HASH-TOTAL.
008563 6150-EXIT.
008564     EXIT.
008565*
008566*-----------------------------------------------------------*
008567* 6160-ACK-TRANSFER-FAILED - GWACK DOES NOT AGREE WITH      *
008568*                           ITS OWN CONTROL RECORDS, SO     *
008569*                           THE TRANSFER FROM THE           *
008570*                           GATEWAY WAS TRUNCATED OR        *
008571*                           DOUBLED.  THE SECTION IS        *
008572*                           LEFT TO BE CHECKED BY HAND,     *
008573*                           AS FOR AN UNAVAILABLE FILE.     *
008574*-----------------------------------------------------------*
008575 6160-ACK-TRANSFER-FAILED.
008576     MOVE 'Y' TO WS-ACK-TRANSFER-SW.
008577     MOVE 'Y' TO WS-GWACK-EOF-SW.
008578     MOVE SPACES TO RPT-LINE.
008579     STRING '  ** '           DELIMITED BY SIZE
008580            WS-ACK-CHECK-MSG  DELIMITED BY SIZE
008581       INTO RPT-LINE.
008582     WRITE RPT-LINE.
008583     MOVE SPACES TO RPT-LINE.
008584     STRING '  ** GATEWAY TRANSFER INCOMPLETE' DELIMITED BY SIZE
008585            ' - CHECK THIS SECTION BY HAND'    DELIMITED BY SIZE
008586       INTO RPT-LINE.
008587     WRITE RPT-LINE.
008588     MOVE 8 TO WS-HANDOVER-RC.
008589 6160-EXIT.
008590     EXIT.
008591*
008592*-----------------------------------------------------------*
008593* 6200-CHECK-EXTRACT - MATCH ONE ORIGINAL EXTRACT (LEVEL 0)  *
008594*                      TO ITS ACKNOWLEDGMENT AS VARSESC DOES *
008595*-----------------------------------------------------------*
008596 6200-CHECK-EXTRACT.
008597     READ PAGEEXT
008598         AT END
008599             MOVE 'Y' TO WS-PAGEEXT-EOF-SW
008600             GO TO 6200-EXIT
008610     END-READ.
008612     IF PGC-CONTROL-RECORD
008614         GO TO 6200-EXIT
008616     END-IF.
008620     IF PGX-SHIFT-CODE NOT = WS-REQUESTED-SHIFT
008630         OR PGX-ESCALATION NOT = ZERO
008640         GO TO 6200-EXIT
008650     END-IF.
008660     MOVE PGX-RUN-DATE TO WS-TEST-DATE.
008670     MOVE PGX-RUN-TIME TO WS-TEST-TIME.
008680     PERFORM 7400-TEST-IN-PERIOD
008690         THRU 7400-EXIT.
008700     IF NOT WS-IN-WINDOW
008710         GO TO 6200-EXIT
008720     END-IF.
008730     MOVE 'N' TO WS-ACK-FOUND-SW.
008740     IF WS-ACK-COUNT > ZERO
008750         SET WS-ACK-IDX TO 1
008760         SEARCH WS-ACK-ENTRY
008770             AT END
008780                 MOVE 'N' TO WS-ACK-FOUND-SW
008790             WHEN WS-TBL-ACK-DATE (WS-ACK-IDX) = PGX-RUN-DATE
008800                 AND WS-TBL-ACK-TIME (WS-ACK-IDX) = PGX-RUN-TIME
008810                 MOVE 'Y' TO WS-ACK-FOUND-SW
008820         END-SEARCH
008830     END-IF.
008840     MOVE SPACES TO WS-I-TEXT.
008850     EVALUATE TRUE
008860         WHEN NOT WS-ACK-FOUND
008870             MOVE 'NOT CONFIRMED' TO WS-I-TEXT
008880         WHEN WS-TBL-ACK-STATUS (WS-ACK-IDX) = 'D'
008890             GO TO 6200-EXIT
008900         WHEN OTHER
008910             MOVE 'FAILED' TO WS-I-TEXT
008920     END-EVALUATE.
008930     MOVE PGX-RUN-DATE TO WS-I-DATE.
008940     MOVE PGX-RUN-TIME (1:6) TO WS-I-TIME.
008950     MOVE 'SEV' TO WS-I-TEXT (15:3).
008960     MOVE PGX-SEVERITY TO WS-I-TEXT (19:1).
008970     MOVE PGX-DESTINATION TO WS-I-TEXT (21:8).
008980     MOVE PGX-MESSAGE (1:49) TO WS-I-TEXT (31:49).
008990     PERFORM 7100-WRITE-ITEM
009000         THRU 7100-EXIT.
009010 6200-EXIT.
009020     EXIT.
009030*
009040*-----------------------------------------------------------*
009050* 7000-START-SECTION - PRINT A SECTION TITLE (THE CALLER     *
009060*                      SETS IT) AND RESET ITS ITEM COUNT     *
009070*-----------------------------------------------------------*
009080 7000-START-SECTION.
009090     MOVE SPACES TO RPT-LINE.
009100     WRITE RPT-LINE.
009110     MOVE WS-SECTION-TITLE TO RPT-LINE.
009120     WRITE RPT-LINE.
009130     MOVE ZERO TO WS-SECTION-ITEMS.
009140 7000-EXIT.
009150     EXIT.
009160*
009170*-----------------------------------------------------------*
009180* 7100-WRITE-ITEM - COUNT ONE OUTSTANDING ITEM AND PRINT IT  *
009190*                   WHILE THE SECTION IS UNDER ITS LIMIT     *
009200*-----------------------------------------------------------*
009210 7100-WRITE-ITEM.
009220     ADD 1 TO WS-SECTION-ITEMS.
009230     ADD 1 TO WS-TOTAL-ITEMS.
009240     IF WS-HANDOVER-RC < 4
009250         MOVE 4 TO WS-HANDOVER-RC
009260     END-IF.
009270     IF WS-SECTION-ITEMS <= WS-LIST-LIMIT
009280         MOVE WS-ITEM-LINE TO RPT-LINE
009290         WRITE RPT-LINE
009300     END-IF.
009310 7100-EXIT.
009320     EXIT.
009330*
009340*-----------------------------------------------------------*
009350* 7200-END-SECTION - SAY NONE, OR HOW MANY ITEMS WERE NOT    *
009360*                    PRINTED                                 *
009370*-----------------------------------------------------------*
009380 7200-END-SECTION.
009390     IF WS-SECTION-ITEMS = ZERO
009400         MOVE '  NONE' TO RPT-LINE
009410         WRITE RPT-LINE
009420         GO TO 7200-EXIT
009430     END-IF.
009440     IF WS-SECTION-ITEMS > WS-LIST-LIMIT
009450         COMPUTE WS-COUNT-EDIT =
009460             WS-SECTION-ITEMS - WS-LIST-LIMIT
009470         MOVE SPACES TO RPT-LINE
009480         STRING '  ... AND ' DELIMITED BY SIZE
009490                WS-COUNT-EDIT DELIMITED BY SIZE
009500                ' MORE - SEE THE FULL REPORT' DELIMITED BY SIZE
009510           INTO RPT-LINE
009520         WRITE RPT-LINE
009530     END-IF.
009540 7200-EXIT.
009550     EXIT.
009560*
009570*-----------------------------------------------------------*
009580* 7300-SOURCE-UNAVAILABLE - A SOURCE FILE THAT WILL NOT OPEN *
009590*                           LEAVES ITS SECTION INCOMPLETE -  *
009600*                           SAY SO RATHER THAN PRINT NONE    *
009610*-----------------------------------------------------------*
009620 7300-SOURCE-UNAVAILABLE.
009630     MOVE SPACES TO RPT-LINE.
009640     STRING '  ** ' DELIMITED BY SIZE
009650            WS-SOURCE-NAME DELIMITED BY SPACE
009660            ' UNAVAILABLE - STATUS ' DELIMITED BY SIZE
009670            WS-SOURCE-STATUS DELIMITED BY SIZE
009680            ' - CHECK THIS SECTION BY HAND' DELIMITED BY SIZE
009690       INTO RPT-LINE.
009700     WRITE RPT-LINE.
009710     MOVE 8 TO WS-HANDOVER-RC.
009720 7300-EXIT.
009730     EXIT.
009740*
009750*-----------------------------------------------------------*
009760* 7400-TEST-IN-PERIOD - IS THE TEST DATE AND TIME WITHIN THE *
009770*                       LAST 24 HOURS                        *
009780*-----------------------------------------------------------*
009790 7400-TEST-IN-PERIOD.
009800     MOVE 'N' TO WS-IN-WINDOW-SW.
009810     IF WS-TEST-DATE = WS-CURRENT-DATE
009820         OR (WS-TEST-DATE = WS-PREVIOUS-DATE-N
009830             AND WS-TEST-TIME >= WS-CUTOFF-TIME)
009840         MOVE 'Y' TO WS-IN-WINDOW-SW
009850     END-IF.
009860 7400-EXIT.
009870     EXIT.
009880*
009890*-----------------------------------------------------------*
009900* 8000-SIGN-OFF - THE TOTAL AND THE SIGN-OFF AREA FOR THE    *
009910*                 OUTGOING AND INCOMING OPERATORS            *
009920*-----------------------------------------------------------*
009930 8000-SIGN-OFF.
009940     MOVE SPACES TO RPT-LINE.
009950     WRITE RPT-LINE.
009960     MOVE WS-TOTAL-ITEMS TO WS-COUNT-EDIT.
009970     MOVE SPACES TO RPT-LINE.
009980     STRING 'ITEMS HANDED OVER: ' DELIMITED BY SIZE
009990            WS-COUNT-EDIT DELIMITED BY SIZE
010000       INTO RPT-LINE.
010010     WRITE RPT-LINE.
010020     MOVE SPACES TO RPT-LINE.
010030     WRITE RPT-LINE.
010040     MOVE WS-SIGN-OFF-OUT TO RPT-LINE.
010050     WRITE RPT-LINE.
010060     MOVE SPACES TO RPT-LINE.
010070     WRITE RPT-LINE.
010080     MOVE WS-SIGN-OFF-IN TO RPT-LINE.
010090     WRITE RPT-LINE.
010100     MOVE SPACES TO RPT-LINE.
010110     WRITE RPT-LINE.
010120     MOVE WS-SIGN-OFF-NOTES TO RPT-LINE.
010130     WRITE RPT-LINE.
010140 8000-EXIT.
010150     EXIT.
