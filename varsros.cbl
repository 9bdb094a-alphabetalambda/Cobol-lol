000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. varsros.
000120 AUTHOR. LodoreStiffler.
000130* Batch maintenance for the on-call roster read by VARS,
000140* VARSEND, VARSBRD, VARSESC, and VARSEXT.  Applies
000150* operator-submitted ADD/CHANGE/DELETE transactions to ROSTER
000160* - which contact is primary, and which is backup, for a
000170* destination group on a shift over a range of dates - and
000180* prints a before/after image of every entry touched, then
000190* lists every entry still in force so operations can check
000200* the coverage without a programmer involved.
000210*
000220*-----------------------------------------------------------*
000230* MODIFICATION HISTORY                                      *
000240*-----------------------------------------------------------*
000250* DATE       INIT DESCRIPTION                                *
000260* 2026-10-15 RLS  Original program.                         *
000270*-----------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT ROSTER ASSIGN TO ROSTER
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS ROS-KEY
000350         FILE STATUS IS WS-ROSTER-STATUS.
000360     SELECT ROSTIN ASSIGN TO ROSTIN
000370         ORGANIZATION IS SEQUENTIAL.
000380     SELECT ROSRPT ASSIGN TO ROSRPT
000390         ORGANIZATION IS SEQUENTIAL.
000400*
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  ROSTER.
000440     COPY rosrec.
000450*
000460 FD  ROSTIN
000470     RECORDING MODE IS F.
000480 01  TRN-RECORD.
000490     05  TRN-ACTION              PIC X(01).
000500         88  TRN-ADD                        VALUE 'A'.
000510         88  TRN-CHANGE                     VALUE 'C'.
000520         88  TRN-DELETE                     VALUE 'D'.
000530     05  TRN-DESTINATION         PIC X(08).
000540     05  TRN-SHIFT-CODE          PIC X(01).
000550         88  TRN-SHIFT-VALID                VALUE '1' '2' '3'
000560                                            SPACE.
000570     05  TRN-START-DATE          PIC 9(08).
000580     05  TRN-END-DATE            PIC 9(08).
000590     05  TRN-PRIMARY-CONTACT     PIC X(08).
000600     05  TRN-BACKUP-CONTACT      PIC X(08).
000610     05  TRN-USER                PIC X(08).
000620     05  FILLER                  PIC X(30).
000630*
000640 FD  ROSRPT
000650     RECORDING MODE IS F.
000660 01  RPT-LINE                    PIC X(100).
000670 WORKING-STORAGE SECTION.
000680*
000690*-----------------------------------------------------------*
000700* SWITCHES                                                  *
000710*-----------------------------------------------------------*
000720 01  WS-SWITCHES.
000730     05  WS-TRANSIN-EOF-SW       PIC X(01) VALUE 'N'.
000740         88  WS-TRANSIN-EOF                 VALUE 'Y'.
000750     05  WS-ROSTER-STATUS        PIC X(02) VALUE '00'.
000760     05  WS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
000770         88  WS-ENTRY-FOUND                 VALUE 'Y'.
000780     05  WS-START-OK-SW          PIC X(01) VALUE 'N'.
000790         88  WS-START-OK                    VALUE 'Y'.
000800     05  WS-END-OK-SW            PIC X(01) VALUE 'N'.
000810         88  WS-END-OK                      VALUE 'Y'.
000820     05  WS-DATE-OK-SW           PIC X(01) VALUE 'N'.
000830         88  WS-DATE-OK                     VALUE 'Y'.
000840     05  WS-OVERLAP-SW           PIC X(01) VALUE 'N'.
000850         88  WS-OVERLAP-FOUND               VALUE 'Y'.
000860     05  WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
000870         88  WS-ROSTER-EOF                  VALUE 'Y'.
000880     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
000890         88  WS-FILES-OPEN                  VALUE 'Y'.
000900*
000910*-----------------------------------------------------------*
000920* COUNTERS                                                  *
000930*-----------------------------------------------------------*
000940 01  WS-TRANS-READ               PIC 9(06) COMP VALUE ZERO.
000950 01  WS-TRANS-ADDED              PIC 9(06) COMP VALUE ZERO.
000960 01  WS-TRANS-CHANGED            PIC 9(06) COMP VALUE ZERO.
000970 01  WS-TRANS-DELETED            PIC 9(06) COMP VALUE ZERO.
000980 01  WS-TRANS-REJECTED           PIC 9(06) COMP VALUE ZERO.
000990 01  WS-ENTRIES-LISTED           PIC 9(06) COMP VALUE ZERO.
001000 01  WS-COUNT-EDIT               PIC ZZZZZ9.
001010*
001020*-----------------------------------------------------------*
001030* MAINTENANCE RETURN CODE                                   *
001040*   0000 = ALL TRANSACTIONS APPLIED                         *
001050*   0008 = ONE OR MORE TRANSACTIONS REJECTED                *
001060*   0016 = ROSTER COULD NOT BE OPENED - NOTHING APPLIED     *
001070*-----------------------------------------------------------*
001080 01  WS-MAINT-RC                 PIC 9(04) VALUE ZERO.
001090*
001100*-----------------------------------------------------------*
001110* DATE/TIME WORK AREA                                       *
001120*-----------------------------------------------------------*
001130 01  WS-CURRENT-DATE             PIC 9(08).
001140*
001150*-----------------------------------------------------------*
001160* CALENDAR WORK AREA FOR CHECKING A TRANSACTION DATE, AS IN *
001170* VARSGAP.  DAYS-IN-MONTH IS ADJUSTED FOR LEAP FEBRUARY.     *
001180*-----------------------------------------------------------*
001190 01  WS-WORK-DATE.
001200     05  WS-WORK-YY              PIC 9(04).
001210     05  WS-WORK-MM              PIC 9(02).
001220     05  WS-WORK-DD              PIC 9(02).
001230 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
001240                                 PIC 9(08).
001250 01  WS-MONTH-DAYS-TABLE.
001260     05  FILLER                  PIC X(24)
001270         VALUE '312831303130313130313031'.
001280 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
001290     05  WS-MONTH-DAYS OCCURS 12 TIMES
001300                                 PIC 9(02).
001310 01  WS-DAYS-THIS-MONTH          PIC 9(02).
001320 01  WS-YY-REMAINDER             PIC 9(04).
001330 01  WS-YY-QUOTIENT              PIC 9(04).
001340*
001350*-----------------------------------------------------------*
001360* BEFORE IMAGE OF THE ENTRY THE TRANSACTION NAMES, AND THE  *
001370* ENTRY AN ADD OR CHANGE WOULD OVERLAP                      *
001380*-----------------------------------------------------------*
001390 01  WS-BEFORE-ENTRY.
001400     05  WS-BEFORE-START         PIC 9(08) VALUE ZERO.
001410     05  WS-BEFORE-END           PIC 9(08) VALUE ZERO.
001420     05  WS-BEFORE-PRIMARY       PIC X(08) VALUE SPACES.
001430     05  WS-BEFORE-BACKUP        PIC X(08) VALUE SPACES.
001440     05  WS-BEFORE-USER          PIC X(08) VALUE SPACES.
001450 01  WS-CONFLICT-ENTRY.
001460     05  WS-CONFLICT-START       PIC 9(08) VALUE ZERO.
001470     05  WS-CONFLICT-END         PIC 9(08) VALUE ZERO.
001480     05  WS-CONFLICT-PRIMARY     PIC X(08) VALUE SPACES.
001490     05  WS-CONFLICT-BACKUP      PIC X(08) VALUE SPACES.
001500     05  WS-CONFLICT-USER        PIC X(08) VALUE SPACES.
001510*
001520*-----------------------------------------------------------*
001530* REPORT LINE WORK AREAS                                    *
001540*-----------------------------------------------------------*
001550 01  WS-HEADING-1.
001560     05  FILLER                  PIC X(40)
001570         VALUE 'VARS ON-CALL ROSTER MAINTENANCE REPORT'.
001580 01  WS-DETAIL-LINE.
001590     05  WS-D-ACTION             PIC X(07).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  WS-D-DEST               PIC X(08).
001620     05  FILLER                  PIC X(01) VALUE '/'.
001630     05  WS-D-SHIFT              PIC X(01).
001640     05  FILLER                  PIC X(01) VALUE '/'.
001650     05  WS-D-START              PIC X(08).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  WS-D-USER               PIC X(08).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  WS-D-DISPOSITION        PIC X(40).
001700 01  WS-IMAGE-LINE.
001710     05  WS-I-TAG                PIC X(08).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-I-START              PIC 9999/99/99.
001740     05  FILLER                  PIC X(03) VALUE ' - '.
001750     05  WS-I-END                PIC 9999/99/99.
001760     05  FILLER                  PIC X(02) VALUE SPACES.
001770     05  WS-I-PRIMARY            PIC X(08).
001780     05  FILLER                  PIC X(02) VALUE SPACES.
001790     05  WS-I-BACKUP             PIC X(08).
001800     05  FILLER                  PIC X(02) VALUE SPACES.
001810     05  WS-I-USER               PIC X(08).
001820 01  WS-NO-IMAGE-LINE.
001830     05  WS-N-TAG                PIC X(08).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  FILLER                  PIC X(11) VALUE '*NO RECORD*'.
001860 01  WS-IN-FORCE-HEADING.
001870     05  FILLER                  PIC X(40)
001880         VALUE 'ROSTER ENTRIES STILL IN FORCE'.
001890 01  WS-IN-FORCE-COLUMNS.
001900     05  FILLER                  PIC X(30)
001910         VALUE 'GROUP     SHIFT  START        '.
001920     05  FILLER                  PIC X(29)
001930         VALUE 'END         PRIMARY    BACKUP'.
001940 01  WS-IN-FORCE-LINE.
001950     05  WS-L-DEST               PIC X(08).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  WS-L-SHIFT              PIC X(03).
001980     05  FILLER                  PIC X(04) VALUE SPACES.
001990     05  WS-L-START              PIC 9999/99/99.
002000     05  FILLER                  PIC X(03) VALUE ' - '.
002010     05  WS-L-END                PIC 9999/99/99.
002020     05  FILLER                  PIC X(02) VALUE SPACES.
002030     05  WS-L-PRIMARY            PIC X(08).
002040     05  FILLER                  PIC X(03) VALUE SPACES.
002050     05  WS-L-BACKUP             PIC X(08).
002060*
002070 PROCEDURE DIVISION.
002080*
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE
002110         THRU 1000-EXIT.
002120     IF WS-MAINT-RC < 16
002130         PERFORM 2000-PROCESS-TRANSACTION
002140             THRU 2000-EXIT
002150             UNTIL WS-TRANSIN-EOF
002160     END-IF.
002170     PERFORM 9000-TERMINATE
002180         THRU 9000-EXIT.
002190     MOVE WS-MAINT-RC TO RETURN-CODE.
002200     STOP RUN.
002210*
002220*-----------------------------------------------------------*
002230* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING.    *
002240* A BRAND-NEW (NEVER LOADED) ROSTER OPENS OUTPUT ONCE TO     *
002250* CREATE IT, THEN REOPENS I-O SO THE FIRST LOAD AND ROUTINE  *
002260* MAINTENANCE RUN THROUGH THE SAME TRANSACTION PATH.         *
002270*-----------------------------------------------------------*
002280 1000-INITIALIZE.
002290     OPEN OUTPUT ROSRPT.
002300     MOVE WS-HEADING-1 TO RPT-LINE.
002310     WRITE RPT-LINE.
002320     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002330     OPEN I-O ROSTER.
002340     IF WS-ROSTER-STATUS = '35'
002350         OPEN OUTPUT ROSTER
002360         CLOSE ROSTER
002370         OPEN I-O ROSTER
002380     END-IF.
002390     IF WS-ROSTER-STATUS NOT = '00'
002400         MOVE 16 TO WS-MAINT-RC
002410         MOVE SPACES TO RPT-LINE
002420         STRING 'ROSTER OPEN FAILED - STATUS '
002430                              DELIMITED BY SIZE
002440                WS-ROSTER-STATUS DELIMITED BY SIZE
002450           INTO RPT-LINE
002460         WRITE RPT-LINE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     MOVE 'Y' TO WS-FILES-OPEN-SW.
002500     OPEN INPUT ROSTIN.
002510     PERFORM 1100-READ-TRANSACTION
002520         THRU 1100-EXIT.
002530 1000-EXIT.
002540     EXIT.
002550*
002560*-----------------------------------------------------------*
002570* 1100-READ-TRANSACTION - GET THE NEXT OPERATOR TRANSACTION  *
002580*-----------------------------------------------------------*
002590 1100-READ-TRANSACTION.
002600     READ ROSTIN
002610         AT END
002620             MOVE 'Y' TO WS-TRANSIN-EOF-SW
002630     END-READ.
002640     IF NOT WS-TRANSIN-EOF
002650         ADD 1 TO WS-TRANS-READ
002660     END-IF.
002670 1100-EXIT.
002680     EXIT.
002690*
002700*-----------------------------------------------------------*
002710* 2000-PROCESS-TRANSACTION - EDIT THE ENTRY KEY (GROUP,      *
002720*                            SHIFT, START DATE) AND THE USER *
002730*                            AND APPLY ONE ADD/CHANGE/DELETE *
002740*-----------------------------------------------------------*
002750 2000-PROCESS-TRANSACTION.
002760     MOVE 'N' TO WS-ENTRY-FOUND-SW.
002770     MOVE 'N' TO WS-END-OK-SW.
002780     MOVE 'N' TO WS-OVERLAP-SW.
002790     MOVE 'N' TO WS-START-OK-SW.
002800     IF TRN-START-DATE NUMERIC
002810         MOVE TRN-START-DATE TO WS-WORK-DATE-N
002820         PERFORM 2850-CHECK-DATE
002830             THRU 2850-EXIT
002840         MOVE WS-DATE-OK-SW TO WS-START-OK-SW
002850     END-IF.
002860     IF TRN-USER = SPACES
002870         OR TRN-DESTINATION = SPACES
002880         OR NOT TRN-SHIFT-VALID
002890         OR NOT WS-START-OK
002900         PERFORM 2500-REJECT-TRANSACTION
002910             THRU 2500-EXIT
002920         GO TO 2000-NEXT-TRANS
002930     END-IF.
002940     PERFORM 2100-FETCH-BEFORE-IMAGE
002950         THRU 2100-EXIT.
002960     EVALUATE TRUE
002970         WHEN TRN-ADD
002980             PERFORM 2200-ADD-ENTRY
002990                 THRU 2200-EXIT
003000         WHEN TRN-CHANGE
003010             PERFORM 2300-CHANGE-ENTRY
003020                 THRU 2300-EXIT
003030         WHEN TRN-DELETE
003040             PERFORM 2400-DELETE-ENTRY
003050                 THRU 2400-EXIT
003060         WHEN OTHER
003070             PERFORM 2500-REJECT-TRANSACTION
003080                 THRU 2500-EXIT
003090     END-EVALUATE.
003100 2000-NEXT-TRANS.
003110     PERFORM 1100-READ-TRANSACTION
003120         THRU 1100-EXIT.
003130 2000-EXIT.
003140     EXIT.
003150*
003160*-----------------------------------------------------------*
003170* 2100-FETCH-BEFORE-IMAGE - READ THE ROSTER ENTRY THE        *
003180*                           TRANSACTION KEY NAMES            *
003190*-----------------------------------------------------------*
003200 2100-FETCH-BEFORE-IMAGE.
003210     MOVE 'N' TO WS-ENTRY-FOUND-SW.
003220     MOVE ZERO TO WS-BEFORE-START.
003230     MOVE ZERO TO WS-BEFORE-END.
003240     MOVE SPACES TO WS-BEFORE-PRIMARY.
003250     MOVE SPACES TO WS-BEFORE-BACKUP.
003260     MOVE SPACES TO WS-BEFORE-USER.
003270     MOVE TRN-DESTINATION TO ROS-DESTINATION.
003280     MOVE TRN-SHIFT-CODE TO ROS-SHIFT-CODE.
003290     MOVE TRN-START-DATE TO ROS-START-DATE.
003300     READ ROSTER
003310         INVALID KEY
003320             MOVE 'N' TO WS-ENTRY-FOUND-SW
003330         NOT INVALID KEY
003340             MOVE 'Y' TO WS-ENTRY-FOUND-SW
003350             MOVE ROS-START-DATE TO WS-BEFORE-START
003360             MOVE ROS-END-DATE TO WS-BEFORE-END
003370             MOVE ROS-PRIMARY-CONTACT TO WS-BEFORE-PRIMARY
003380             MOVE ROS-BACKUP-CONTACT TO WS-BEFORE-BACKUP
003390             MOVE ROS-UPDATE-USER TO WS-BEFORE-USER
003400     END-READ.
003410 2100-EXIT.
003420     EXIT.
003430*
003440*-----------------------------------------------------------*
003450* 2200-ADD-ENTRY - ADD A NEW ROSTER ENTRY.  AN ADD FOR AN    *
003460*                  ENTRY ALREADY ON FILE, OR ONE THAT FAILS  *
003470*                  THE ENTRY EDITS, IS REJECTED.             *
003480*-----------------------------------------------------------*
003490 2200-ADD-ENTRY.
003500     IF WS-ENTRY-FOUND
003510         PERFORM 2500-REJECT-TRANSACTION
003520             THRU 2500-EXIT
003530         GO TO 2200-EXIT
003540     END-IF.
003550     PERFORM 2800-EDIT-ENTRY
003560         THRU 2800-EXIT.
003570     IF NOT WS-END-OK
003580         OR TRN-END-DATE < TRN-START-DATE
003590         OR TRN-PRIMARY-CONTACT = SPACES
003600         OR TRN-BACKUP-CONTACT = TRN-PRIMARY-CONTACT
003610         OR WS-OVERLAP-FOUND
003620         PERFORM 2500-REJECT-TRANSACTION
003630             THRU 2500-EXIT
003640         GO TO 2200-EXIT
003650     END-IF.
003660     PERFORM 2750-BUILD-ENTRY
003670         THRU 2750-EXIT.
003680     WRITE ROSTER-RECORD.
003690     ADD 1 TO WS-TRANS-ADDED.
003700     MOVE 'ADDED' TO WS-D-DISPOSITION.
003710     PERFORM 2600-PRINT-IMAGES
003720         THRU 2600-EXIT.
003730 2200-EXIT.
003740     EXIT.
003750*
003760*-----------------------------------------------------------*
003770* 2300-CHANGE-ENTRY - REPLACE THE END DATE AND CONTACTS OF   *
003780*                     AN EXISTING ENTRY.  A CHANGE FOR AN    *
003790*                     ENTRY NOT ON FILE, OR ONE THAT FAILS   *
003800*                     THE ENTRY EDITS, IS REJECTED.  TO MOVE *
003810*                     AN ENTRY'S START DATE, DELETE IT AND   *
003820*                     ADD IT AGAIN.                          *
003830*-----------------------------------------------------------*
003840 2300-CHANGE-ENTRY.
003850     IF NOT WS-ENTRY-FOUND
003860         PERFORM 2500-REJECT-TRANSACTION
003870             THRU 2500-EXIT
003880         GO TO 2300-EXIT
003890     END-IF.
003900     PERFORM 2800-EDIT-ENTRY
003910         THRU 2800-EXIT.
003920     IF NOT WS-END-OK
003930         OR TRN-END-DATE < TRN-START-DATE
003940         OR TRN-PRIMARY-CONTACT = SPACES
003950         OR TRN-BACKUP-CONTACT = TRN-PRIMARY-CONTACT
003960         OR WS-OVERLAP-FOUND
003970         PERFORM 2500-REJECT-TRANSACTION
003980             THRU 2500-EXIT
003990         GO TO 2300-EXIT
004000     END-IF.
004010     PERFORM 2750-BUILD-ENTRY
004020         THRU 2750-EXIT.
004030     REWRITE ROSTER-RECORD.
004040     ADD 1 TO WS-TRANS-CHANGED.
004050     MOVE 'CHANGED' TO WS-D-DISPOSITION.
004060     PERFORM 2600-PRINT-IMAGES
004070         THRU 2600-EXIT.
004080 2300-EXIT.
004090     EXIT.
004100*
004110*-----------------------------------------------------------*
004120* 2400-DELETE-ENTRY - REMOVE AN EXISTING ENTRY.  A DELETE    *
004130*                     FOR AN ENTRY NOT ON FILE IS REJECTED.  *
004140*-----------------------------------------------------------*
004150 2400-DELETE-ENTRY.
004160     IF NOT WS-ENTRY-FOUND
004170         PERFORM 2500-REJECT-TRANSACTION
004180             THRU 2500-EXIT
004190         GO TO 2400-EXIT
004200     END-IF.
004210     DELETE ROSTER.
004220     ADD 1 TO WS-TRANS-DELETED.
004230     MOVE 'DELETED' TO WS-D-DISPOSITION.
004240     PERFORM 2600-PRINT-IMAGES
004250         THRU 2600-EXIT.
004260 2400-EXIT.
004270     EXIT.
004280*
004290*-----------------------------------------------------------*
004300* 2500-REJECT-TRANSACTION - COUNT AND REPORT A TRANSACTION   *
004310*                           THAT COULD NOT BE APPLIED.  THE  *
004320*                           TESTS RUN IN THE SAME ORDER THE  *
004330*                           PROCESSING PARAGRAPHS MAKE THEM. *
004340*                           AN OVERLAP ALSO PRINTS THE ENTRY *
004350*                           IT RUNS INTO.                    *
004360*-----------------------------------------------------------*
004370 2500-REJECT-TRANSACTION.
004380     ADD 1 TO WS-TRANS-REJECTED.
004390     MOVE 8 TO WS-MAINT-RC.
004400     PERFORM 2700-FORMAT-ACTION
004410         THRU 2700-EXIT.
004420     EVALUATE TRUE
004430         WHEN TRN-USER = SPACES
004440             MOVE 'REJECTED - NO USER ON TRANSACTION'
004450                 TO WS-D-DISPOSITION
004460         WHEN TRN-DESTINATION = SPACES
004470             MOVE 'REJECTED - NO DESTINATION GROUP'
004480                 TO WS-D-DISPOSITION
004490         WHEN NOT TRN-SHIFT-VALID
004500             MOVE 'REJECTED - SHIFT CODE NOT BLANK OR 1-3'
004510                 TO WS-D-DISPOSITION
004520         WHEN NOT WS-START-OK
004530             MOVE 'REJECTED - BAD START DATE'
004540                 TO WS-D-DISPOSITION
004550         WHEN TRN-ADD AND WS-ENTRY-FOUND
004560             MOVE 'REJECTED - ALREADY ON FILE'
004570                 TO WS-D-DISPOSITION
004580         WHEN (TRN-CHANGE OR TRN-DELETE)
004590             AND NOT WS-ENTRY-FOUND
004600             MOVE 'REJECTED - NOT ON FILE'
004610                 TO WS-D-DISPOSITION
004620         WHEN (TRN-ADD OR TRN-CHANGE)
004630             AND NOT WS-END-OK
004640             MOVE 'REJECTED - BAD END DATE'
004650                 TO WS-D-DISPOSITION
004660         WHEN (TRN-ADD OR TRN-CHANGE)
004670             AND TRN-END-DATE < TRN-START-DATE
004680             MOVE 'REJECTED - END DATE BEFORE START DATE'
004690                 TO WS-D-DISPOSITION
004700         WHEN (TRN-ADD OR TRN-CHANGE)
004710             AND TRN-PRIMARY-CONTACT = SPACES
004720             MOVE 'REJECTED - NO PRIMARY CONTACT'
004730                 TO WS-D-DISPOSITION
004740         WHEN (TRN-ADD OR TRN-CHANGE)
004750             AND TRN-BACKUP-CONTACT = TRN-PRIMARY-CONTACT
004760             MOVE 'REJECTED - BACKUP SAME AS PRIMARY'
004770                 TO WS-D-DISPOSITION
004780         WHEN (TRN-ADD OR TRN-CHANGE)
004790             AND WS-OVERLAP-FOUND
004800             MOVE 'REJECTED - OVERLAPS ANOTHER ENTRY'
004810                 TO WS-D-DISPOSITION
004820         WHEN OTHER
004830             MOVE 'REJECTED - INVALID ACTION CODE'
004840                 TO WS-D-DISPOSITION
004850     END-EVALUATE.
004860     MOVE WS-DETAIL-LINE TO RPT-LINE.
004870     WRITE RPT-LINE.
004880     IF (TRN-ADD OR TRN-CHANGE)
004890         AND WS-OVERLAP-FOUND
004900         MOVE 'CONFLICT' TO WS-I-TAG
004910         MOVE WS-CONFLICT-START TO WS-I-START
004920         MOVE WS-CONFLICT-END TO WS-I-END
004930         MOVE WS-CONFLICT-PRIMARY TO WS-I-PRIMARY
004940         MOVE WS-CONFLICT-BACKUP TO WS-I-BACKUP
004950         MOVE WS-CONFLICT-USER TO WS-I-USER
004960         MOVE WS-IMAGE-LINE TO RPT-LINE
004970         WRITE RPT-LINE
004980     END-IF.
004990 2500-EXIT.
005000     EXIT.
005010*
005020*-----------------------------------------------------------*
005030* 2600-PRINT-IMAGES - PRINT THE TRANSACTION DISPOSITION WITH *
005040*                     THE BEFORE AND AFTER ENTRY IMAGES.     *
005050*                     THE CALLER SETS THE DISPOSITION.       *
005060*-----------------------------------------------------------*
005070 2600-PRINT-IMAGES.
005080     PERFORM 2700-FORMAT-ACTION
005090         THRU 2700-EXIT.
005100     MOVE WS-DETAIL-LINE TO RPT-LINE.
005110     WRITE RPT-LINE.
005120     IF WS-ENTRY-FOUND
005130         MOVE 'BEFORE' TO WS-I-TAG
005140         MOVE WS-BEFORE-START TO WS-I-START
005150         MOVE WS-BEFORE-END TO WS-I-END
005160         MOVE WS-BEFORE-PRIMARY TO WS-I-PRIMARY
005170         MOVE WS-BEFORE-BACKUP TO WS-I-BACKUP
005180         MOVE WS-BEFORE-USER TO WS-I-USER
005190         MOVE WS-IMAGE-LINE TO RPT-LINE
005200     ELSE
005210         MOVE 'BEFORE' TO WS-N-TAG
005220         MOVE WS-NO-IMAGE-LINE TO RPT-LINE
005230     END-IF.
005240     WRITE RPT-LINE.
005250     IF TRN-DELETE
005260         MOVE 'AFTER' TO WS-N-TAG
005270         MOVE WS-NO-IMAGE-LINE TO RPT-LINE
005280     ELSE
005290         MOVE 'AFTER' TO WS-I-TAG
005300         MOVE TRN-START-DATE TO WS-I-START
005310         MOVE TRN-END-DATE TO WS-I-END
005320         MOVE TRN-PRIMARY-CONTACT TO WS-I-PRIMARY
005330         MOVE TRN-BACKUP-CONTACT TO WS-I-BACKUP
005340         MOVE TRN-USER TO WS-I-USER
005350         MOVE WS-IMAGE-LINE TO RPT-LINE
005360     END-IF.
005370     WRITE RPT-LINE.
005380 2600-EXIT.
005390     EXIT.
005400*
005410*-----------------------------------------------------------*
005420* 2700-FORMAT-ACTION - EXPAND THE ONE-BYTE ACTION CODE AND   *
005430*                      SET THE KEY AND USER FOR THE REPORT   *
005440*                      DETAIL LINE                           *
005450*-----------------------------------------------------------*
005460 2700-FORMAT-ACTION.
005470     EVALUATE TRUE
005480         WHEN TRN-ADD
005490             MOVE 'ADD' TO WS-D-ACTION
005500         WHEN TRN-CHANGE
005510             MOVE 'CHANGE' TO WS-D-ACTION
005520         WHEN TRN-DELETE
005530             MOVE 'DELETE' TO WS-D-ACTION
005540         WHEN OTHER
005550             MOVE TRN-ACTION TO WS-D-ACTION
005560     END-EVALUATE.
005570     MOVE TRN-DESTINATION TO WS-D-DEST.
005580     MOVE TRN-SHIFT-CODE TO WS-D-SHIFT.
005590     MOVE TRN-START-DATE TO WS-D-START.
005600     MOVE TRN-USER TO WS-D-USER.
005610 2700-EXIT.
005620     EXIT.
005630*
005640*-----------------------------------------------------------*
005650* 2750-BUILD-ENTRY - MOVE THE EDITED TRANSACTION INTO THE    *
005660*                    ROSTER RECORD, STAMPED WITH WHO KEYED   *
005670*                    IT AND WHEN                             *
005680*-----------------------------------------------------------*
005690 2750-BUILD-ENTRY.
005700     MOVE SPACES TO ROSTER-RECORD.
005710     MOVE TRN-DESTINATION TO ROS-DESTINATION.
005720     MOVE TRN-SHIFT-CODE TO ROS-SHIFT-CODE.
005730     MOVE TRN-START-DATE TO ROS-START-DATE.
005740     MOVE TRN-END-DATE TO ROS-END-DATE.
005750     MOVE TRN-PRIMARY-CONTACT TO ROS-PRIMARY-CONTACT.
005760     MOVE TRN-BACKUP-CONTACT TO ROS-BACKUP-CONTACT.
005770     MOVE TRN-USER TO ROS-UPDATE-USER.
005780     MOVE WS-CURRENT-DATE TO ROS-UPDATE-DATE.
005790 2750-EXIT.
005800     EXIT.
005810*
005820*-----------------------------------------------------------*
005830* 2800-EDIT-ENTRY - CHECK THE END DATE, THEN LOOK FOR AN     *
005840*                   OVERLAPPING ENTRY ONCE THE DATE RANGE IS *
005850*                   KNOWN TO BE GOOD                         *
005860*-----------------------------------------------------------*
005870 2800-EDIT-ENTRY.
005880     MOVE 'N' TO WS-END-OK-SW.
005890     MOVE 'N' TO WS-OVERLAP-SW.
005900     IF TRN-END-DATE NUMERIC
005910         MOVE TRN-END-DATE TO WS-WORK-DATE-N
005920         PERFORM 2850-CHECK-DATE
005930             THRU 2850-EXIT
005940         MOVE WS-DATE-OK-SW TO WS-END-OK-SW
005950     END-IF.
005960     IF NOT WS-END-OK
005970         OR TRN-END-DATE < TRN-START-DATE
005980         GO TO 2800-EXIT
005990     END-IF.
006000     PERFORM 2900-CHECK-OVERLAP
006010         THRU 2900-EXIT.
006020 2800-EXIT.
006030     EXIT.
006040*
006050*-----------------------------------------------------------*
006060* 2850-CHECK-DATE - A YYYYMMDD DATE IN THE WORK AREA IS GOOD *
006070*                   WHEN THE MONTH IS 01-12 AND THE DAY IS   *
006080*                   WITHIN THAT MONTH, WITH THE FULL CENTURY *
006090*                   LEAP RULE FOR FEBRUARY                   *
006100*-----------------------------------------------------------*
006110 2850-CHECK-DATE.
006120     MOVE 'N' TO WS-DATE-OK-SW.
006130     IF WS-WORK-YY = ZERO
006140         OR WS-WORK-MM < 1
006150         OR WS-WORK-MM > 12
006160         OR WS-WORK-DD < 1
006170         GO TO 2850-EXIT
006180     END-IF.
006190     MOVE WS-MONTH-DAYS (WS-WORK-MM) TO WS-DAYS-THIS-MONTH.
006200     IF WS-WORK-MM = 2
006210         DIVIDE WS-WORK-YY BY 4
006220             GIVING WS-YY-QUOTIENT
006230             REMAINDER WS-YY-REMAINDER
006240         IF WS-YY-REMAINDER = ZERO
006250             DIVIDE WS-WORK-YY BY 100
006260                 GIVING WS-YY-QUOTIENT
006270                 REMAINDER WS-YY-REMAINDER
006280             IF WS-YY-REMAINDER NOT = ZERO
006290                 MOVE 29 TO WS-DAYS-THIS-MONTH
006300             ELSE
006310                 DIVIDE WS-WORK-YY BY 400
006320                     GIVING WS-YY-QUOTIENT
006330                     REMAINDER WS-YY-REMAINDER
006340                 IF WS-YY-REMAINDER = ZERO
006350                     MOVE 29 TO WS-DAYS-THIS-MONTH
006360                 END-IF
006370             END-IF
006380         END-IF
006390     END-IF.
006400     IF WS-WORK-DD > WS-DAYS-THIS-MONTH
006410         GO TO 2850-EXIT
006420     END-IF.
006430     MOVE 'Y' TO WS-DATE-OK-SW.
006440 2850-EXIT.
006450     EXIT.
006460*
006470*-----------------------------------------------------------*
006480* 2900-CHECK-OVERLAP - BROWSE THE ENTRIES FOR THE SAME       *
006490*                      GROUP AND SHIFT FOR ONE, OTHER THAN   *
006500*                      THE ENTRY BEING CHANGED, WHOSE DATE   *
006510*                      RANGE SHARES A DAY WITH THE NEW ONE.  *
006520*                      AN ALL-SHIFT ENTRY AND A SHIFT'S OWN  *
006530*                      ENTRY MAY OVERLAP - THE SHIFT'S OWN   *
006540*                      ENTRY OUTRANKS IT.                    *
006550*-----------------------------------------------------------*
006560 2900-CHECK-OVERLAP.
006570     MOVE 'N' TO WS-ROSTER-EOF-SW.
006580     MOVE TRN-DESTINATION TO ROS-DESTINATION.
006590     MOVE TRN-SHIFT-CODE TO ROS-SHIFT-CODE.
006600     MOVE ZERO TO ROS-START-DATE.
006610     START ROSTER KEY NOT LESS THAN ROS-KEY
006620         INVALID KEY
006630             MOVE 'Y' TO WS-ROSTER-EOF-SW
006640     END-START.
006650     PERFORM 2950-SCAN-OVERLAP
006660         THRU 2950-EXIT
006670         UNTIL WS-ROSTER-EOF.
006680 2900-EXIT.
006690     EXIT.
006700*
006710*-----------------------------------------------------------*
006720* 2950-SCAN-OVERLAP - TEST THE NEXT ENTRY.  THE SCAN STOPS   *
006730*                     AT ANOTHER GROUP OR SHIFT, AT AN ENTRY *
006740*                     STARTING AFTER THE NEW END DATE, OR AT *
006750*                     THE FIRST OVERLAP.                     *
006760*-----------------------------------------------------------*
006770 2950-SCAN-OVERLAP.
006780     READ ROSTER NEXT RECORD
006790         AT END
006800             MOVE 'Y' TO WS-ROSTER-EOF-SW
006810             GO TO 2950-EXIT
006820     END-READ.
006830     IF ROS-DESTINATION NOT = TRN-DESTINATION
006840         OR ROS-SHIFT-CODE NOT = TRN-SHIFT-CODE
006850         OR ROS-START-DATE > TRN-END-DATE
006860         MOVE 'Y' TO WS-ROSTER-EOF-SW
006870         GO TO 2950-EXIT
006880     END-IF.
006890     IF ROS-START-DATE = TRN-START-DATE
006900         GO TO 2950-EXIT
006910     END-IF.
006920     IF ROS-END-DATE >= TRN-START-DATE
006930         MOVE 'Y' TO WS-OVERLAP-SW
006940         MOVE 'Y' TO WS-ROSTER-EOF-SW
006950         MOVE ROS-START-DATE TO WS-CONFLICT-START
006960         MOVE ROS-END-DATE TO WS-CONFLICT-END
006970         MOVE ROS-PRIMARY-CONTACT TO WS-CONFLICT-PRIMARY
006980         MOVE ROS-BACKUP-CONTACT TO WS-CONFLICT-BACKUP
006990         MOVE ROS-UPDATE-USER TO WS-CONFLICT-USER
007000     END-IF.
007010 2950-EXIT.
007020     EXIT.
007030*
007040*-----------------------------------------------------------*
007050* 8000-LIST-IN-FORCE - LIST EVERY ENTRY WHOSE END DATE HAS   *
007060*                      NOT PASSED, IN KEY ORDER              *
007070*-----------------------------------------------------------*
007080 8000-LIST-IN-FORCE.
007090     MOVE SPACES TO RPT-LINE.
007100     WRITE RPT-LINE.
007110     MOVE WS-IN-FORCE-HEADING TO RPT-LINE.
007120     WRITE RPT-LINE.
007130     MOVE WS-IN-FORCE-COLUMNS TO RPT-LINE.
007140     WRITE RPT-LINE.
007150     MOVE 'N' TO WS-ROSTER-EOF-SW.
007160     MOVE LOW-VALUES TO ROS-KEY.
007170     START ROSTER KEY NOT LESS THAN ROS-KEY
007180         INVALID KEY
007190             MOVE 'Y' TO WS-ROSTER-EOF-SW
007200     END-START.
007210     PERFORM 8100-LIST-ONE-ENTRY
007220         THRU 8100-EXIT
007230         UNTIL WS-ROSTER-EOF.
007240 8000-EXIT.
007250     EXIT.
007260*
007270*-----------------------------------------------------------*
007280* 8100-LIST-ONE-ENTRY - PRINT THE NEXT ENTRY STILL IN FORCE  *
007290*-----------------------------------------------------------*
007300 8100-LIST-ONE-ENTRY.
007310     READ ROSTER NEXT RECORD
007320         AT END
007330             MOVE 'Y' TO WS-ROSTER-EOF-SW
007340             GO TO 8100-EXIT
007350     END-READ.
007360     IF ROS-END-DATE < WS-CURRENT-DATE
007370         GO TO 8100-EXIT
007380     END-IF.
007390     ADD 1 TO WS-ENTRIES-LISTED.
007400     MOVE ROS-DESTINATION TO WS-L-DEST.
007410     IF ROS-SHIFT-CODE = SPACE
007420         MOVE 'ALL' TO WS-L-SHIFT
007430     ELSE
007440         MOVE ROS-SHIFT-CODE TO WS-L-SHIFT
007450     END-IF.
007460     MOVE ROS-START-DATE TO WS-L-START.
007470     MOVE ROS-END-DATE TO WS-L-END.
007480     MOVE ROS-PRIMARY-CONTACT TO WS-L-PRIMARY.
007490     MOVE ROS-BACKUP-CONTACT TO WS-L-BACKUP.
007500     MOVE WS-IN-FORCE-LINE TO RPT-LINE.
007510     WRITE RPT-LINE.
007520 8100-EXIT.
007530     EXIT.
007540*
007550*-----------------------------------------------------------*
007560* 9000-TERMINATE - LIST THE ENTRIES STILL IN FORCE, PRINT    *
007570*                  THE CONTROL TOTALS, AND CLOSE FILES       *
007580*-----------------------------------------------------------*
007590 9000-TERMINATE.
007600     IF WS-FILES-OPEN
007610         PERFORM 8000-LIST-IN-FORCE
007620             THRU 8000-EXIT
007630     END-IF.
007640     MOVE SPACES TO RPT-LINE.
007650     WRITE RPT-LINE.
007660     MOVE WS-TRANS-READ TO WS-COUNT-EDIT.
007670     STRING 'TRANSACTIONS READ:     ' DELIMITED BY SIZE
007680            WS-COUNT-EDIT             DELIMITED BY SIZE
007690       INTO RPT-LINE.
007700     WRITE RPT-LINE.
007710     MOVE SPACES TO RPT-LINE.
007720     MOVE WS-TRANS-ADDED TO WS-COUNT-EDIT.
007730     STRING 'ENTRIES ADDED:         ' DELIMITED BY SIZE
007740            WS-COUNT-EDIT             DELIMITED BY SIZE
007750       INTO RPT-LINE.
007760     WRITE RPT-LINE.
007770     MOVE SPACES TO RPT-LINE.
007780     MOVE WS-TRANS-CHANGED TO WS-COUNT-EDIT.
007790     STRING 'ENTRIES CHANGED:       ' DELIMITED BY SIZE
007800            WS-COUNT-EDIT             DELIMITED BY SIZE
007810       INTO RPT-LINE.
007820     WRITE RPT-LINE.
007830     MOVE SPACES TO RPT-LINE.
007840     MOVE WS-TRANS-DELETED TO WS-COUNT-EDIT.
007850     STRING 'ENTRIES DELETED:       ' DELIMITED BY SIZE
007860            WS-COUNT-EDIT             DELIMITED BY SIZE
007870       INTO RPT-LINE.
007880     WRITE RPT-LINE.
007890     MOVE SPACES TO RPT-LINE.
007900     MOVE WS-TRANS-REJECTED TO WS-COUNT-EDIT.
007910     STRING 'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
007920            WS-COUNT-EDIT             DELIMITED BY SIZE
007930       INTO RPT-LINE.
007940     WRITE RPT-LINE.
007950     MOVE SPACES TO RPT-LINE.
007960     MOVE WS-ENTRIES-LISTED TO WS-COUNT-EDIT.
007970     STRING 'ENTRIES IN FORCE:      ' DELIMITED BY SIZE
007980            WS-COUNT-EDIT             DELIMITED BY SIZE
007990       INTO RPT-LINE.
008000     WRITE RPT-LINE.
008010     IF WS-FILES-OPEN
008020         CLOSE ROSTER
008030         CLOSE ROSTIN
008040     END-IF.
008050     CLOSE ROSRPT.
008060 9000-EXIT.
008070     EXIT.
