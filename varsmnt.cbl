000260*                 detail and before/after image lines.  The  *
000270*                 severity on line 01 is the one VARS        *
000280*                 honours.                                   *
000290* 2026-10-15 RLS  Two-person control.  Every transaction now *
000300*                 carries the user who keyed it.  An ADD,    *
000310*                 CHANGE, or DELETE that passes the edits is *
000320*                 no longer applied - it is filed in the     *
000330*                 MSGPEND pending-change file (one per       *
000340*                 master line).  A P (APPROVE) transaction   *
000350*                 from a different user applies the pending  *
000360*                 change and writes it, with its before and  *
000370*                 after images, to the permanent MSGJRNL     *
000380*                 change journal; an R (REJECT) transaction  *
000390*                 discards it.  Changes still awaiting       *
000400*                 approval are listed at the end of the      *
000410*                 report.                                    *
000411* 2026-10-15 RLS  An ADD or CHANGE whose text carries an      *
000412*                 ampersand that does not start one of the    *
000413*                 substitution tokens VARS resolves (MSGTOK   *
000414*                 copybook) is rejected, so a mistyped token  *
000415*                 never reaches the console.                  *
000420*-----------------------------------------------------------*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT MSGMAST ASSIGN TO MSGMAST
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS MSG-KEY
000500         FILE STATUS IS WS-MSGMAST-STATUS.
000510     SELECT MSGPEND ASSIGN TO MSGPEND
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PND-KEY
000550         FILE STATUS IS WS-MSGPEND-STATUS.
000560     SELECT MSGJRNL ASSIGN TO MSGJRNL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS JRN-KEY
000600         FILE STATUS IS WS-MSGJRNL-STATUS.
000610     SELECT TRANSIN ASSIGN TO TRANSIN
000620         ORGANIZATION IS SEQUENTIAL.
000630     SELECT MNTRPT ASSIGN TO MNTRPT
000640         ORGANIZATION IS SEQUENTIAL.
000650*
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  MSGMAST.
000690     COPY msgmst.
000700*
000710 FD  MSGPEND.
000720     COPY msgpend.
000730*
000740 FD  MSGJRNL.
000750     COPY msgjrnl.
000760*
000770 FD  TRANSIN
000780     RECORDING MODE IS F.
000790 01  TRN-RECORD.
000800     05  TRN-ACTION              PIC X(01).
000810         88  TRN-ADD                        VALUE 'A'.
000820         88  TRN-CHANGE                     VALUE 'C'.
000830         88  TRN-DELETE                     VALUE 'D'.
000840         88  TRN-APPROVE                    VALUE 'P'.
000850         88  TRN-REJECT                     VALUE 'R'.
000860     05  TRN-SHIFT-CODE          PIC X(01).
000870     05  TRN-LINE-NO             PIC 9(02).
000880     05  TRN-SEVERITY            PIC X(01).
000890         88  TRN-SEV-VALID                  VALUE 'I' 'W' 'C'
000900                                            SPACE.
000910     05  TRN-TEXT                PIC X(78).
000920     05  TRN-USER                PIC X(08).
000930*
000940 FD  MNTRPT
000950     RECORDING MODE IS F.
000960 01  RPT-LINE                    PIC X(100).
000970 WORKING-STORAGE SECTION.
000980*
000990*-----------------------------------------------------------*
001000* SWITCHES                                                  *
001010*-----------------------------------------------------------*
001020 01  WS-SWITCHES.
001030     05  WS-TRANSIN-EOF-SW       PIC X(01) VALUE 'N'.
001040         88  WS-TRANSIN-EOF                 VALUE 'Y'.
001050     05  WS-MSGMAST-STATUS       PIC X(02) VALUE '00'.
001060     05  WS-MSGPEND-STATUS       PIC X(02) VALUE '00'.
001070     05  WS-MSGJRNL-STATUS       PIC X(02) VALUE '00'.
001080     05  WS-MASTER-FOUND-SW      PIC X(01) VALUE 'N'.
001090         88  WS-MASTER-FOUND                VALUE 'Y'.
001100     05  WS-PENDING-FOUND-SW     PIC X(01) VALUE 'N'.
001110         88  WS-PENDING-FOUND               VALUE 'Y'.
001120     05  WS-MASTER-STALE-SW      PIC X(01) VALUE 'N'.
001130         88  WS-MASTER-STALE                VALUE 'Y'.
001140     05  WS-LINE-NO-OK-SW        PIC X(01) VALUE 'N'.
001150         88  WS-LINE-NO-OK                  VALUE 'Y'.
001160     05  WS-JOURNAL-DONE-SW      PIC X(01) VALUE 'N'.
001170         88  WS-JOURNAL-DONE                VALUE 'Y'.
001180     05  WS-PENDING-EOF-SW       PIC X(01) VALUE 'N'.
001190         88  WS-PENDING-EOF                 VALUE 'Y'.
001200     05  WS-FILES-OPEN-SW        PIC X(01) VALUE 'N'.
001210         88  WS-FILES-OPEN                  VALUE 'Y'.
001220*
001230*-----------------------------------------------------------*
001240* COUNTERS                                                  *
001250*-----------------------------------------------------------*
001260 01  WS-TRANS-READ               PIC 9(06) COMP VALUE ZERO.
001270 01  WS-TRANS-SUBMITTED          PIC 9(06) COMP VALUE ZERO.
001280 01  WS-TRANS-APPLIED            PIC 9(06) COMP VALUE ZERO.
001290 01  WS-TRANS-DISCARDED          PIC 9(06) COMP VALUE ZERO.
001300 01  WS-TRANS-REJECTED           PIC 9(06) COMP VALUE ZERO.
001310 01  WS-PENDING-LISTED           PIC 9(06) COMP VALUE ZERO.
001320 01  WS-COUNT-EDIT               PIC ZZZZZ9.
001330*
001340*-----------------------------------------------------------*
001350* MAINTENANCE RETURN CODE                                   *
001360*   0000 = ALL TRANSACTIONS SUBMITTED, APPLIED, OR          *
001370*          DISCARDED                                        *
001380*   0008 = ONE OR MORE TRANSACTIONS REJECTED                *
001390*   0016 = MSGMAST, MSGPEND, OR MSGJRNL COULD NOT BE        *
001400*          OPENED - NOTHING APPLIED - OR A JOURNAL WRITE    *
001410*          FAILED AND THE RUN WAS STOPPED                   *
001420*-----------------------------------------------------------*
001430 01  WS-MAINT-RC                 PIC 9(04) VALUE ZERO.
001440*
001450*-----------------------------------------------------------*
001460* DATE/TIME WORK AREA                                       *
001470*-----------------------------------------------------------*
001480 01  WS-CURRENT-DATE             PIC 9(08).
001490 01  WS-CURRENT-TIME             PIC 9(08).
001491*
001492*-----------------------------------------------------------*
001493* SUBSTITUTION TOKEN NAMES AND SCAN WORK AREA (MSGTOK        *
001494* COPYBOOK)                                                  *
001495*-----------------------------------------------------------*
001496     COPY msgtok.
001500*
001510*-----------------------------------------------------------*
001520* REPORT LINE WORK AREAS                                    *
001530*-----------------------------------------------------------*
001540 01  WS-HEADING-1.
001550     05  FILLER                  PIC X(40)
001560         VALUE 'VARS MESSAGE MASTER MAINTENANCE REPORT'.
001570 01  WS-DETAIL-LINE.
001580     05  WS-D-ACTION             PIC X(07).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  WS-D-SHIFT              PIC X(01).
001610     05  FILLER                  PIC X(01) VALUE '/'.
001620     05  WS-D-LINE-NO            PIC X(02).
001630     05  FILLER                  PIC X(02) VALUE SPACES.
001640     05  WS-D-USER               PIC X(08).
001650     05  FILLER                  PIC X(02) VALUE SPACES.
001660     05  WS-D-DISPOSITION        PIC X(40).
001670 01  WS-IMAGE-LINE.
001680     05  WS-I-TAG                PIC X(08).
001690     05  FILLER                  PIC X(02) VALUE SPACES.
001700     05  WS-I-SEV                PIC X(01).
001710     05  FILLER                  PIC X(02) VALUE SPACES.
001720     05  WS-I-TEXT               PIC X(78).
001730 01  WS-PENDING-HEADING.
001740     05  FILLER                  PIC X(40)
001750         VALUE 'CHANGES AWAITING APPROVAL'.
001760 01  WS-PENDING-LINE.
001770     05  WS-P-ACTION             PIC X(07).
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  WS-P-SHIFT              PIC X(01).
001800     05  FILLER                  PIC X(01) VALUE '/'.
001810     05  WS-P-LINE-NO            PIC X(02).
001820     05  FILLER                  PIC X(02) VALUE SPACES.
001830     05  WS-P-USER               PIC X(08).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  WS-P-DATE               PIC 9999/99/99.
001860     05  FILLER                  PIC X(01) VALUE SPACES.
001870     05  WS-P-TIME               PIC X(06).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  WS-P-ORIGIN             PIC X(04).
001900 01  WS-BEFORE-TEXT              PIC X(78) VALUE SPACES.
001910 01  WS-BEFORE-SEV               PIC X(01) VALUE SPACE.
001920 01  WS-APPLY-SEVERITY           PIC X(01) VALUE 'I'.
001930 01  WS-AFTER-ACTION             PIC X(01) VALUE SPACE.
001940     88  WS-AFTER-IS-DELETE                 VALUE 'D'.
001950 01  WS-AFTER-TEXT               PIC X(78) VALUE SPACES.
001960*
001970 PROCEDURE DIVISION.
001980*
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE
002010         THRU 1000-EXIT.
002020     IF WS-MAINT-RC < 16
002030         PERFORM 2000-PROCESS-TRANSACTION
002040             THRU 2000-EXIT
002050             UNTIL WS-TRANSIN-EOF
002060     END-IF.
002070     PERFORM 9000-TERMINATE
002080         THRU 9000-EXIT.
002090     MOVE WS-MAINT-RC TO RETURN-CODE.
002100     STOP RUN.
002110*
002120*-----------------------------------------------------------*
002130* 1000-INITIALIZE - OPEN THE FILES AND PRINT THE HEADING.    *
002140* A BRAND-NEW (NEVER LOADED) MASTER OPENS OUTPUT ONCE TO     *
002150* CREATE IT, THEN REOPENS I-O SO THE FIRST LOAD AND ROUTINE  *
002160* MAINTENANCE RUN THROUGH THE SAME TRANSACTION PATH.  THE    *
002170* PENDING-CHANGE FILE AND THE JOURNAL ARE CREATED THE SAME   *
002180* WAY ON THEIR FIRST RUN.                                    *
002190*-----------------------------------------------------------*
002200 1000-INITIALIZE.
002210     OPEN OUTPUT MNTRPT.
002220     MOVE WS-HEADING-1 TO RPT-LINE.
002230     WRITE RPT-LINE.
002240     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002250     OPEN I-O MSGMAST.
002260     IF WS-MSGMAST-STATUS = '35'
002270         OPEN OUTPUT MSGMAST
002280         CLOSE MSGMAST
002290         OPEN I-O MSGMAST
002300     END-IF.
002310     IF WS-MSGMAST-STATUS NOT = '00'
002320         MOVE 16 TO WS-MAINT-RC
002330         MOVE SPACES TO RPT-LINE
002340         STRING 'MSGMAST OPEN FAILED - STATUS '
002350                              DELIMITED BY SIZE
002360                WS-MSGMAST-STATUS DELIMITED BY SIZE
002370           INTO RPT-LINE
002380         WRITE RPT-LINE
002390         GO TO 1000-EXIT
002400     END-IF.
002410     OPEN I-O MSGPEND.
002420     IF WS-MSGPEND-STATUS = '35'
002430         OPEN OUTPUT MSGPEND
002440         CLOSE MSGPEND
002450         OPEN I-O MSGPEND
002460     END-IF.
002470     IF WS-MSGPEND-STATUS NOT = '00'
002480         MOVE 16 TO WS-MAINT-RC
002490         MOVE SPACES TO RPT-LINE
002500         STRING 'MSGPEND OPEN FAILED - STATUS '
002510                              DELIMITED BY SIZE
002520                WS-MSGPEND-STATUS DELIMITED BY SIZE
002530           INTO RPT-LINE
002540         WRITE RPT-LINE
002550         CLOSE MSGMAST
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN I-O MSGJRNL.
002590     IF WS-MSGJRNL-STATUS = '35'
002600         OPEN OUTPUT MSGJRNL
002610         CLOSE MSGJRNL
002620         OPEN I-O MSGJRNL
002630     END-IF.
002640     IF WS-MSGJRNL-STATUS NOT = '00'
002650         MOVE 16 TO WS-MAINT-RC
002660         MOVE SPACES TO RPT-LINE
002670         STRING 'MSGJRNL OPEN FAILED - STATUS '
002680                              DELIMITED BY SIZE
002690                WS-MSGJRNL-STATUS DELIMITED BY SIZE
002700           INTO RPT-LINE
002710         WRITE RPT-LINE
002720         CLOSE MSGMAST
002730         CLOSE MSGPEND
002740         GO TO 1000-EXIT
002750     END-IF.
002760     MOVE 'Y' TO WS-FILES-OPEN-SW.
002770     OPEN INPUT TRANSIN.
002780     PERFORM 1100-READ-TRANSACTION
002790         THRU 1100-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820*
002830*-----------------------------------------------------------*
002840* 1100-READ-TRANSACTION - GET THE NEXT OPERATOR TRANSACTION  *
002850*-----------------------------------------------------------*
002860 1100-READ-TRANSACTION.
002870     READ TRANSIN
002880         AT END
002890             MOVE 'Y' TO WS-TRANSIN-EOF-SW
002900     END-READ.
002910     IF NOT WS-TRANSIN-EOF
002920         ADD 1 TO WS-TRANS-READ
002930     END-IF.
002940 1100-EXIT.
002950     EXIT.
002960*
002970*-----------------------------------------------------------*
002980* 2000-PROCESS-TRANSACTION - SUBMIT ONE ADD/CHANGE/DELETE    *
002990*                            FOR APPROVAL, OR APPROVE OR     *
003000*                            REJECT THE CHANGE PENDING FOR   *
003010*                            A MASTER LINE                   *
003020*-----------------------------------------------------------*
003030 2000-PROCESS-TRANSACTION.
003040     MOVE 'N' TO WS-MASTER-STALE-SW.
003045     MOVE 'N' TO TOK-UNKNOWN-SW.
003050     IF TRN-LINE-NO NUMERIC
003060         AND TRN-LINE-NO >= 1
003070         AND TRN-LINE-NO <= 4
003080         MOVE 'Y' TO WS-LINE-NO-OK-SW
003090     ELSE
003100         MOVE 'N' TO WS-LINE-NO-OK-SW
003110     END-IF.
003120     IF NOT WS-LINE-NO-OK
003130         OR TRN-USER = SPACES
003140         PERFORM 2500-REJECT-TRANSACTION
003150             THRU 2500-EXIT
003160         GO TO 2000-NEXT-TRANS
003170     END-IF.
003180     PERFORM 2100-FETCH-BEFORE-IMAGE
003190         THRU 2100-EXIT.
003200     PERFORM 2150-FETCH-PENDING
003210         THRU 2150-EXIT.
003220     EVALUATE TRUE
003230         WHEN TRN-ADD
003240             PERFORM 2200-SUBMIT-ADD
003250                 THRU 2200-EXIT
003260         WHEN TRN-CHANGE
003270             PERFORM 2300-SUBMIT-CHANGE
003280                 THRU 2300-EXIT
003290         WHEN TRN-DELETE
003300             PERFORM 2400-SUBMIT-DELETE
003310                 THRU 2400-EXIT
003320         WHEN TRN-APPROVE
003330             PERFORM 3000-APPROVE-PENDING
003340                 THRU 3000-EXIT
003350         WHEN TRN-REJECT
003360             PERFORM 3500-REJECT-PENDING
003370                 THRU 3500-EXIT
003380         WHEN OTHER
003390             PERFORM 2500-REJECT-TRANSACTION
003400                 THRU 2500-EXIT
003410     END-EVALUATE.
003420 2000-NEXT-TRANS.
003430     PERFORM 1100-READ-TRANSACTION
003440         THRU 1100-EXIT.
003450 2000-EXIT.
003460     EXIT.
003470*
003480*-----------------------------------------------------------*
003490* 2100-FETCH-BEFORE-IMAGE - READ THE CURRENT MASTER RECORD   *
003500*                           FOR THE TRANSACTION SHIFT CODE   *
003510*-----------------------------------------------------------*
003520 2100-FETCH-BEFORE-IMAGE.
003530     MOVE 'N' TO WS-MASTER-FOUND-SW.
003540     MOVE SPACES TO WS-BEFORE-TEXT.
003550     MOVE SPACE TO WS-BEFORE-SEV.
003560     MOVE TRN-SHIFT-CODE TO MSG-SHIFT-CODE.
003570     MOVE TRN-LINE-NO TO MSG-LINE-NO.
003580     READ MSGMAST
003590         INVALID KEY
003600             MOVE 'N' TO WS-MASTER-FOUND-SW
003610         NOT INVALID KEY
003620             MOVE 'Y' TO WS-MASTER-FOUND-SW
003630             MOVE MSG-TEXT TO WS-BEFORE-TEXT
003640             MOVE MSG-SEVERITY TO WS-BEFORE-SEV
003650     END-READ.
003660 2100-EXIT.
003670     EXIT.
003680*
003690*-----------------------------------------------------------*
003700* 2150-FETCH-PENDING - READ THE CHANGE, IF ANY, ALREADY      *
003710*                      WAITING FOR APPROVAL ON THIS LINE     *
003720*-----------------------------------------------------------*
003730 2150-FETCH-PENDING.
003740     MOVE TRN-SHIFT-CODE TO PND-SHIFT-CODE.
003750     MOVE TRN-LINE-NO TO PND-LINE-NO.
003760     READ MSGPEND
003770         INVALID KEY
003780             MOVE 'N' TO WS-PENDING-FOUND-SW
003790         NOT INVALID KEY
003800             MOVE 'Y' TO WS-PENDING-FOUND-SW
003810     END-READ.
003820 2150-EXIT.
003830     EXIT.
003840*
003850*-----------------------------------------------------------*
003860* 2200-SUBMIT-ADD - FILE A NEW MASTER LINE FOR APPROVAL.  AN *
003870*                   ADD FOR A LINE ALREADY ON FILE, OR FOR A *
003876*                   LINE WITH A CHANGE ALREADY PENDING, OR   *
003882*                   WITH AN UNKNOWN SUBSTITUTION TOKEN, IS   *
003890*                   REJECTED.                                *
003900*-----------------------------------------------------------*
003910 2200-SUBMIT-ADD.
003920     IF WS-PENDING-FOUND
003930         OR WS-MASTER-FOUND
003940         PERFORM 2500-REJECT-TRANSACTION
003950             THRU 2500-EXIT
003960         GO TO 2200-EXIT
003970     END-IF.
003980     IF TRN-TEXT = SPACES
003990         OR NOT TRN-SEV-VALID
004000         PERFORM 2500-REJECT-TRANSACTION
004010             THRU 2500-EXIT
004020         GO TO 2200-EXIT
004030     END-IF.
004031     PERFORM 2950-CHECK-TOKENS
004032         THRU 2950-EXIT.
004033     IF TOK-UNKNOWN-FOUND
004034         PERFORM 2500-REJECT-TRANSACTION
004035             THRU 2500-EXIT
004036         GO TO 2200-EXIT
004037     END-IF.
004040     PERFORM 2900-WRITE-PENDING
004050         THRU 2900-EXIT.
004060 2200-EXIT.
004070     EXIT.
004080*
004090*-----------------------------------------------------------*
004100* 2300-SUBMIT-CHANGE - FILE A REPLACEMENT FOR AN EXISTING    *
004110*                      MASTER LINE FOR APPROVAL.  A CHANGE   *
004120*                      FOR A LINE NOT ON FILE, WITH BLANK    *
004126*                      TEXT OR AN UNKNOWN SUBSTITUTION       *
004132*                      TOKEN, OR WITH A CHANGE ALREADY       *
004140*                      PENDING IS REJECTED.                  *
004150*-----------------------------------------------------------*
004160 2300-SUBMIT-CHANGE.
004170     IF WS-PENDING-FOUND
004180         OR NOT WS-MASTER-FOUND
004190         PERFORM 2500-REJECT-TRANSACTION
004200             THRU 2500-EXIT
004210         GO TO 2300-EXIT
004220     END-IF.
004230     IF TRN-TEXT = SPACES
004240         OR NOT TRN-SEV-VALID
004241         PERFORM 2500-REJECT-TRANSACTION
004242             THRU 2500-EXIT
004243         GO TO 2300-EXIT
004244     END-IF.
004245     PERFORM 2950-CHECK-TOKENS
004246         THRU 2950-EXIT.
004247     IF TOK-UNKNOWN-FOUND
004250         PERFORM 2500-REJECT-TRANSACTION
004260             THRU 2500-EXIT
004270         GO TO 2300-EXIT
004280     END-IF.
004290     PERFORM 2900-WRITE-PENDING
004300         THRU 2900-EXIT.
004310 2300-EXIT.
004320     EXIT.
004330*
004340*-----------------------------------------------------------*
004350* 2400-SUBMIT-DELETE - FILE THE REMOVAL OF AN EXISTING       *
004360*                      MASTER LINE FOR APPROVAL.  A DELETE   *
004370*                      FOR A LINE NOT ON FILE, OR WITH A     *
004380*                      CHANGE ALREADY PENDING, IS REJECTED.  *
004390*-----------------------------------------------------------*
004400 2400-SUBMIT-DELETE.
004410     IF WS-PENDING-FOUND
004420         OR NOT WS-MASTER-FOUND
004430         PERFORM 2500-REJECT-TRANSACTION
004440             THRU 2500-EXIT
004450         GO TO 2400-EXIT
004460     END-IF.
004470     PERFORM 2900-WRITE-PENDING
004480         THRU 2900-EXIT.
004490 2400-EXIT.
004500     EXIT.
004510*
004520*-----------------------------------------------------------*
004530* 2500-REJECT-TRANSACTION - COUNT AND REPORT A TRANSACTION   *
004540*                           THAT COULD NOT BE PROCESSED.     *
004550*                           THE TESTS RUN IN THE SAME ORDER  *
004560*                           THE PROCESSING PARAGRAPHS MAKE   *
004570*                           THEM.                            *
004580*-----------------------------------------------------------*
004590 2500-REJECT-TRANSACTION.
004600     ADD 1 TO WS-TRANS-REJECTED.
004610     MOVE 8 TO WS-MAINT-RC.
004620     PERFORM 2700-FORMAT-ACTION
004630         THRU 2700-EXIT.
004640     MOVE TRN-USER TO WS-D-USER.
004650     EVALUATE TRUE
004660         WHEN NOT WS-LINE-NO-OK
004670             MOVE 'REJECTED - LINE NUMBER NOT 01-04'
004680                 TO WS-D-DISPOSITION
004690         WHEN TRN-USER = SPACES
004700             MOVE 'REJECTED - NO USER ON TRANSACTION'
004710                 TO WS-D-DISPOSITION
004720         WHEN (TRN-ADD OR TRN-CHANGE OR TRN-DELETE)
004730             AND WS-PENDING-FOUND
004740             MOVE 'REJECTED - CHANGE ALREADY PENDING'
004750                 TO WS-D-DISPOSITION
004760         WHEN TRN-ADD AND WS-MASTER-FOUND
004770             MOVE 'REJECTED - ALREADY ON FILE'
004780                 TO WS-D-DISPOSITION
004790         WHEN (TRN-CHANGE OR TRN-DELETE)
004800             AND NOT WS-MASTER-FOUND
004810             MOVE 'REJECTED - NOT ON FILE'
004820                 TO WS-D-DISPOSITION
004830         WHEN (TRN-ADD OR TRN-CHANGE)
004840             AND TRN-TEXT = SPACES
004850             MOVE 'REJECTED - BLANK MESSAGE TEXT'
004860                 TO WS-D-DISPOSITION
004870         WHEN (TRN-ADD OR TRN-CHANGE)
004880             AND NOT TRN-SEV-VALID
004890             MOVE 'REJECTED - BAD SEVERITY CODE'
004892                 TO WS-D-DISPOSITION
004894         WHEN (TRN-ADD OR TRN-CHANGE)
004896             AND TOK-UNKNOWN-FOUND
004898             MOVE 'REJECTED - UNKNOWN SUBSTITUTION TOKEN'
004900                 TO WS-D-DISPOSITION
004910         WHEN (TRN-APPROVE OR TRN-REJECT)
004920             AND NOT WS-PENDING-FOUND
004930             MOVE 'REJECTED - NO CHANGE PENDING'
004940                 TO WS-D-DISPOSITION
004950         WHEN TRN-APPROVE
004960             AND TRN-USER = PND-SUBMIT-USER
004970             MOVE 'REJECTED - SUBMITTER CANNOT APPROVE'
004980                 TO WS-D-DISPOSITION
004990         WHEN TRN-APPROVE AND WS-MASTER-STALE
005000             MOVE 'REJECTED - MASTER CHANGED SINCE SUBMIT'
005010                 TO WS-D-DISPOSITION
005020         WHEN OTHER
005030             MOVE 'REJECTED - INVALID ACTION CODE'
005040                 TO WS-D-DISPOSITION
005050     END-EVALUATE.
005060     MOVE WS-DETAIL-LINE TO RPT-LINE.
005070     WRITE RPT-LINE.
005080 2500-EXIT.
005090     EXIT.
005100*
005110*-----------------------------------------------------------*
005120* 2600-PRINT-IMAGES - PRINT THE TRANSACTION DISPOSITION WITH *
005130*                     THE BEFORE AND AFTER RECORD IMAGES.    *
005140*                     THE CALLER SETS THE DISPOSITION, THE   *
005150*                     USER, AND THE AFTER IMAGE.             *
005160*-----------------------------------------------------------*
005170 2600-PRINT-IMAGES.
005180     PERFORM 2700-FORMAT-ACTION
005190         THRU 2700-EXIT.
005200     MOVE WS-DETAIL-LINE TO RPT-LINE.
005210     WRITE RPT-LINE.
005220     MOVE 'BEFORE' TO WS-I-TAG.
005230     MOVE WS-BEFORE-SEV TO WS-I-SEV.
005240     IF WS-MASTER-FOUND
005250         MOVE WS-BEFORE-TEXT TO WS-I-TEXT
005260     ELSE
005270         MOVE '*NO RECORD*' TO WS-I-TEXT
005280     END-IF.
005290     MOVE WS-IMAGE-LINE TO RPT-LINE.
005300     WRITE RPT-LINE.
005310     MOVE 'AFTER' TO WS-I-TAG.
005320     IF WS-AFTER-IS-DELETE
005330         MOVE SPACE TO WS-I-SEV
005340         MOVE '*NO RECORD*' TO WS-I-TEXT
005350     ELSE
005360         MOVE WS-APPLY-SEVERITY TO WS-I-SEV
005370         MOVE WS-AFTER-TEXT TO WS-I-TEXT
005380     END-IF.
005390     MOVE WS-IMAGE-LINE TO RPT-LINE.
005400     WRITE RPT-LINE.
005410 2600-EXIT.
005420     EXIT.
005430*
005440*-----------------------------------------------------------*
005450* 2700-FORMAT-ACTION - EXPAND THE ONE-BYTE ACTION CODE FOR   *
005460*                      THE REPORT DETAIL LINE                *
005470*-----------------------------------------------------------*
005480 2700-FORMAT-ACTION.
005490     EVALUATE TRUE
005500         WHEN TRN-ADD
005510             MOVE 'ADD' TO WS-D-ACTION
005520         WHEN TRN-CHANGE
005530             MOVE 'CHANGE' TO WS-D-ACTION
005540         WHEN TRN-DELETE
005550             MOVE 'DELETE' TO WS-D-ACTION
005560         WHEN TRN-APPROVE
005570             MOVE 'APPROVE' TO WS-D-ACTION
005580         WHEN TRN-REJECT
005590             MOVE 'REJECT' TO WS-D-ACTION
005600         WHEN OTHER
005610             MOVE TRN-ACTION TO WS-D-ACTION
005620     END-EVALUATE.
005630     MOVE TRN-SHIFT-CODE TO WS-D-SHIFT.
005640     MOVE TRN-LINE-NO TO WS-D-LINE-NO.
005650 2700-EXIT.
005660     EXIT.
005670*
005680*-----------------------------------------------------------*
005690* 2800-RESOLVE-SEVERITY - A BLANK TRANSACTION SEVERITY       *
005700*                         DEFAULTS TO INFORMATIONAL          *
005710*-----------------------------------------------------------*
005720 2800-RESOLVE-SEVERITY.
005730     IF TRN-SEVERITY = SPACE
005740         MOVE 'I' TO WS-APPLY-SEVERITY
005750     ELSE
005760         MOVE TRN-SEVERITY TO WS-APPLY-SEVERITY
005770     END-IF.
005780 2800-EXIT.
005790     EXIT.
005800*
005810*-----------------------------------------------------------*
005820* 2900-WRITE-PENDING - FILE AN EDITED ADD/CHANGE/DELETE IN   *
005830*                      THE PENDING-CHANGE FILE AND PRINT     *
005840*                      WHAT IT WILL DO ONCE APPROVED         *
005850*-----------------------------------------------------------*
005860 2900-WRITE-PENDING.
005870     PERFORM 2800-RESOLVE-SEVERITY
005880         THRU 2800-EXIT.
005890     ACCEPT WS-CURRENT-TIME FROM TIME.
005900     MOVE TRN-SHIFT-CODE TO PND-SHIFT-CODE.
005910     MOVE TRN-LINE-NO TO PND-LINE-NO.
005920     MOVE TRN-ACTION TO PND-ACTION.
005930     MOVE WS-APPLY-SEVERITY TO PND-SEVERITY.
005940     MOVE TRN-TEXT TO PND-TEXT.
005950     MOVE TRN-USER TO PND-SUBMIT-USER.
005960     MOVE WS-CURRENT-DATE TO PND-SUBMIT-DATE.
005970     MOVE WS-CURRENT-TIME TO PND-SUBMIT-TIME.
005980     MOVE 'BTCH' TO PND-ORIGIN.
005990     WRITE MSG-PENDING-RECORD.
006000     ADD 1 TO WS-TRANS-SUBMITTED.
006010     MOVE TRN-ACTION TO WS-AFTER-ACTION.
006020     MOVE TRN-TEXT TO WS-AFTER-TEXT.
006030     MOVE TRN-USER TO WS-D-USER.
006040     MOVE 'PENDING APPROVAL' TO WS-D-DISPOSITION.
006050     PERFORM 2600-PRINT-IMAGES
006060         THRU 2600-EXIT.
006070 2900-EXIT.
006071     EXIT.
006072*
006073*-----------------------------------------------------------*
006074* 2950-CHECK-TOKENS - EVERY AMPERSAND IN THE TRANSACTION     *
006075*                     TEXT MUST START ONE OF THE TOKENS VARS *
006076*                     RESOLVES, PERIOD INCLUDED              *
006077*-----------------------------------------------------------*
006078 2950-CHECK-TOKENS.
006079     MOVE 'N' TO TOK-UNKNOWN-SW.
006080     MOVE TRN-TEXT TO TOK-SCAN-TEXT.
006081     MOVE 1 TO TOK-SCAN-POS.
006082     PERFORM 2960-CHECK-TOKEN-AT
006083         THRU 2960-EXIT
006084         UNTIL TOK-SCAN-POS > 78
006085             OR TOK-UNKNOWN-FOUND.
006086 2950-EXIT.
006087     EXIT.
006088*
006089*-----------------------------------------------------------*
006090* 2960-CHECK-TOKEN-AT - TEST THE TEXT AT ONE POSITION AND    *
006091*                       STEP THE SCAN POSITION               *
006092*-----------------------------------------------------------*
006093 2960-CHECK-TOKEN-AT.
006094     IF TOK-SCAN-TEXT (TOK-SCAN-POS:1) = '&'
006095         SET TOK-IDX TO 1
006096         SEARCH TOK-ENTRY
006097             AT END
006098                 MOVE 'Y' TO TOK-UNKNOWN-SW
006099             WHEN TOK-SCAN-TEXT (TOK-SCAN-POS:TOK-LEN (TOK-IDX))
006100                     = TOK-NAME (TOK-IDX)
006101                 CONTINUE
006102         END-SEARCH
006103     END-IF.
006104     ADD 1 TO TOK-SCAN-POS.
006105 2960-EXIT.
006106     EXIT.
006107*
006108*-----------------------------------------------------------*
006110* 3000-APPROVE-PENDING - APPLY THE CHANGE PENDING FOR THIS   *
006120*                        LINE.  THE APPROVER MUST NOT BE THE *
006130*                        SUBMITTER, AND THE MASTER MUST      *
006140*                        STILL BE IN THE STATE THE CHANGE    *
006150*                        WAS EDITED AGAINST.  THE CHANGE IS  *
006160*                        APPLIED, JOURNALED, AND REMOVED     *
006170*                        FROM THE PENDING FILE.              *
006180*-----------------------------------------------------------*
006190 3000-APPROVE-PENDING.
006200     IF NOT WS-PENDING-FOUND
006210         OR TRN-USER = PND-SUBMIT-USER
006220         PERFORM 2500-REJECT-TRANSACTION
006230             THRU 2500-EXIT
006240         GO TO 3000-EXIT
006250     END-IF.
006260     IF (PND-ADD AND WS-MASTER-FOUND)
006270         OR (NOT PND-ADD AND NOT WS-MASTER-FOUND)
006280         MOVE 'Y' TO WS-MASTER-STALE-SW
006290         PERFORM 2500-REJECT-TRANSACTION
006300             THRU 2500-EXIT
006310         GO TO 3000-EXIT
006320     END-IF.
006330     MOVE PND-SHIFT-CODE TO MSG-SHIFT-CODE.
006340     MOVE PND-LINE-NO TO MSG-LINE-NO.
006350     MOVE PND-TEXT TO MSG-TEXT.
006360     MOVE PND-SEVERITY TO MSG-SEVERITY.
006370     EVALUATE TRUE
006380         WHEN PND-ADD
006390             WRITE MSG-MASTER-RECORD
006400         WHEN PND-CHANGE
006410             REWRITE MSG-MASTER-RECORD
006420         WHEN PND-DELETE
006430             DELETE MSGMAST
006440     END-EVALUATE.
006450     PERFORM 3200-WRITE-JOURNAL
006460         THRU 3200-EXIT.
006470     IF WS-MAINT-RC = 16
006480         GO TO 3000-EXIT
006490     END-IF.
006500     DELETE MSGPEND.
006510     ADD 1 TO WS-TRANS-APPLIED.
006520     MOVE PND-ACTION TO WS-AFTER-ACTION.
006530     MOVE PND-TEXT TO WS-AFTER-TEXT.
006540     MOVE PND-SEVERITY TO WS-APPLY-SEVERITY.
006550     MOVE TRN-USER TO WS-D-USER.
006560     MOVE SPACES TO WS-D-DISPOSITION.
006570     STRING 'APPLIED - SUBMITTED BY ' DELIMITED BY SIZE
006580            PND-SUBMIT-USER DELIMITED BY SPACE
006590       INTO WS-D-DISPOSITION.
006600     PERFORM 2600-PRINT-IMAGES
006610         THRU 2600-EXIT.
006620 3000-EXIT.
006630     EXIT.
006640*
006650*-----------------------------------------------------------*
006660* 3200-WRITE-JOURNAL - RECORD THE APPLIED CHANGE WITH ITS    *
006670*                      BEFORE AND AFTER IMAGES.  TWO CHANGES *
006680*                      APPLIED TO THE SAME LINE IN THE SAME  *
006690*                      HUNDREDTH OF A SECOND ARE KEPT APART  *
006700*                      BY STEPPING THE APPLY TIME.  ANY      *
006710*                      OTHER WRITE FAILURE STOPS THE RUN -   *
006720*                      NO FURTHER CHANGE MAY BE APPLIED      *
006730*                      WITHOUT ITS JOURNAL ENTRY.            *
006740*-----------------------------------------------------------*
006750 3200-WRITE-JOURNAL.
006760     ACCEPT WS-CURRENT-TIME FROM TIME.
006770     MOVE WS-CURRENT-DATE TO JRN-APPLY-DATE.
006780     MOVE WS-CURRENT-TIME TO JRN-APPLY-TIME.
006790     MOVE PND-SHIFT-CODE TO JRN-SHIFT-CODE.
006800     MOVE PND-LINE-NO TO JRN-LINE-NO.
006810     MOVE PND-ACTION TO JRN-ACTION.
006820     MOVE PND-SUBMIT-USER TO JRN-SUBMIT-USER.
006830     MOVE PND-SUBMIT-DATE TO JRN-SUBMIT-DATE.
006840     MOVE PND-SUBMIT-TIME TO JRN-SUBMIT-TIME.
006850     MOVE TRN-USER TO JRN-APPROVE-USER.
006860     MOVE PND-ORIGIN TO JRN-ORIGIN.
006870     MOVE WS-MASTER-FOUND-SW TO JRN-BEFORE-FOUND.
006880     MOVE WS-BEFORE-SEV TO JRN-BEFORE-SEVERITY.
006890     MOVE WS-BEFORE-TEXT TO JRN-BEFORE-TEXT.
006900     IF PND-DELETE
006910         MOVE 'N' TO JRN-AFTER-FOUND
006920         MOVE SPACE TO JRN-AFTER-SEVERITY
006930         MOVE SPACES TO JRN-AFTER-TEXT
006940     ELSE
006950         MOVE 'Y' TO JRN-AFTER-FOUND
006960         MOVE PND-SEVERITY TO JRN-AFTER-SEVERITY
006970         MOVE PND-TEXT TO JRN-AFTER-TEXT
006980     END-IF.
006990     MOVE 'N' TO WS-JOURNAL-DONE-SW.
007000     PERFORM 3250-WRITE-JOURNAL-RECORD
007010         THRU 3250-EXIT
007020         UNTIL WS-JOURNAL-DONE.
007030 3200-EXIT.
007040     EXIT.
007050*
007060*-----------------------------------------------------------*
007070* 3250-WRITE-JOURNAL-RECORD - ONE ATTEMPT AT THE JOURNAL     *
007080*                             WRITE                          *
007090*-----------------------------------------------------------*
007100 3250-WRITE-JOURNAL-RECORD.
007110     WRITE MSG-JOURNAL-RECORD
007120         INVALID KEY
007130             CONTINUE
007140     END-WRITE.
007150     EVALUATE TRUE
007160         WHEN WS-MSGJRNL-STATUS = '00'
007170             MOVE 'Y' TO WS-JOURNAL-DONE-SW
007180         WHEN WS-MSGJRNL-STATUS = '22'
007190             AND JRN-APPLY-TIME < 23595999
007200             ADD 1 TO JRN-APPLY-TIME
007210         WHEN OTHER
007220             MOVE 'Y' TO WS-JOURNAL-DONE-SW
007230             MOVE 16 TO WS-MAINT-RC
007240             MOVE 'Y' TO WS-TRANSIN-EOF-SW
007250             MOVE SPACES TO RPT-LINE
007260             STRING 'MSGJRNL WRITE FAILED - STATUS '
007270                                  DELIMITED BY SIZE
007280                    WS-MSGJRNL-STATUS DELIMITED BY SIZE
007290                    ' - MASTER LINE '  DELIMITED BY SIZE
007300                    PND-SHIFT-CODE     DELIMITED BY SIZE
007310                    '/'                DELIMITED BY SIZE
007320                    PND-LINE-NO        DELIMITED BY SIZE
007330                    ' APPLIED BUT NOT JOURNALED - RUN STOPPED'
007340                                       DELIMITED BY SIZE
007350               INTO RPT-LINE
007360             WRITE RPT-LINE
007370     END-EVALUATE.
007380 3250-EXIT.
007390     EXIT.
007400*
007410*-----------------------------------------------------------*
007420* 3500-REJECT-PENDING - DISCARD THE CHANGE PENDING FOR THIS  *
007430*                       LINE WITHOUT APPLYING IT.  EITHER    *
007440*                       THE REVIEWER (DECLINING IT) OR THE   *
007450*                       SUBMITTER (WITHDRAWING IT) MAY DO    *
007460*                       THIS.                                *
007470*-----------------------------------------------------------*
007480 3500-REJECT-PENDING.
007490     IF NOT WS-PENDING-FOUND
007500         PERFORM 2500-REJECT-TRANSACTION
007510             THRU 2500-EXIT
007520         GO TO 3500-EXIT
007530     END-IF.
007540     DELETE MSGPEND.
007550     ADD 1 TO WS-TRANS-DISCARDED.
007560     PERFORM 2700-FORMAT-ACTION
007570         THRU 2700-EXIT.
007580     MOVE TRN-USER TO WS-D-USER.
007590     MOVE SPACES TO WS-D-DISPOSITION.
007600     STRING 'DISCARDED - SUBMITTED BY ' DELIMITED BY SIZE
007610            PND-SUBMIT-USER DELIMITED BY SPACE
007620       INTO WS-D-DISPOSITION.
007630     MOVE WS-DETAIL-LINE TO RPT-LINE.
007640     WRITE RPT-LINE.
007650 3500-EXIT.
007660     EXIT.
007670*
007680*-----------------------------------------------------------*
007690* 8000-LIST-PENDING - PRINT EVERY CHANGE STILL WAITING FOR A *
007700*                     SECOND USER, SO THE APPROVER HAS THE   *
007710*                     LIST IN FRONT OF THEM                  *
007720*-----------------------------------------------------------*
007730 8000-LIST-PENDING.
007740     MOVE SPACES TO RPT-LINE.
007750     WRITE RPT-LINE.
007760     MOVE WS-PENDING-HEADING TO RPT-LINE.
007770     WRITE RPT-LINE.
007780     MOVE LOW-VALUES TO PND-KEY.
007790     START MSGPEND KEY NOT LESS THAN PND-KEY
007800         INVALID KEY
007810             MOVE 'Y' TO WS-PENDING-EOF-SW
007820     END-START.
007830     PERFORM 8100-LIST-ONE-PENDING
007840         THRU 8100-EXIT
007850         UNTIL WS-PENDING-EOF.
007860 8000-EXIT.
007870     EXIT.
007880*
007890*-----------------------------------------------------------*
007900* 8100-LIST-ONE-PENDING - PRINT THE NEXT PENDING CHANGE      *
007910*-----------------------------------------------------------*
007920 8100-LIST-ONE-PENDING.
007930     READ MSGPEND NEXT RECORD
007940         AT END
007950             MOVE 'Y' TO WS-PENDING-EOF-SW
007960             GO TO 8100-EXIT
007970     END-READ.
007980     ADD 1 TO WS-PENDING-LISTED.
007990     EVALUATE TRUE
008000         WHEN PND-ADD
008010             MOVE 'ADD' TO WS-P-ACTION
008020         WHEN PND-CHANGE
008030             MOVE 'CHANGE' TO WS-P-ACTION
008040         WHEN PND-DELETE
008050             MOVE 'DELETE' TO WS-P-ACTION
008060         WHEN OTHER
008070             MOVE PND-ACTION TO WS-P-ACTION
008080     END-EVALUATE.
008090     MOVE PND-SHIFT-CODE TO WS-P-SHIFT.
008100     MOVE PND-LINE-NO TO WS-P-LINE-NO.
008110     MOVE PND-SUBMIT-USER TO WS-P-USER.
008120     MOVE PND-SUBMIT-DATE TO WS-P-DATE.
008130     MOVE PND-SUBMIT-TIME (1:6) TO WS-P-TIME.
008140     MOVE PND-ORIGIN TO WS-P-ORIGIN.
008150     MOVE WS-PENDING-LINE TO RPT-LINE.
008160     WRITE RPT-LINE.
008170 8100-EXIT.
008180     EXIT.
008190*
008200*-----------------------------------------------------------*
008210* 9000-TERMINATE - LIST THE PENDING CHANGES, PRINT THE       *
008220*                  CONTROL TOTALS, AND CLOSE FILES           *
008230*-----------------------------------------------------------*
008240 9000-TERMINATE.
008250     IF WS-FILES-OPEN
008260         PERFORM 8000-LIST-PENDING
008270             THRU 8000-EXIT
008280     END-IF.
008290     MOVE SPACES TO RPT-LINE.
008300     WRITE RPT-LINE.
008310     MOVE WS-TRANS-READ TO WS-COUNT-EDIT.
008320     STRING 'TRANSACTIONS READ:     ' DELIMITED BY SIZE
008330            WS-COUNT-EDIT             DELIMITED BY SIZE
008340       INTO RPT-LINE.
008350     WRITE RPT-LINE.
008360     MOVE SPACES TO RPT-LINE.
008370     MOVE WS-TRANS-SUBMITTED TO WS-COUNT-EDIT.
008380     STRING 'CHANGES SUBMITTED:     ' DELIMITED BY SIZE
008390            WS-COUNT-EDIT             DELIMITED BY SIZE
008400       INTO RPT-LINE.
008410     WRITE RPT-LINE.
008420     MOVE SPACES TO RPT-LINE.
008430     MOVE WS-TRANS-APPLIED TO WS-COUNT-EDIT.
008440     STRING 'CHANGES APPLIED:       ' DELIMITED BY SIZE
008450            WS-COUNT-EDIT             DELIMITED BY SIZE
008460       INTO RPT-LINE.
008470     WRITE RPT-LINE.
008480     MOVE SPACES TO RPT-LINE.
008490     MOVE WS-TRANS-DISCARDED TO WS-COUNT-EDIT.
008500     STRING 'CHANGES DISCARDED:     ' DELIMITED BY SIZE
008510            WS-COUNT-EDIT             DELIMITED BY SIZE
008520       INTO RPT-LINE.
008530     WRITE RPT-LINE.
008540     MOVE SPACES TO RPT-LINE.
008550     MOVE WS-TRANS-REJECTED TO WS-COUNT-EDIT.
008560     STRING 'TRANSACTIONS REJECTED: ' DELIMITED BY SIZE
008570            WS-COUNT-EDIT             DELIMITED BY SIZE
008580       INTO RPT-LINE.
008590     WRITE RPT-LINE.
008600     MOVE SPACES TO RPT-LINE.
008610     MOVE WS-PENDING-LISTED TO WS-COUNT-EDIT.
008620     STRING 'STILL AWAITING APPROVAL: ' DELIMITED BY SIZE
008630            WS-COUNT-EDIT             DELIMITED BY SIZE
008640       INTO RPT-LINE.
008650     WRITE RPT-LINE.
008660     IF WS-FILES-OPEN
008670         CLOSE MSGMAST
008680         CLOSE MSGPEND
008690         CLOSE MSGJRNL
008700         CLOSE TRANSIN
008710     END-IF.
008720     CLOSE MNTRPT.
008730 9000-EXIT.
008740     EXIT.
