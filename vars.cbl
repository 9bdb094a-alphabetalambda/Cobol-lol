001240*                 override uses.  A missing PROCCAL dataset   *
001250*                 or a date with no record means a normal     *
001260*                 processing day, as before.                  *
001261* 2026-10-15 RLS  Shift master and schedule text may carry    *
001262*                 substitution tokens (MSGTOK copybook) for   *
001263*                 the run date and shift, the PROCCAL holiday *
001264*                 description, the prior window's close time  *
001265*                 from WINSTATE, and the prior cycle's worst  *
001266*                 step condition code from STEPRSLT.  They    *
001267*                 are resolved once the message is validated, *
001268*                 so the console, AUDITLOG, and PAGEEXT all   *
001269*                 carry the resolved text.                    *
001270* 2026-10-15 RLS  Planned-maintenance suppression.  Before a  *
001271*                 page is written the MAINTWIN window file is *
001272*                 checked; a page whose run time and          *
001273*                 destination fall inside a window goes to    *
001274*                 the HELDPAGE held-page file instead of      *
001275*                 PAGEEXT, for VARSREL to release once the    *
001276*                 window has ended.                           *
001277* 2026-10-15 RLS  Each PAGEEXT batch (every open that writes  *
001278*                 a page) is bracketed by a header and a      *
001279*                 trailer carrying the page count and a hash  *
001280*                 total, so a truncated or doubled transfer   *
001281*                 to the gateway can be recognised.           *
001282* 2026-10-15 RLS  Every page now carries the on-call contact  *
001283*                 the ROSTER names as primary for its         *
001284*                 destination, shift, and run date; blank     *
001285*                 when nobody is rostered or the roster       *
001286*                 cannot be opened.                           *
001287* 2026-10-15 RLS  A window VARSEND left FAILED is treated as  *
001288*                 a restart just as one still open is, and a  *
001289*                 restart (detected or requested by PARM)     *
001290*                 sets the window back to OPEN with its       *
001291*                 original open time instead of stamping a    *
001292*                 new one, so the VARSRST gates skip steps    *
001293*                 that already ended clean. A PARM restart    *
001294*                 with no window for today resumes            *
001295*                 yesterday's.                                *
001296*-----------------------------------------------------------*
001297 ENVIRONMENT DIVISION.
001298 CONFIGURATION SECTION.
001300 SPECIAL-NAMES.
001310     CONSOLE IS OPERCONS.
001320 INPUT-OUTPUT SECTION.
001580         ACCESS MODE IS RANDOM
001590         RECORD KEY IS WST-KEY
001600         FILE STATUS IS WS-WINSTATE-STATUS.
001602     SELECT STEPRSLT ASSIGN TO STEPRSLT
001604         ORGANIZATION IS SEQUENTIAL
001606         FILE STATUS IS WS-STEPRSLT-STATUS.
001607     SELECT MAINTWIN ASSIGN TO MAINTWIN
001608         ORGANIZATION IS SEQUENTIAL
001609         FILE STATUS IS WS-MAINTWIN-STATUS.
001610     SELECT HELDPAGE ASSIGN TO HELDPAGE
001611         ORGANIZATION IS SEQUENTIAL
001612         FILE STATUS IS WS-HELDPAGE-STATUS.
001613     SELECT ROSTER ASSIGN TO ROSTER
001614         ORGANIZATION IS INDEXED
001615         ACCESS MODE IS DYNAMIC
001616         RECORD KEY IS ROS-KEY
001617         FILE STATUS IS WS-ROSTER-STATUS.
001618*
001620 DATA DIVISION.
001630 FILE SECTION.
001640 FD  PARMFILE
002070*
002080 FD  WINSTATE.
002090     COPY winstat.
002092*
002094 FD  STEPRSLT
002096     RECORDING MODE IS F.
002098     COPY steprec.
002099*
002100 FD  MAINTWIN
002101     RECORDING MODE IS F.
002102     COPY maintwin.
002103*
002104 FD  HELDPAGE
002105     RECORDING MODE IS F.
002106     COPY heldrec.
002107*
002108 FD  ROSTER.
002109     COPY rosrec.
002110 WORKING-STORAGE SECTION.
002115*
002120*-----------------------------------------------------------*
002130* SWITCHES                                                  *
002140*-----------------------------------------------------------*
002500     05  WS-WINSTATE-STATUS      PIC X(02) VALUE '00'.
002510     05  WS-WINSTATE-FOUND-SW    PIC X(01) VALUE 'N'.
002520         88  WS-WINSTATE-FOUND              VALUE 'Y'.
002527     05  WS-WINDOW-RESUMED-SW    PIC X(01) VALUE 'N'.
002534         88  WS-WINDOW-RESUMED              VALUE 'Y'.
002541     05  WS-STEPRSLT-STATUS      PIC X(02) VALUE '00'.
002542     05  WS-STEPRSLT-EOF-SW      PIC X(01) VALUE 'N'.
002543         88  WS-STEPRSLT-EOF                VALUE 'Y'.
002544     05  WS-TOKEN-MATCH-SW       PIC X(01) VALUE 'N'.
002545         88  WS-TOKEN-MATCH                 VALUE 'Y'.
002546     05  WS-MAINTWIN-STATUS      PIC X(02) VALUE '00'.
002547     05  WS-MAINTWIN-EOF-SW      PIC X(01) VALUE 'N'.
002548         88  WS-MAINTWIN-EOF                VALUE 'Y'.
002549     05  WS-HELDPAGE-STATUS      PIC X(02) VALUE '00'.
002550     05  WS-PAGE-HELD-SW         PIC X(01) VALUE 'N'.
002551         88  WS-PAGE-HELD                   VALUE 'Y'.
002552     05  WS-ROSTER-STATUS        PIC X(02) VALUE '00'.
002553     05  WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
002554         88  WS-ROSTER-EOF                  VALUE 'Y'.
002555     05  WS-ROSTER-HIT-SW        PIC X(01) VALUE 'N'.
002556         88  WS-ROSTER-HIT                  VALUE 'Y'.
002558*
002560*-----------------------------------------------------------*
002570* MESSAGE VALIDATION RETURN CODE                            *
002580*   0000 = VALID MESSAGE DISPLAYED                          *
002800 01  WS-REQUESTED-SHIFT          PIC X(01) VALUE '1'.
002810 01  WS-CAL-SHIFT-SUB            PIC 9(01) VALUE ZERO.
002820 01  WS-NONPROC-DESC             PIC X(40) VALUE SPACES.
002825 01  WS-CAL-HOLIDAY-DESC         PIC X(40) VALUE SPACES.
002830*-----------------------------------------------------------*
002840* MESSAGE WORK AREA - FOUR 78-BYTE LINES.  EVERY SINGLE-   *
002850*   LINE SOURCE (OVERRIDE, SCHEDULE, RESTART) MOVES INTO    *
003440*-----------------------------------------------------------*
003450 01  WS-ROUTE-SEVERITY           PIC X(01) VALUE 'I'.
003460 01  WS-PAGE-DESTINATION         PIC X(08) VALUE 'CHATONLY'.
003461*
003462*-----------------------------------------------------------*
003463* PLANNED-MAINTENANCE WORK AREA - THE PAGE'S RUN DATE AND    *
003464* HHMM LAID OUT LIKE THE MAINTWIN START AND END STAMPS, AND  *
003465* THE REASON OF THE WINDOW THAT HELD IT                      *
003466*-----------------------------------------------------------*
003467 01  WS-PAGE-STAMP.
003468     05  WS-PGS-DATE             PIC 9(08).
003469     05  WS-PGS-TIME             PIC 9(04).
003470 01  WS-HELD-REASON              PIC X(40) VALUE SPACES.
003471*
003472*-----------------------------------------------------------*
003473* PAGE EXTRACT BATCH CONTROL - THE BATCH HEADER STAMP,      *
003474* AND THE PAGE COUNT AND HASH TOTAL (SUM OF PGX-RUN-TIME)   *
003475* ITS TRAILER CARRIES                                       *
003476*-----------------------------------------------------------*
003477 01  WS-PGX-BATCH-DATE           PIC 9(08) VALUE ZERO.
003478 01  WS-PGX-BATCH-TIME           PIC 9(08) VALUE ZERO.
003479 01  WS-PGX-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
003480 01  WS-PGX-HASH-TOTAL           PIC 9(15) VALUE ZERO.
003481 01  WS-PGX-PAGE-IMAGE           PIC X(349) VALUE SPACES.
003482*
003483*-----------------------------------------------------------*
003484* ON-CALL CONTACT LOOKUP - THE DESTINATION, SHIFT, AND DATE  *
003485* BEING LOOKED UP, AND THE CONTACTS THE ROSTER NAMES         *
003486*-----------------------------------------------------------*
003487 01  WS-ROSTER-LOOKUP.
003488     05  WS-ROSTER-DEST          PIC X(08) VALUE SPACES.
003489     05  WS-ROSTER-SHIFT         PIC X(01) VALUE SPACE.
003490     05  WS-ROSTER-DATE          PIC 9(08) VALUE ZERO.
003491     05  WS-ROSTER-PRIMARY       PIC X(08) VALUE SPACES.
003492     05  WS-ROSTER-BACKUP        PIC X(08) VALUE SPACES.
003494*
003496*-----------------------------------------------------------*
003498* WHERE THE WINNING MESSAGE CAME FROM, FOR THE AUDIT ENTRY   *
003500*-----------------------------------------------------------*
003510 01  WS-MESSAGE-SOURCE           PIC X(08) VALUE SPACES.
003520*
003850* STAMPED CONSOLE DISPLAY LINE                               *
003860*-----------------------------------------------------------*
003870 01  WS-DISPLAY-MESSAGE           PIC X(98) VALUE SPACES.
003871*
003872*-----------------------------------------------------------*
003873* SUBSTITUTION TOKEN NAMES AND SCAN WORK AREA (MSGTOK        *
003874* COPYBOOK), AND THE VALUE EACH TOKEN RESOLVES TO FOR THIS   *
003875* RUN - HELD IN THE SAME ORDER AS THE COPYBOOK TABLE         *
003876*-----------------------------------------------------------*
003877     COPY msgtok.
003878 01  WS-TOKEN-VALUE-TABLE.
003879     05  WS-TOKEN-VALUE-ENTRY OCCURS 5 TIMES.
003880         10  WS-TKV-TEXT          PIC X(40).
003881         10  WS-TKV-LEN           PIC 9(02).
003882 01  WS-TOKEN-COUNT               PIC 9(04) COMP VALUE ZERO.
003883 01  WS-TOKEN-SUB                 PIC 9(02) COMP VALUE ZERO.
003884 01  WS-RESOLVED-LINE             PIC X(78) VALUE SPACES.
003885 01  WS-OUT-POS                   PIC 9(03) COMP VALUE ZERO.
003886 01  WS-PRIOR-DATE                PIC 9(08) VALUE ZERO.
003887 01  WS-RESUME-DATE               PIC 9(08) VALUE ZERO.
003888 01  WS-RESUME-OPEN-TIME          PIC 9(08) VALUE ZERO.
003889 01  WS-PRIOR-WORST-CC            PIC X(04) VALUE SPACES.
003890 01  WS-CLOSE-TIME-EDIT.
003891     05  WS-CTE-HH                PIC 9(02).
003892     05  FILLER                   PIC X(01) VALUE ':'.
003893     05  WS-CTE-MM                PIC 9(02).
003894     05  FILLER                   PIC X(01) VALUE ':'.
003895     05  WS-CTE-SS                PIC 9(02).
003896 LINKAGE SECTION.
003897*
003900*-----------------------------------------------------------*
003910* PARM PASSED IN FROM THE JCL EXEC STATEMENT.  THE HALFWORD  *
003920* BINARY LENGTH FIELD MVS PLACES AHEAD OF THE PARM TEXT MUST *
004840         THRU 1300-EXIT.
004850     PERFORM 1500-CHECK-PROC-CALENDAR
004860         THRU 1500-EXIT.
004862     IF WS-VALIDATION-RC = ZERO
004864         PERFORM 1700-RESOLVE-TOKENS
004866             THRU 1700-EXIT
004868     END-IF.
004870 1000-EXIT.
004880     EXIT.
004890*
008450     IF PRC-CAL-DATE NOT = WS-CURRENT-DATE
008460         GO TO 1510-EXIT
008470     END-IF.
008475     MOVE PRC-HOLIDAY-DESC TO WS-CAL-HOLIDAY-DESC.
008480     IF PRC-SHIFT-EXPECTED (WS-CAL-SHIFT-SUB) NOT = 'Y'
008490         MOVE 'Y' TO WS-NONPROC-SW
008500         MOVE PRC-HOLIDAY-DESC TO WS-NONPROC-DESC
008560*-----------------------------------------------------------*
008570* 1600-CHECK-WINDOW-STATE - READ TODAY'S WINDOW STATE FOR    *
008580*                           THE REQUESTED SHIFT.  A WINDOW   *
008586*                           STILL OPEN, OR LEFT FAILED BY    *
008592*                           VARSEND, MEANS THIS RUN IS A     *
008600*                           RESTART, WITH NO PARM EDIT       *
008610*                           NEEDED; THE RESTART BYTE STILL   *
008612*                           WORKS AS BEFORE, AND WITH NO     *
008614*                           RECORD FOR TODAY IT ALSO PICKS   *
008616*                           UP YESTERDAY'S WINDOW, FOR A     *
008618*                           RESUBMIT AFTER MIDNIGHT.  A      *
008620*                           RESUMED WINDOW KEEPS ITS         *
008622*                           ORIGINAL OPEN TIME.  A MISSING   *
008630*                           STATE DATASET OR RECORD MEANS A  *
008640*                           NORMAL FIRST OPEN.               *
008650*-----------------------------------------------------------*
008690         GO TO 1600-EXIT
008700     END-IF.
008710     MOVE WS-CURRENT-DATE TO WST-RUN-DATE.
008711     PERFORM 1610-READ-RESUMABLE-WINDOW
008712         THRU 1610-EXIT.
008713     IF NOT WS-WINSTATE-FOUND
008714         AND WS-RESTART-RUN
008715         MOVE WS-CURRENT-DATE TO WS-STALE-CUTOFF-N
008716         PERFORM 1260-PREV-CALENDAR-DAY
008717             THRU 1260-EXIT
008718         MOVE WS-STALE-CUTOFF-N TO WST-RUN-DATE
008719         PERFORM 1610-READ-RESUMABLE-WINDOW
008720             THRU 1610-EXIT
008721     END-IF.
008722     CLOSE WINSTATE.
008723     IF WS-WINDOW-RESUMED
008724         AND NOT WS-RESTART-RUN
008725         MOVE 'Y' TO WS-RESTART-SW
008726         DISPLAY 'VARS - WINDOW STILL OPEN OR FAILED FOR THIS '
008727             'DATE/SHIFT - TREATING RUN AS A RESTART'
008728     END-IF.
008729 1600-EXIT.
008730     EXIT.
008731*
008732*-----------------------------------------------------------*
008733* 1610-READ-RESUMABLE-WINDOW - READ ONE RUN DATE'S WINDOW     *
008734*                              STATE FOR THE SHIFT (THE      *
008735*                              CALLER SETS THE RUN DATE) AND *
008736*                              KEEP ITS DATE AND OPEN TIME   *
008737*                              IF IT IS OPEN OR FAILED       *
008738*-----------------------------------------------------------*
008739 1610-READ-RESUMABLE-WINDOW.
008740     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
008741     READ WINSTATE
008745         INVALID KEY
008750             MOVE 'N' TO WS-WINSTATE-FOUND-SW
008760             GO TO 1610-EXIT
008780     END-READ.
008790     MOVE 'Y' TO WS-WINSTATE-FOUND-SW.
008800     IF WST-WINDOW-RESTARTABLE
008810         MOVE 'Y' TO WS-WINDOW-RESUMED-SW
008820         MOVE WST-RUN-DATE TO WS-RESUME-DATE
008830         MOVE WST-OPEN-TIME TO WS-RESUME-OPEN-TIME
008870     END-IF.
008875 1610-EXIT.
008881     EXIT.
008882*
008883*-----------------------------------------------------------*
008884* 1700-RESOLVE-TOKENS - REPLACE ANY SUBSTITUTION TOKENS IN   *
008885*                       SHIFT MASTER OR SCHEDULE TEXT WITH   *
008886*                       THEIR VALUES FOR THIS RUN.  THE      *
008887*                       RESOLVED TEXT ALSO REPLACES THE RAW  *
008888*                       MESSAGE SO THE AUDIT ENTRY KEEPS     *
008889*                       WHAT WAS ACTUALLY SHOWN.  OVERRIDE,  *
008890*                       RESTART, AND DIAGNOSTIC TEXT IS NEVER*
008891*                       SCANNED.  A TOKEN VARSMNT SHOULD HAVE*
008892*                       REFUSED IS LEFT AS KEYED AND NOTED IN*
008893*                       THE JOB LOG.                         *
008894*-----------------------------------------------------------*
008895 1700-RESOLVE-TOKENS.
008896     IF WS-MESSAGE-SOURCE NOT = 'MASTER'
008897         AND WS-MESSAGE-SOURCE NOT = 'SCHEDULE'
008898         GO TO 1700-EXIT
008899     END-IF.
008900     MOVE ZERO TO WS-TOKEN-COUNT.
008901     INSPECT WS-MESSAGE TALLYING WS-TOKEN-COUNT FOR ALL '&'.
008902     IF WS-TOKEN-COUNT = ZERO
008903         GO TO 1700-EXIT
008904     END-IF.
008905     PERFORM 1710-LOAD-TOKEN-VALUES
008906         THRU 1710-EXIT.
008907     MOVE 'N' TO TOK-UNKNOWN-SW.
008908     MOVE 1 TO WS-LINE-SUB.
008909     PERFORM 1750-RESOLVE-LINE
008910         THRU 1750-EXIT
008911         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
008912     MOVE WS-MESSAGE TO WS-RAW-MESSAGE.
008913     IF TOK-UNKNOWN-FOUND
008914         DISPLAY 'VARS - UNKNOWN SUBSTITUTION TOKEN LEFT IN '
008915             'BANNER TEXT - CHECK VARSMNT'
008916     END-IF.
008917 1700-EXIT.
008918     EXIT.
008919*
008920*-----------------------------------------------------------*
008921* 1710-LOAD-TOKEN-VALUES - WORK OUT WHAT EACH TOKEN STANDS   *
008922*                          FOR ON THIS RUN.  "PRIOR" MEANS   *
008923*                          THE SAME SHIFT ON THE PREVIOUS    *
008924*                          CALENDAR DAY.                     *
008925*-----------------------------------------------------------*
008926 1710-LOAD-TOKEN-VALUES.
008927     MOVE SPACES TO WS-TOKEN-VALUE-TABLE.
008928     MOVE WS-CURRENT-DATE TO WS-DATE-EDIT.
008929     MOVE WS-DATE-EDIT TO WS-TKV-TEXT (1).
008930     MOVE 10 TO WS-TKV-LEN (1).
008931     MOVE WS-REQUESTED-SHIFT TO WS-TKV-TEXT (2).
008932     MOVE 1 TO WS-TKV-LEN (2).
008933     IF WS-CAL-HOLIDAY-DESC = SPACES
008934         MOVE 'NONE' TO WS-TKV-TEXT (3)
008935     ELSE
008936         MOVE WS-CAL-HOLIDAY-DESC TO WS-TKV-TEXT (3)
008937     END-IF.
008938     MOVE 40 TO WS-TKV-LEN (3).
008939     PERFORM 1715-TRIM-TOKEN-VALUE
008940         THRU 1715-EXIT.
008941*    THE PRIOR DATE IS THE RUN DATE STEPPED BACK ONE DAY WITH
008942*    THE OVERRIDE STALENESS ARITHMETIC
008943     MOVE WS-CURRENT-DATE TO WS-STALE-CUTOFF-N.
008944     PERFORM 1260-PREV-CALENDAR-DAY
008945         THRU 1260-EXIT.
008946     MOVE WS-STALE-CUTOFF-N TO WS-PRIOR-DATE.
008947     PERFORM 1720-READ-PRIOR-WINDOW
008948         THRU 1720-EXIT.
008949     PERFORM 1730-FIND-PRIOR-WORST-CC
008950         THRU 1730-EXIT.
008951 1710-EXIT.
008952     EXIT.
008953*
008954*-----------------------------------------------------------*
008955* 1715-TRIM-TOKEN-VALUE - DROP THE TRAILING SPACES FROM THE  *
008956*                         HOLIDAY DESCRIPTION SO THE TEXT    *
008957*                         AFTER THE TOKEN CLOSES UP TO IT    *
008958*-----------------------------------------------------------*
008959 1715-TRIM-TOKEN-VALUE.
008960     IF WS-TKV-LEN (3) > 1
008961         AND WS-TKV-TEXT (3) (WS-TKV-LEN (3):1) = SPACE
008962         SUBTRACT 1 FROM WS-TKV-LEN (3)
008963         GO TO 1715-TRIM-TOKEN-VALUE
008964     END-IF.
008965 1715-EXIT.
008966     EXIT.
008967*
008968*-----------------------------------------------------------*
008969* 1720-READ-PRIOR-WINDOW - CLOSE TIME OF THE SHIFT'S PRIOR   *
008970*                          WINDOW.  A WINDOW STILL OPEN SAYS *
008971*                          NOT CLOSED; ONE LEFT FAILED GIVES *
008972*                          ITS CLOSE TIME, AS A CLEAN CLOSE  *
008973*                          DOES; NO STATE FILE OR NO RECORD  *
008974*                          SAYS UNKNOWN.                     *
008975*-----------------------------------------------------------*
008976 1720-READ-PRIOR-WINDOW.
008977     MOVE 'UNKNOWN' TO WS-TKV-TEXT (4).
008978     MOVE 7 TO WS-TKV-LEN (4).
008979     OPEN INPUT WINSTATE.
008980     IF WS-WINSTATE-STATUS NOT = '00'
008981         GO TO 1720-EXIT
008982     END-IF.
008983     MOVE WS-PRIOR-DATE TO WST-RUN-DATE.
008984     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
008985     READ WINSTATE
008986         INVALID KEY
008987             MOVE 'N' TO WS-WINSTATE-FOUND-SW
008988         NOT INVALID KEY
008989             MOVE 'Y' TO WS-WINSTATE-FOUND-SW
008990     END-READ.
008991     CLOSE WINSTATE.
008992     IF NOT WS-WINSTATE-FOUND
008993         GO TO 1720-EXIT
008994     END-IF.
008995     IF WST-WINDOW-OPEN
008996         OR WST-CLOSE-TIME = ZERO
008997         MOVE 'NOT CLOSED' TO WS-TKV-TEXT (4)
008998         MOVE 10 TO WS-TKV-LEN (4)
008999         GO TO 1720-EXIT
009000     END-IF.
009001     MOVE WST-CLOSE-TIME (1:2) TO WS-CTE-HH.
009002     MOVE WST-CLOSE-TIME (3:2) TO WS-CTE-MM.
009003     MOVE WST-CLOSE-TIME (5:2) TO WS-CTE-SS.
009004     MOVE WS-CLOSE-TIME-EDIT TO WS-TKV-TEXT (4).
009005     MOVE 8 TO WS-TKV-LEN (4).
009006 1720-EXIT.
009007     EXIT.
009008*
009009*-----------------------------------------------------------*
009010* 1730-FIND-PRIOR-WORST-CC - WORST CONDITION CODE ANY STEP   *
009011*                            OF THE SHIFT'S PRIOR CYCLE      *
009012*                            RECORDED.  A NON-NUMERIC CODE   *
009013*                            (ABEND) OUTRANKS ANY NUMBER.    *
009014*                            NO STEP RECORDED SAYS NONE.     *
009015*-----------------------------------------------------------*
009016 1730-FIND-PRIOR-WORST-CC.
009017     MOVE SPACES TO WS-PRIOR-WORST-CC.
009018     MOVE 'N' TO WS-STEPRSLT-EOF-SW.
009019     OPEN INPUT STEPRSLT.
009020     IF WS-STEPRSLT-STATUS NOT = '00'
009021         MOVE 'Y' TO WS-STEPRSLT-EOF-SW
009022     ELSE
009023         PERFORM 1735-SCAN-STEP-RESULT
009024             THRU 1735-EXIT
009025             UNTIL WS-STEPRSLT-EOF
009026         CLOSE STEPRSLT
009027     END-IF.
009028     IF WS-PRIOR-WORST-CC = SPACES
009029         MOVE 'NONE' TO WS-TKV-TEXT (5)
009030     ELSE
009031         MOVE WS-PRIOR-WORST-CC TO WS-TKV-TEXT (5)
009032     END-IF.
009033     MOVE 4 TO WS-TKV-LEN (5).
009034 1730-EXIT.
009035     EXIT.
009036*
009037*-----------------------------------------------------------*
009038* 1735-SCAN-STEP-RESULT - TEST ONE STEP OUTCOME AGAINST THE  *
009039*                         WORST FOUND SO FAR                 *
009040*-----------------------------------------------------------*
009041 1735-SCAN-STEP-RESULT.
009042     READ STEPRSLT
009043         AT END
009044             MOVE 'Y' TO WS-STEPRSLT-EOF-SW
009045             GO TO 1735-EXIT
009046     END-READ.
009047     IF STP-RUN-DATE NOT = WS-PRIOR-DATE
009048         OR STP-SHIFT-CODE NOT = WS-REQUESTED-SHIFT
009049         GO TO 1735-EXIT
009050     END-IF.
009051     EVALUATE TRUE
009052         WHEN WS-PRIOR-WORST-CC = SPACES
009053             MOVE STP-COND-CODE TO WS-PRIOR-WORST-CC
009054         WHEN WS-PRIOR-WORST-CC NOT NUMERIC
009055             CONTINUE
009056         WHEN STP-COND-CODE NOT NUMERIC
009057             MOVE STP-COND-CODE TO WS-PRIOR-WORST-CC
009058         WHEN STP-COND-CODE > WS-PRIOR-WORST-CC
009059             MOVE STP-COND-CODE TO WS-PRIOR-WORST-CC
009060     END-EVALUATE.
009061 1735-EXIT.
009062     EXIT.
009063*
009064*-----------------------------------------------------------*
009065* 1750-RESOLVE-LINE - REBUILD ONE MESSAGE LINE WITH ITS      *
009066*                     TOKENS REPLACED, TRUNCATING AT 78      *
009067*                     BYTES, AND STEP THE LINE SUBSCRIPT     *
009068*-----------------------------------------------------------*
009069 1750-RESOLVE-LINE.
009070     MOVE WS-MSG-LINE (WS-LINE-SUB) TO TOK-SCAN-TEXT.
009071     MOVE SPACES TO WS-RESOLVED-LINE.
009072     MOVE 1 TO WS-OUT-POS.
009073     MOVE 1 TO TOK-SCAN-POS.
009074     PERFORM 1760-RESOLVE-POSITION
009075         THRU 1760-EXIT
009076         UNTIL TOK-SCAN-POS > 78.
009077     MOVE WS-RESOLVED-LINE TO WS-MSG-LINE (WS-LINE-SUB).
009078     ADD 1 TO WS-LINE-SUB.
009079 1750-EXIT.
009080     EXIT.
009081*
009082*-----------------------------------------------------------*
009083* 1760-RESOLVE-POSITION - COPY ONE BYTE, OR THE VALUE OF THE *
009084*                         TOKEN THAT STARTS AT THIS POSITION,*
009085*                         TO THE REBUILT LINE                *
009086*-----------------------------------------------------------*
009087 1760-RESOLVE-POSITION.
009088     MOVE 'N' TO WS-TOKEN-MATCH-SW.
009089     IF TOK-SCAN-TEXT (TOK-SCAN-POS:1) = '&'
009090         SET TOK-IDX TO 1
009091         SEARCH TOK-ENTRY
009092             AT END
009093                 MOVE 'Y' TO TOK-UNKNOWN-SW
009094             WHEN TOK-SCAN-TEXT (TOK-SCAN-POS:TOK-LEN (TOK-IDX))
009095                     = TOK-NAME (TOK-IDX)
009096                 MOVE 'Y' TO WS-TOKEN-MATCH-SW
009097         END-SEARCH
009098     END-IF.
009099     IF NOT WS-TOKEN-MATCH
009100         IF WS-OUT-POS <= 78
009101             MOVE TOK-SCAN-TEXT (TOK-SCAN-POS:1)
009102                 TO WS-RESOLVED-LINE (WS-OUT-POS:1)
009103             ADD 1 TO WS-OUT-POS
009104         END-IF
009105         ADD 1 TO TOK-SCAN-POS
009106         GO TO 1760-EXIT
009107     END-IF.
009108     SET WS-TOKEN-SUB TO TOK-IDX.
009109     STRING WS-TKV-TEXT (WS-TOKEN-SUB)
009110                (1:WS-TKV-LEN (WS-TOKEN-SUB)) DELIMITED BY SIZE
009111       INTO WS-RESOLVED-LINE
009112       WITH POINTER WS-OUT-POS
009113       ON OVERFLOW
009114           MOVE 79 TO WS-OUT-POS
009115     END-STRING.
009116     ADD TOK-LEN (TOK-IDX) TO TOK-SCAN-POS.
009117 1760-EXIT.
009118     EXIT.
009119*
009120*-----------------------------------------------------------*
009121* 2000-DISPLAY-MESSAGE - SHOW THE BANNER.  EVERY BANNER GOES *
009122*                        TO THE JOB LOG; WARNING AND         *
009123*                        CRITICAL BANNERS ALSO GO TO THE     *
009124*                        OPERATOR CONSOLE, AND A CRITICAL    *
009125*                        BANNER HOLDS THE STEP UNTIL THE     *
009126*                        OPERATOR ACKNOWLEDGES IT.           *
009127*-----------------------------------------------------------*
009128 2000-DISPLAY-MESSAGE.
009129     MOVE WS-CURRENT-DATE TO WS-DATE-EDIT.
009130     MOVE WS-CURRENT-TIME (1:6) TO WS-TIME-RAW.
009131     MOVE WS-TIME-RAW TO WS-TIME-EDIT.
009132     STRING WS-DATE-EDIT DELIMITED BY SIZE
009133            ' '          DELIMITED BY SIZE
009134            WS-TIME-EDIT DELIMITED BY SIZE
009135            ' '          DELIMITED BY SIZE
009136            WS-MSG-LINE (1) DELIMITED BY SIZE
009137       INTO WS-DISPLAY-MESSAGE.
009138     DISPLAY WS-DISPLAY-MESSAGE.
009139     IF WS-SEV-WARNING OR WS-SEV-CRITICAL
009140         DISPLAY WS-DISPLAY-MESSAGE UPON OPERCONS
009141     END-IF.
009143     MOVE 2 TO WS-LINE-SUB.
009145     PERFORM 2050-DISPLAY-EXTRA-LINE
009150         THRU 2050-EXIT
009160         UNTIL WS-LINE-SUB > WS-LINE-COUNT.
009170     IF WS-SEV-CRITICAL
010210* 3500-RECORD-WINDOW-OPEN - WRITE OR REFRESH THE WINDOW      *
010220*                           STATE RECORD FOR THIS DATE AND   *
010230*                           SHIFT.  A FIRST OPEN (OR A RERUN *
010235*                           AFTER A CLEAN CLOSE) STAMPS THE  *
010240*                           OPEN TIME.  A RESTART OF A       *
010245*                           WINDOW STILL OPEN OR LEFT FAILED *
010250*                           SETS THAT WINDOW'S RECORD BACK   *
010255*                           TO OPEN WITH ITS ORIGINAL OPEN   *
010260*                           TIME, SO THE VARSRST GATES STILL *
010265*                           SEE STEPS THAT ENDED CLEAN.  A   *
010270*                           BRAND-NEW STATE FILE IS CREATED  *
010280*                           ON FIRST USE, AS VARSMNT DOES    *
010290*                           FOR THE MESSAGE MASTER.          *
010300*-----------------------------------------------------------*
010310 3500-RECORD-WINDOW-OPEN.
010350     OPEN I-O WINSTATE.
010360     IF WS-WINSTATE-STATUS = '35'
010370         OPEN OUTPUT WINSTATE
010430             WS-WINSTATE-STATUS
010440         GO TO 3500-EXIT
010450     END-IF.
010452     IF WS-WINDOW-RESUMED
010454         MOVE WS-RESUME-DATE TO WST-RUN-DATE
010456         MOVE WS-RESUME-OPEN-TIME TO WST-OPEN-TIME
010458     ELSE
010460         MOVE WS-CURRENT-DATE TO WST-RUN-DATE
010462         MOVE WS-CURRENT-TIME TO WST-OPEN-TIME
010464     END-IF.
010470     MOVE WS-REQUESTED-SHIFT TO WST-SHIFT-CODE.
010480     MOVE 'OPEN' TO WST-STATUS.
010500     MOVE ZERO TO WST-CLOSE-TIME.
010510     WRITE WINDOW-STATE-RECORD
010520         INVALID KEY
010780     MOVE WS-MESSAGE-SEVERITY TO PGX-SEVERITY.
010790     MOVE WS-PAGE-DESTINATION TO PGX-DESTINATION.
010800     MOVE ZERO TO PGX-ESCALATION.
010802     MOVE 'N' TO PGX-DELAYED-IND.
010803     PERFORM 4700-RESOLVE-CONTACT
010804         THRU 4700-EXIT.
010805     MOVE WS-ROSTER-PRIMARY TO PGX-CONTACT.
010806     PERFORM 4300-CHECK-MAINT-WINDOW
010807         THRU 4300-EXIT.
010808     IF NOT WS-PAGE-HELD
010809         PERFORM 4500-WRITE-EXTRACT-PAGE
010810             THRU 4500-EXIT
010812     END-IF.
010818     PERFORM 4600-CLOSE-PAGE-EXTRACT
010824         THRU 4600-EXIT.
010830 4000-EXIT.
010840     EXIT.
010850*
011140     MOVE 'C' TO PGX-SEVERITY.
011150     MOVE WS-PAGE-DESTINATION TO PGX-DESTINATION.
011160     MOVE ZERO TO PGX-ESCALATION.
011162     MOVE 'N' TO PGX-DELAYED-IND.
011163     PERFORM 4700-RESOLVE-CONTACT
011164         THRU 4700-EXIT.
011165     MOVE WS-ROSTER-PRIMARY TO PGX-CONTACT.
011166     PERFORM 4300-CHECK-MAINT-WINDOW
011167         THRU 4300-EXIT.
011168     IF NOT WS-PAGE-HELD
011169         PERFORM 4500-WRITE-EXTRACT-PAGE
011170             THRU 4500-EXIT
011172     END-IF.
011178     PERFORM 4600-CLOSE-PAGE-EXTRACT
011184         THRU 4600-EXIT.
011190 4100-EXIT.
011200     EXIT.
011210*
011790     END-IF.
011800 4250-EXIT.
011810     EXIT.
011820*
011830*-----------------------------------------------------------*
011840* 4300-CHECK-MAINT-WINDOW - LOOK FOR A PLANNED-MAINTENANCE   *
011850*                           WINDOW COVERING THE PAGE JUST    *
011860*                           BUILT (ITS RUN DATE AND TIME AND *
011870*                           ITS DESTINATION).  A COVERED     *
011880*                           PAGE IS PUT ON THE HELD-PAGE     *
011890*                           FILE INSTEAD OF PAGEEXT.  A      *
011900*                           MISSING WINDOW DATASET MEANS NO  *
011910*                           MAINTENANCE IS PLANNED.          *
011920*-----------------------------------------------------------*
011930 4300-CHECK-MAINT-WINDOW.
011940     MOVE 'N' TO WS-PAGE-HELD-SW.
011950     MOVE 'N' TO WS-MAINTWIN-EOF-SW.
011960     MOVE PGX-RUN-DATE TO WS-PGS-DATE.
011970     MOVE PGX-RUN-TIME (1:4) TO WS-PGS-TIME.
011980     OPEN INPUT MAINTWIN.
011990     IF WS-MAINTWIN-STATUS NOT = '00'
012000         GO TO 4300-EXIT
012010     END-IF.
012020     PERFORM 4350-SCAN-MAINT-WINDOW
012030         THRU 4350-EXIT
012040         UNTIL WS-MAINTWIN-EOF
012050             OR WS-PAGE-HELD.
012060     CLOSE MAINTWIN.
012070     IF WS-PAGE-HELD
012080         PERFORM 4400-HOLD-PAGE
012090             THRU 4400-EXIT
012100     END-IF.
012110 4300-EXIT.
012120     EXIT.
012130*
012140*-----------------------------------------------------------*
012150* 4350-SCAN-MAINT-WINDOW - TEST ONE WINDOW AGAINST THE PAGE  *
012160*                          STAMP AND DESTINATION.  BLANK     *
012170*                          DESTINATIONS COVER EVERY GROUP.   *
012180*-----------------------------------------------------------*
012190 4350-SCAN-MAINT-WINDOW.
012200     READ MAINTWIN
012210         AT END
012220             MOVE 'Y' TO WS-MAINTWIN-EOF-SW
012230             GO TO 4350-EXIT
012240     END-READ.
012250     IF MNW-START NOT NUMERIC
012260         OR MNW-END NOT NUMERIC
012270         GO TO 4350-EXIT
012280     END-IF.
012290     IF WS-PAGE-STAMP < MNW-START
012300         OR WS-PAGE-STAMP > MNW-END
012310         GO TO 4350-EXIT
012320     END-IF.
012330     IF MNW-DESTINATIONS NOT = SPACES
012340         AND MNW-DESTINATION (1) NOT = PGX-DESTINATION
012350         AND MNW-DESTINATION (2) NOT = PGX-DESTINATION
012360         AND MNW-DESTINATION (3) NOT = PGX-DESTINATION
012370         AND MNW-DESTINATION (4) NOT = PGX-DESTINATION
012380         GO TO 4350-EXIT
012390     END-IF.
012400     MOVE 'Y' TO WS-PAGE-HELD-SW.
012410     MOVE MNW-REASON TO WS-HELD-REASON.
012420 4350-EXIT.
012430     EXIT.
012440*
012450*-----------------------------------------------------------*
012460* 4400-HOLD-PAGE - APPEND THE PAGE TO THE HELD-PAGE FILE.    *
012470*                  IF THE HELD FILE CANNOT BE OPENED THE     *
012480*                  PAGE GOES TO PAGEEXT AFTER ALL - A PAGE   *
012490*                  IS NEVER DROPPED.                         *
012500*-----------------------------------------------------------*
012510 4400-HOLD-PAGE.
012520     OPEN EXTEND HELDPAGE.
012530     IF WS-HELDPAGE-STATUS NOT = '00'
012540         DISPLAY 'VARS - HELDPAGE OPEN FAILED - STATUS '
012550             WS-HELDPAGE-STATUS ' - PAGE WRITTEN TO PAGEEXT'
012560         MOVE 'N' TO WS-PAGE-HELD-SW
012570         GO TO 4400-EXIT
012580     END-IF.
012590     MOVE 'H' TO HLD-STATUS.
012600     MOVE ZERO TO HLD-RELEASE-DATE.
012610     MOVE ZERO TO HLD-RELEASE-TIME.
012620     MOVE WS-HELD-REASON TO HLD-REASON.
012630     MOVE PAGE-EXTRACT-RECORD TO HLD-PAGE-IMAGE.
012640     WRITE HELD-PAGE-RECORD.
012650     CLOSE HELDPAGE.
012660     DISPLAY 'VARS - PAGE TO ' PGX-DESTINATION
012670         ' HELD FOR PLANNED MAINTENANCE - ' WS-HELD-REASON.
012680 4400-EXIT.
012690     EXIT.
012700*
012710*-----------------------------------------------------------*
012720* 4500-WRITE-EXTRACT-PAGE - WRITE ONE PAGE TO PAGEEXT.      *
012730*                           THE FIRST PAGE SINCE THE        *
012740*                           OPEN IS PRECEDED BY THE         *
012750*                           BATCH HEADER; EVERY PAGE IS     *
012760*                           COUNTED AND ITS RUN TIME        *
012770*                           ADDED TO THE HASH TOTAL.        *
012780*-----------------------------------------------------------*
012790 4500-WRITE-EXTRACT-PAGE.
012800     IF WS-PGX-BATCH-COUNT = ZERO
012810         MOVE PAGE-EXTRACT-RECORD TO WS-PGX-PAGE-IMAGE
012820         ACCEPT WS-PGX-BATCH-DATE FROM DATE YYYYMMDD
012830         ACCEPT WS-PGX-BATCH-TIME FROM TIME
012840         MOVE SPACES TO PAGE-CONTROL-RECORD
012850         MOVE 'PGXHEADR' TO PGC-RECORD-TYPE
012860         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
012870         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
012880         MOVE 'VARS' TO PGC-PROGRAM
012890         MOVE ZERO TO PGC-RECORD-COUNT
012900         MOVE ZERO TO PGC-HASH-TOTAL
012910         WRITE PAGE-CONTROL-RECORD
012920         MOVE WS-PGX-PAGE-IMAGE TO PAGE-EXTRACT-RECORD
012930     END-IF.
012940     WRITE PAGE-EXTRACT-RECORD.
012950     ADD 1 TO WS-PGX-BATCH-COUNT.
012960     ADD PGX-RUN-TIME TO WS-PGX-HASH-TOTAL.
012970 4500-EXIT.
012980     EXIT.
012990*
013000*-----------------------------------------------------------*
013010* 4600-CLOSE-PAGE-EXTRACT - CLOSE PAGEEXT, FIRST WRITING    *
013020*                           THE BATCH TRAILER WITH THE      *
013030*                           PAGE COUNT AND HASH TOTAL       *
013040*                           WHEN ANY PAGE WAS WRITTEN.      *
013050*                           AN OPEN THAT WROTE NO PAGE      *
013060*                           LEAVES NO BATCH BEHIND.         *
013070*-----------------------------------------------------------*
013080 4600-CLOSE-PAGE-EXTRACT.
013090     IF WS-PGX-BATCH-COUNT > ZERO
013100         MOVE SPACES TO PAGE-CONTROL-RECORD
013110         MOVE 'PGXTRAIL' TO PGC-RECORD-TYPE
013120         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
013130         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
013140         MOVE 'VARS' TO PGC-PROGRAM
013150         MOVE WS-PGX-BATCH-COUNT TO PGC-RECORD-COUNT
013160         MOVE WS-PGX-HASH-TOTAL TO PGC-HASH-TOTAL
013170         WRITE PAGE-CONTROL-RECORD
013180     END-IF.
013190     CLOSE PAGEEXT.
013200     MOVE ZERO TO WS-PGX-BATCH-COUNT.
013210     MOVE ZERO TO WS-PGX-HASH-TOTAL.
013220 4600-EXIT.
013230     EXIT.
013240*
013250*-----------------------------------------------------------*
013260* 4700-RESOLVE-CONTACT - LOOK UP WHO IS ON CALL FOR THE PAGE *
013270*                        JUST BUILT: THE ROSTER ENTRY FOR    *
013280*                        ITS DESTINATION AND SHIFT COVERING  *
013290*                        ITS RUN DATE, ELSE THE ALL-SHIFT    *
013300*                        ENTRY.  NO ENTRY, OR NO ROSTER      *
013310*                        DATASET, LEAVES THE CONTACTS BLANK. *
013320*-----------------------------------------------------------*
013330 4700-RESOLVE-CONTACT.
013340     MOVE SPACES TO WS-ROSTER-PRIMARY.
013350     MOVE SPACES TO WS-ROSTER-BACKUP.
013360     OPEN INPUT ROSTER.
013370     IF WS-ROSTER-STATUS NOT = '00'
013380         GO TO 4700-EXIT
013390     END-IF.
013400     MOVE PGX-DESTINATION TO WS-ROSTER-DEST.
013410     MOVE PGX-SHIFT-CODE TO WS-ROSTER-SHIFT.
013420     MOVE PGX-RUN-DATE TO WS-ROSTER-DATE.
013430     PERFORM 4750-FIND-ROSTER-ENTRY
013440         THRU 4750-EXIT.
013450     IF NOT WS-ROSTER-HIT
013460         MOVE SPACE TO WS-ROSTER-SHIFT
013470         PERFORM 4750-FIND-ROSTER-ENTRY
013480             THRU 4750-EXIT
013490     END-IF.
013500     CLOSE ROSTER.
013510 4700-EXIT.
013520     EXIT.
013530*
013540*-----------------------------------------------------------*
013550* 4750-FIND-ROSTER-ENTRY - POSITION ON THE FIRST ENTRY FOR   *
013560*                          THE DESTINATION AND SHIFT BEING   *
013570*                          LOOKED UP AND READ FORWARD TO THE *
013580*                          ONE WHOSE DATE RANGE COVERS THE   *
013590*                          LOOKUP DATE                       *
013600*-----------------------------------------------------------*
013610 4750-FIND-ROSTER-ENTRY.
013620     MOVE 'N' TO WS-ROSTER-HIT-SW.
013630     MOVE 'N' TO WS-ROSTER-EOF-SW.
013640     MOVE WS-ROSTER-DEST TO ROS-DESTINATION.
013650     MOVE WS-ROSTER-SHIFT TO ROS-SHIFT-CODE.
013660     MOVE ZERO TO ROS-START-DATE.
013670     START ROSTER KEY NOT LESS THAN ROS-KEY
013680         INVALID KEY
013690             MOVE 'Y' TO WS-ROSTER-EOF-SW
013700     END-START.
013710     PERFORM 4760-SCAN-ROSTER-ENTRY
013720         THRU 4760-EXIT
013730         UNTIL WS-ROSTER-EOF.
013740 4750-EXIT.
013750     EXIT.
013760*
013770*-----------------------------------------------------------*
013780* 4760-SCAN-ROSTER-ENTRY - TEST THE NEXT ROSTER ENTRY.  THE  *
013790*                          SCAN STOPS AT THE FIRST ENTRY FOR *
013800*                          ANOTHER DESTINATION OR SHIFT, OR  *
013810*                          STARTING AFTER THE LOOKUP DATE.   *
013820*-----------------------------------------------------------*
013830 4760-SCAN-ROSTER-ENTRY.
013840     READ ROSTER NEXT RECORD
013850         AT END
013860             MOVE 'Y' TO WS-ROSTER-EOF-SW
013870             GO TO 4760-EXIT
013880     END-READ.
013890     IF ROS-DESTINATION NOT = WS-ROSTER-DEST
013900         OR ROS-SHIFT-CODE NOT = WS-ROSTER-SHIFT
013910         OR ROS-START-DATE > WS-ROSTER-DATE
013920         MOVE 'Y' TO WS-ROSTER-EOF-SW
013930         GO TO 4760-EXIT
013940     END-IF.
013950     IF ROS-END-DATE >= WS-ROSTER-DATE
013960         MOVE ROS-PRIMARY-CONTACT TO WS-ROSTER-PRIMARY
013970         MOVE ROS-BACKUP-CONTACT TO WS-ROSTER-BACKUP
013980         MOVE 'Y' TO WS-ROSTER-HIT-SW
013990         MOVE 'Y' TO WS-ROSTER-EOF-SW
014000     END-IF.
014010 4760-EXIT.
014020     EXIT.
