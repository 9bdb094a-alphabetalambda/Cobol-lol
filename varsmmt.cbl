000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. varsmmt.
000030 AUTHOR. LodoreStiffler.
000040* CICS maintenance transaction (VMMT) for the shift message
000050* master, the online companion to the VSTA inquiry.  A shift
000060* supervisor can browse the four lines of one shift message
000070* and add, change, or delete one line without waiting for a
000080* VARSMNT batch run.  Every change goes through the same edits
000090* VARSMNT applies (line number 01-04, severity I/W/C or blank
000100* for I, no blank text on an add or change) and is shown as a
000110* before/after image that must be confirmed before the master
000120* is touched.
000130*
000140* INPUT (CLEAR THE SCREEN, THEN KEY):
000150*   VMMT Bs             - BROWSE SHIFT s, LINES 01-04
000160*   VMMT AsnnvTEXT...   - ADD LINE nn, SEVERITY v
000170*   VMMT CsnnvTEXT...   - CHANGE LINE nn, SEVERITY v
000180*   VMMT Dsnn           - DELETE LINE nn
000190*   VMMT Psnn           - APPROVE THE CHANGE PENDING ON nn
000200*   VMMT Rsnn           - REJECT THE CHANGE PENDING ON nn
000210* (THE SAME ACTION/SHIFT/LINE/SEVERITY/TEXT LAYOUT AS A
000220* VARSMNT TRANSIN RECORD.)  A REQUEST THAT PASSES THE EDITS
000230* IS SHOWN AS A BEFORE/AFTER PREVIEW; KEY Y TO GO AHEAD,
000240* ANYTHING ELSE CANCELS.  THE PREVIEW TRAVELS IN THE COMMAREA
000250* AND THE RECORDS ARE RE-READ ON CONFIRMATION - A RECORD
000260* CHANGED BY SOMEONE ELSE SINCE THE PREVIEW IS NOT OVERLAID.
000270*
000280* TWO-PERSON CONTROL: AN ADD, CHANGE, OR DELETE IS FILED IN
000290* THE MSGPEND PENDING-CHANGE FILE UNDER THE SIGNED-ON USER,
000300* NOT APPLIED.  A DIFFERENT SIGNED-ON USER APPROVES IT (P),
000310* WHICH APPLIES IT TO THE MASTER, WRITES THE BEFORE/AFTER
000320* IMAGES TO THE MSGJRNL CHANGE JOURNAL, AND REMOVES THE
000330* PENDING RECORD AS ONE UNIT OF WORK, OR REJECTS IT (R).
000340* BATCH VARSMNT WORKS THE SAME TWO FILES.
000350*
000360* RESOURCES: FILE MSGMAST   - PROD.BATCH.MSG.MASTER KSDS
000370*                             (READ, ADD, UPDATE, DELETE)
000380*            FILE MSGPEND   - PROD.BATCH.MSG.PENDING KSDS
000390*                             (READ, ADD, UPDATE, DELETE)
000400*            FILE MSGJRNL   - PROD.BATCH.MSG.JOURNAL KSDS
000410*                             (ADD)
000420*            ALL THREE DEFINED RECOVERABLE SO A FAILED
000430*            APPROVAL BACKS OUT COMPLETELY.
000440*
000450*-----------------------------------------------------------*
000460* MODIFICATION HISTORY                                      *
000470*-----------------------------------------------------------*
000480* DATE       INIT DESCRIPTION                                *
000490* 2026-10-15 RLS  Original program.                         *
000500* 2026-10-15 RLS  Two-person control.  Add, change, and      *
000510*                 delete now file a pending change under the *
000520*                 signed-on user instead of updating the     *
000530*                 master; new P (approve) and R (reject)     *
000540*                 requests let a second user apply it, with  *
000550*                 a journal entry, or discard it.  The       *
000560*                 browse marks lines with a change pending.  *
000562* 2026-10-15 RLS  An add or change whose text has an          *
000564*                 ampersand that does not start a known       *
000566*                 substitution token (MSGTOK copybook) is     *
000568*                 rejected, as in VARSMNT.                    *
000570*-----------------------------------------------------------*
000580 ENVIRONMENT DIVISION.
000590 DATA DIVISION.
000600 WORKING-STORAGE SECTION.
000610*
000620*-----------------------------------------------------------*
000630* CICS RESPONSE AND SWITCHES                                *
000640*-----------------------------------------------------------*
000650 01  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000660 01  WS-RESP-EDIT                PIC ZZZZZZZ9.
000670 01  WS-SWITCHES.
000680     05  WS-MASTER-FOUND-SW      PIC X(01) VALUE 'N'.
000690         88  WS-MASTER-FOUND                VALUE 'Y'.
000700     05  WS-PENDING-FOUND-SW     PIC X(01) VALUE 'N'.
000710         88  WS-PENDING-FOUND               VALUE 'Y'.
000720     05  WS-MASTER-STALE-SW      PIC X(01) VALUE 'N'.
000730         88  WS-MASTER-STALE                VALUE 'Y'.
000740     05  WS-LINE-NO-OK-SW        PIC X(01) VALUE 'N'.
000750         88  WS-LINE-NO-OK                  VALUE 'Y'.
000760     05  WS-TRANS-OK-SW          PIC X(01) VALUE 'N'.
000770         88  WS-TRANS-OK                    VALUE 'Y'.
000780     05  WS-JOURNAL-DONE-SW      PIC X(01) VALUE 'N'.
000790         88  WS-JOURNAL-DONE                VALUE 'Y'.
000800 01  WS-PENDING-MARKED           PIC 9(01) VALUE ZERO.
000810*
000820*-----------------------------------------------------------*
000830* SIGNED-ON USER AND THE CURRENT DATE AND TIME FROM          *
000840* ASKTIME/FORMATTIME                                         *
000850*-----------------------------------------------------------*
000860 01  WS-USERID                   PIC X(08) VALUE SPACES.
000870 01  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000880 01  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
000890 01  WS-CURRENT-TIME             PIC 9(08) VALUE ZERO.
000900 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME.
000910     05  WS-CUR-HHMMSS           PIC X(06).
000920     05  WS-CUR-HUNDREDTHS       PIC 9(02).
000930*
000940*-----------------------------------------------------------*
000950* TERMINAL INPUT - THE TRANSACTION ID, A SPACE, THEN THE     *
000960* VARSMNT TRANSACTION LAYOUT.  ON A CONFIRMATION SCREEN THE  *
000970* OPERATOR KEYS ONLY THE ONE-BYTE REPLY.                     *
000980*-----------------------------------------------------------*
000990 01  WS-INPUT-AREA.
001000     05  WS-IN-TRANID            PIC X(04).
001010     05  FILLER                  PIC X(01).
001020     05  WS-IN-TRANS.
001030         10  WS-IN-ACTION        PIC X(01).
001040             88  WS-IN-BROWSE               VALUE 'B'.
001050         10  WS-IN-SHIFT-CODE    PIC X(01).
001060         10  WS-IN-LINE-NO       PIC X(02).
001070         10  WS-IN-SEVERITY      PIC X(01).
001080         10  WS-IN-TEXT          PIC X(78).
001090 01  WS-INPUT-REPLY REDEFINES WS-INPUT-AREA.
001100     05  WS-IN-REPLY             PIC X(01).
001110     05  FILLER                  PIC X(87).
001120 01  WS-INPUT-LEN                PIC S9(04) COMP VALUE +88.
001130*
001140*-----------------------------------------------------------*
001150* CONVERSATION STATE CARRIED IN THE COMMAREA BETWEEN THE     *
001160* PREVIEW AND THE CONFIRMATION.  THE PENDING GROUP HOLDS THE *
001170* MASTER ACTION TO BE PERFORMED (THE REQUEST ITSELF ON AN    *
001180* A/C/D, THE PENDING RECORD'S ON A P/R) AND, ON A P/R, WHO   *
001190* SUBMITTED THE PENDING CHANGE AND WHEN.                     *
001200*-----------------------------------------------------------*
001210 01  WS-COMMAREA.
001220     05  WS-CA-STATE             PIC X(01).
001230         88  WS-CA-AWAIT-CONFIRM            VALUE 'C'.
001240     05  WS-CA-TRANS.
001250         10  WS-CA-ACTION        PIC X(01).
001260             88  WS-CA-ADD                  VALUE 'A'.
001270             88  WS-CA-CHANGE               VALUE 'C'.
001280             88  WS-CA-DELETE               VALUE 'D'.
001290             88  WS-CA-APPROVE              VALUE 'P'.
001300             88  WS-CA-REJECT               VALUE 'R'.
001310         10  WS-CA-SHIFT-CODE    PIC X(01).
001320         10  WS-CA-LINE-NO       PIC 9(02).
001330         10  WS-CA-SEVERITY      PIC X(01).
001340             88  WS-CA-SEV-VALID            VALUE 'I' 'W' 'C'
001350                                            SPACE.
001360         10  WS-CA-TEXT          PIC X(78).
001370     05  WS-CA-APPLY-SEVERITY    PIC X(01).
001380     05  WS-CA-BEFORE-FOUND-SW   PIC X(01).
001390         88  WS-CA-BEFORE-FOUND             VALUE 'Y'.
001400     05  WS-CA-BEFORE-SEV        PIC X(01).
001410     05  WS-CA-BEFORE-TEXT       PIC X(78).
001420     05  WS-CA-PENDING.
001430         10  WS-CA-PND-ACTION    PIC X(01).
001440             88  WS-CA-PND-ADD              VALUE 'A'.
001450             88  WS-CA-PND-CHANGE           VALUE 'C'.
001460             88  WS-CA-PND-DELETE           VALUE 'D'.
001470         10  WS-CA-PND-SUBMIT-USER
001480                                 PIC X(08).
001490         10  WS-CA-PND-SUBMIT-DATE
001500                                 PIC 9(08).
001510         10  WS-CA-PND-SUBMIT-TIME
001520                                 PIC 9(08).
001530         10  WS-CA-PND-ORIGIN    PIC X(04).
001540 01  WS-COMMAREA-LEN             PIC S9(04) COMP VALUE +194.
001550*
001560*-----------------------------------------------------------*
001570* MESSAGE MASTER, PENDING-CHANGE, AND JOURNAL RECORDS        *
001580* (MSGMST, MSGPEND, AND MSGJRNL COPYBOOKS)                   *
001590*-----------------------------------------------------------*
001600     COPY msgmst.
001610     COPY msgpend.
001620     COPY msgjrnl.
001630 01  WS-LINE-SUB                 PIC 9(02).
001631*
001632*-----------------------------------------------------------*
001633* SUBSTITUTION TOKEN NAMES AND SCAN WORK AREA (MSGTOK        *
001634* COPYBOOK)                                                  *
001635*-----------------------------------------------------------*
001636     COPY msgtok.
001640*
001650*-----------------------------------------------------------*
001660* SCREEN IMAGE SENT WITH SEND TEXT - A TITLE, A SUBHEADING,  *
001670* FOUR TWO-LINE ENTRIES (ONE PER MASTER LINE ON A BROWSE,    *
001680* BEFORE AND AFTER ON A CHANGE), A MESSAGE LINE, AND TWO     *
001690* HELP LINES                                                 *
001700*-----------------------------------------------------------*
001710 01  WS-SCREEN.
001720     05  WS-SCR-TITLE.
001730         10  FILLER              PIC X(40)
001740             VALUE 'VMMT - VARS MESSAGE MASTER MAINTENANCE'.
001750         10  FILLER              PIC X(39) VALUE SPACES.
001760     05  WS-SCR-HEAD             PIC X(79) VALUE SPACES.
001770     05  WS-SCR-ENTRY OCCURS 4 TIMES.
001780         10  WS-SCR-E-LABEL.
001790             15  WS-SCR-E-TAG    PIC X(08).
001800             15  FILLER          PIC X(05) VALUE ' SEV '.
001810             15  WS-SCR-E-SEV    PIC X(01).
001820             15  FILLER          PIC X(65) VALUE SPACES.
001830         10  WS-SCR-E-BODY.
001840             15  FILLER          PIC X(01) VALUE SPACES.
001850             15  WS-SCR-E-TEXT   PIC X(78).
001860     05  WS-SCR-MSG              PIC X(79) VALUE SPACES.
001870     05  WS-SCR-HELP-1.
001880         10  FILLER              PIC X(40)
001890             VALUE 'VMMT Bs / AsnnvTEXT / CsnnvTEXT / Dsnn'.
001900         10  FILLER              PIC X(39)
001910             VALUE '/ Psnn=APPROVE / Rsnn=REJECT'.
001920     05  WS-SCR-HELP-2.
001930         10  FILLER              PIC X(40)
001940             VALUE '(s=SHIFT nn=LINE v=SEVERITY I/W/C)'.
001950         10  FILLER              PIC X(39) VALUE SPACES.
001960 01  WS-SEND-LEN                 PIC S9(04) COMP VALUE +1027.
001970*
001980 LINKAGE SECTION.
001990 01  DFHCOMMAREA                 PIC X(194).
002000*
002010 PROCEDURE DIVISION.
002020*
002030 0000-MAINLINE.
002040     MOVE SPACES TO WS-COMMAREA.
002050     IF EIBCALEN > ZERO
002060         MOVE DFHCOMMAREA TO WS-COMMAREA
002070     END-IF.
002080     EXEC CICS ASSIGN
002090         USERID(WS-USERID)
002100         RESP(WS-RESP)
002110     END-EXEC.
002120     PERFORM 1000-RECEIVE-INPUT
002130         THRU 1000-EXIT.
002140     IF WS-CA-AWAIT-CONFIRM
002150         AND WS-IN-TRANID NOT = EIBTRNID
002160         PERFORM 3000-CONFIRM-CHANGE
002170             THRU 3000-EXIT
002180     ELSE
002190         MOVE SPACES TO WS-COMMAREA
002200         PERFORM 2000-PROCESS-INPUT
002210             THRU 2000-EXIT
002220     END-IF.
002230     PERFORM 4000-SEND-SCREEN
002240         THRU 4000-EXIT.
002250     IF WS-CA-AWAIT-CONFIRM
002260         EXEC CICS RETURN
002270             TRANSID(EIBTRNID)
002280             COMMAREA(WS-COMMAREA)
002290             LENGTH(WS-COMMAREA-LEN)
002300         END-EXEC
002310     ELSE
002320         EXEC CICS RETURN END-EXEC
002330     END-IF.
002340*
002350*-----------------------------------------------------------*
002360* 1000-RECEIVE-INPUT - READ WHATEVER THE OPERATOR KEYED.     *
002370*                      NO DATA (CLEAR KEY) OR INPUT LONGER   *
002380*                      THAN THE TRANSACTION LAYOUT LEAVES    *
002390*                      THE AREA BLANK, WHICH CANCELS A       *
002400*                      PENDING PREVIEW AND SHOWS THE HELP.   *
002410*-----------------------------------------------------------*
002420 1000-RECEIVE-INPUT.
002430     MOVE SPACES TO WS-INPUT-AREA.
002440     MOVE +88 TO WS-INPUT-LEN.
002450     EXEC CICS RECEIVE
002460         INTO(WS-INPUT-AREA)
002470         LENGTH(WS-INPUT-LEN)
002480         RESP(WS-RESP)
002490     END-EXEC.
002500     IF WS-RESP NOT = DFHRESP(NORMAL)
002510         MOVE SPACES TO WS-INPUT-AREA
002520     END-IF.
002530 1000-EXIT.
002540     EXIT.
002550*
002560*-----------------------------------------------------------*
002570* 2000-PROCESS-INPUT - BROWSE A SHIFT, OR EDIT A REQUEST AND *
002580*                      SHOW ITS PREVIEW.  THE EDITS RUN IN   *
002590*                      THE SAME ORDER AS IN VARSMNT.         *
002600*-----------------------------------------------------------*
002610 2000-PROCESS-INPUT.
002620     IF WS-IN-TRANID NOT = EIBTRNID
002630         OR WS-IN-ACTION = SPACE
002640         MOVE 'KEY THE TRANSACTION ID AND A REQUEST AS SHOWN'
002650             TO WS-SCR-MSG
002660         GO TO 2000-EXIT
002670     END-IF.
002680     IF WS-IN-BROWSE
002690         PERFORM 2100-BROWSE-SHIFT
002700             THRU 2100-EXIT
002710         GO TO 2000-EXIT
002720     END-IF.
002730     MOVE WS-IN-TRANS TO WS-CA-TRANS.
002740     IF WS-IN-LINE-NO NUMERIC
002750         AND WS-IN-LINE-NO >= '01'
002760         AND WS-IN-LINE-NO <= '04'
002770         MOVE 'Y' TO WS-LINE-NO-OK-SW
002780     ELSE
002790         MOVE 'N' TO WS-LINE-NO-OK-SW
002800         MOVE ZERO TO WS-CA-LINE-NO
002810     END-IF.
002820     IF NOT WS-LINE-NO-OK
002830         OR WS-USERID = SPACES
002840         PERFORM 2500-REJECT-TRANSACTION
002850             THRU 2500-EXIT
002860         GO TO 2000-EXIT
002870     END-IF.
002880     PERFORM 2200-FETCH-BEFORE-IMAGE
002890         THRU 2200-EXIT.
002900     IF WS-RESP NOT = DFHRESP(NORMAL)
002910         AND WS-RESP NOT = DFHRESP(NOTFND)
002920         GO TO 2000-EXIT
002930     END-IF.
002940     PERFORM 2250-FETCH-PENDING
002950         THRU 2250-EXIT.
002960     IF WS-RESP NOT = DFHRESP(NORMAL)
002970         AND WS-RESP NOT = DFHRESP(NOTFND)
002980         GO TO 2000-EXIT
002990     END-IF.
003000     MOVE 'N' TO WS-TRANS-OK-SW.
003001     MOVE 'N' TO TOK-UNKNOWN-SW.
003002     IF WS-CA-ADD OR WS-CA-CHANGE
003003         PERFORM 2950-CHECK-TOKENS
003004             THRU 2950-EXIT
003005     END-IF.
003010     EVALUATE TRUE
003020         WHEN WS-CA-ADD
003030             IF NOT WS-PENDING-FOUND
003040                 AND NOT WS-MASTER-FOUND
003050                 AND WS-CA-TEXT NOT = SPACES
003060                 AND WS-CA-SEV-VALID
003065                 AND NOT TOK-UNKNOWN-FOUND
003070                 MOVE 'Y' TO WS-TRANS-OK-SW
003080             END-IF
003090         WHEN WS-CA-CHANGE
003100             IF NOT WS-PENDING-FOUND
003110                 AND WS-MASTER-FOUND
003120                 AND WS-CA-TEXT NOT = SPACES
003130                 AND WS-CA-SEV-VALID
003135                 AND NOT TOK-UNKNOWN-FOUND
003140                 MOVE 'Y' TO WS-TRANS-OK-SW
003150             END-IF
003160         WHEN WS-CA-DELETE
003170             IF NOT WS-PENDING-FOUND
003180                 AND WS-MASTER-FOUND
003190                 MOVE 'Y' TO WS-TRANS-OK-SW
003200             END-IF
003210         WHEN WS-CA-APPROVE
003220             IF WS-PENDING-FOUND
003230                 AND (PND-ADD AND WS-MASTER-FOUND
003240                     OR NOT PND-ADD AND NOT WS-MASTER-FOUND)
003250                 MOVE 'Y' TO WS-MASTER-STALE-SW
003260             END-IF
003270             IF WS-PENDING-FOUND
003280                 AND WS-USERID NOT = PND-SUBMIT-USER
003290                 AND NOT WS-MASTER-STALE
003300                 MOVE 'Y' TO WS-TRANS-OK-SW
003310             END-IF
003320         WHEN WS-CA-REJECT
003330             IF WS-PENDING-FOUND
003340                 MOVE 'Y' TO WS-TRANS-OK-SW
003350             END-IF
003360     END-EVALUATE.
003370     IF NOT WS-TRANS-OK
003380         PERFORM 2500-REJECT-TRANSACTION
003390             THRU 2500-EXIT
003400         GO TO 2000-EXIT
003410     END-IF.
003420     IF WS-CA-APPROVE OR WS-CA-REJECT
003430         MOVE PND-TEXT TO WS-CA-TEXT
003440         MOVE PND-SEVERITY TO WS-CA-APPLY-SEVERITY
003450     ELSE
003460         MOVE WS-CA-ACTION TO WS-CA-PND-ACTION
003470         PERFORM 2800-RESOLVE-SEVERITY
003480             THRU 2800-EXIT
003490     END-IF.
003500     PERFORM 2600-SHOW-IMAGES
003510         THRU 2600-EXIT.
003520     MOVE 'C' TO WS-CA-STATE.
003530     EVALUATE TRUE
003540         WHEN WS-CA-APPROVE
003550             MOVE 'KEY Y TO APPROVE AND APPLY - ELSE CANCELS'
003560                 TO WS-SCR-MSG
003570         WHEN WS-CA-REJECT
003580             MOVE 'KEY Y TO DISCARD THE CHANGE - ELSE CANCELS'
003590                 TO WS-SCR-MSG
003600         WHEN OTHER
003610             MOVE 'KEY Y TO SUBMIT FOR APPROVAL - ELSE CANCELS'
003620                 TO WS-SCR-MSG
003630     END-EVALUATE.
003640 2000-EXIT.
003650     EXIT.
003660*
003670*-----------------------------------------------------------*
003680* 2100-BROWSE-SHIFT - SHOW LINES 01-04 OF ONE SHIFT MESSAGE, *
003690*                     MARKING ANY LINE WITH A CHANGE PENDING *
003700*-----------------------------------------------------------*
003710 2100-BROWSE-SHIFT.
003720     MOVE SPACES TO WS-SCR-HEAD.
003730     STRING 'SHIFT ' DELIMITED BY SIZE
003740            WS-IN-SHIFT-CODE DELIMITED BY SIZE
003750            ' MESSAGE - LINES 01-04' DELIMITED BY SIZE
003760       INTO WS-SCR-HEAD.
003770     MOVE ZERO TO WS-PENDING-MARKED.
003780     MOVE 1 TO WS-LINE-SUB.
003790     PERFORM 2150-BROWSE-ONE-LINE
003800         THRU 2150-EXIT
003810         4 TIMES.
003820     IF WS-PENDING-MARKED > ZERO
003830         MOVE 'LINES MARKED * HAVE A CHANGE AWAITING APPROVAL'
003840             TO WS-SCR-MSG
003850     ELSE
003860         MOVE 'END OF SHIFT MESSAGE' TO WS-SCR-MSG
003870     END-IF.
003880 2100-EXIT.
003890     EXIT.
003900*
003910*-----------------------------------------------------------*
003920* 2150-BROWSE-ONE-LINE - READ ONE MASTER LINE INTO ITS       *
003930*                        SCREEN ENTRY, MARK IT WHEN A CHANGE *
003940*                        IS PENDING, AND STEP THE LINE       *
003950*                        SUBSCRIPT                           *
003960*-----------------------------------------------------------*
003970 2150-BROWSE-ONE-LINE.
003980     MOVE SPACES TO WS-SCR-E-TAG (WS-LINE-SUB).
003990     STRING 'LINE ' DELIMITED BY SIZE
004000            WS-LINE-SUB DELIMITED BY SIZE
004010       INTO WS-SCR-E-TAG (WS-LINE-SUB).
004020     MOVE WS-IN-SHIFT-CODE TO MSG-SHIFT-CODE.
004030     MOVE WS-LINE-SUB TO MSG-LINE-NO.
004040     EXEC CICS READ
004050         FILE('MSGMAST')
004060         INTO(MSG-MASTER-RECORD)
004070         RIDFLD(MSG-KEY)
004080         RESP(WS-RESP)
004090     END-EXEC.
004100     IF WS-RESP = DFHRESP(NORMAL)
004110         MOVE MSG-SEVERITY TO WS-SCR-E-SEV (WS-LINE-SUB)
004120         MOVE MSG-TEXT TO WS-SCR-E-TEXT (WS-LINE-SUB)
004130     ELSE
004140         MOVE SPACE TO WS-SCR-E-SEV (WS-LINE-SUB)
004150         MOVE '*NO RECORD*' TO WS-SCR-E-TEXT (WS-LINE-SUB)
004160     END-IF.
004170     MOVE WS-IN-SHIFT-CODE TO PND-SHIFT-CODE.
004180     MOVE WS-LINE-SUB TO PND-LINE-NO.
004190     EXEC CICS READ
004200         FILE('MSGPEND')
004210         INTO(MSG-PENDING-RECORD)
004220         RIDFLD(PND-KEY)
004230         RESP(WS-RESP)
004240     END-EXEC.
004250     IF WS-RESP = DFHRESP(NORMAL)
004260         MOVE '*' TO WS-SCR-E-TAG (WS-LINE-SUB) (8:1)
004270         ADD 1 TO WS-PENDING-MARKED
004280     END-IF.
004290     ADD 1 TO WS-LINE-SUB.
004300 2150-EXIT.
004310     EXIT.
004320*
004330*-----------------------------------------------------------*
004340* 2200-FETCH-BEFORE-IMAGE - READ THE CURRENT MASTER RECORD   *
004350*                           FOR THE TRANSACTION KEY AND KEEP *
004360*                           IT IN THE COMMAREA.  ANY FILE    *
004370*                           ERROR OTHER THAN NOT-FOUND STOPS *
004380*                           THE TRANSACTION.                 *
004390*-----------------------------------------------------------*
004400 2200-FETCH-BEFORE-IMAGE.
004410     MOVE 'N' TO WS-MASTER-FOUND-SW.
004420     MOVE 'N' TO WS-CA-BEFORE-FOUND-SW.
004430     MOVE SPACE TO WS-CA-BEFORE-SEV.
004440     MOVE SPACES TO WS-CA-BEFORE-TEXT.
004450     MOVE WS-CA-SHIFT-CODE TO MSG-SHIFT-CODE.
004460     MOVE WS-CA-LINE-NO TO MSG-LINE-NO.
004470     EXEC CICS READ
004480         FILE('MSGMAST')
004490         INTO(MSG-MASTER-RECORD)
004500         RIDFLD(MSG-KEY)
004510         RESP(WS-RESP)
004520     END-EXEC.
004530     EVALUATE TRUE
004540         WHEN WS-RESP = DFHRESP(NORMAL)
004550             MOVE 'Y' TO WS-MASTER-FOUND-SW
004560             MOVE 'Y' TO WS-CA-BEFORE-FOUND-SW
004570             MOVE MSG-SEVERITY TO WS-CA-BEFORE-SEV
004580             MOVE MSG-TEXT TO WS-CA-BEFORE-TEXT
004590         WHEN WS-RESP = DFHRESP(NOTFND)
004600             CONTINUE
004610         WHEN OTHER
004620             PERFORM 2900-FILE-ERROR
004630                 THRU 2900-EXIT
004640     END-EVALUATE.
004650 2200-EXIT.
004660     EXIT.
004670*
004680*-----------------------------------------------------------*
004690* 2250-FETCH-PENDING - READ THE CHANGE, IF ANY, WAITING FOR  *
004700*                      APPROVAL ON THIS LINE AND KEEP WHO    *
004710*                      SUBMITTED IT IN THE COMMAREA          *
004720*-----------------------------------------------------------*
004730 2250-FETCH-PENDING.
004740     MOVE 'N' TO WS-PENDING-FOUND-SW.
004750     MOVE WS-CA-SHIFT-CODE TO PND-SHIFT-CODE.
004760     MOVE WS-CA-LINE-NO TO PND-LINE-NO.
004770     EXEC CICS READ
004780         FILE('MSGPEND')
004790         INTO(MSG-PENDING-RECORD)
004800         RIDFLD(PND-KEY)
004810         RESP(WS-RESP)
004820     END-EXEC.
004830     EVALUATE TRUE
004840         WHEN WS-RESP = DFHRESP(NORMAL)
004850             MOVE 'Y' TO WS-PENDING-FOUND-SW
004860             MOVE PND-ACTION TO WS-CA-PND-ACTION
004870             MOVE PND-SUBMIT-USER TO WS-CA-PND-SUBMIT-USER
004880             MOVE PND-SUBMIT-DATE TO WS-CA-PND-SUBMIT-DATE
004890             MOVE PND-SUBMIT-TIME TO WS-CA-PND-SUBMIT-TIME
004900             MOVE PND-ORIGIN TO WS-CA-PND-ORIGIN
004910         WHEN WS-RESP = DFHRESP(NOTFND)
004920             CONTINUE
004930         WHEN OTHER
004940             PERFORM 2900-FILE-ERROR
004950                 THRU 2900-EXIT
004960     END-EVALUATE.
004970 2250-EXIT.
004980     EXIT.
004990*
005000*-----------------------------------------------------------*
005010* 2500-REJECT-TRANSACTION - SHOW WHY A REQUEST CANNOT BE     *
005020*                           ACCEPTED, WORDED AS VARSMNT      *
005030*                           REPORTS IT                       *
005040*-----------------------------------------------------------*
005050 2500-REJECT-TRANSACTION.
005060     PERFORM 2700-FORMAT-HEAD
005070         THRU 2700-EXIT.
005080     EVALUATE TRUE
005090         WHEN NOT WS-LINE-NO-OK
005100             MOVE 'REJECTED - LINE NUMBER NOT 01-04'
005110                 TO WS-SCR-MSG
005120         WHEN WS-USERID = SPACES
005130             MOVE 'REJECTED - NO USER ON TRANSACTION'
005140                 TO WS-SCR-MSG
005150         WHEN (WS-CA-ADD OR WS-CA-CHANGE OR WS-CA-DELETE)
005160             AND WS-PENDING-FOUND
005170             MOVE 'REJECTED - CHANGE ALREADY PENDING'
005180                 TO WS-SCR-MSG
005190         WHEN WS-CA-ADD AND WS-MASTER-FOUND
005200             MOVE 'REJECTED - ALREADY ON FILE'
005210                 TO WS-SCR-MSG
005220         WHEN (WS-CA-CHANGE OR WS-CA-DELETE)
005230             AND NOT WS-MASTER-FOUND
005240             MOVE 'REJECTED - NOT ON FILE'
005250                 TO WS-SCR-MSG
005260         WHEN (WS-CA-ADD OR WS-CA-CHANGE)
005270             AND WS-CA-TEXT = SPACES
005280             MOVE 'REJECTED - BLANK MESSAGE TEXT'
005290                 TO WS-SCR-MSG
005300         WHEN (WS-CA-ADD OR WS-CA-CHANGE)
005310             AND NOT WS-CA-SEV-VALID
005320             MOVE 'REJECTED - BAD SEVERITY CODE'
005330                 TO WS-SCR-MSG
005332         WHEN (WS-CA-ADD OR WS-CA-CHANGE)
005334             AND TOK-UNKNOWN-FOUND
005336             MOVE 'REJECTED - UNKNOWN SUBSTITUTION TOKEN'
005338                 TO WS-SCR-MSG
005340         WHEN (WS-CA-APPROVE OR WS-CA-REJECT)
005350             AND NOT WS-PENDING-FOUND
005360             MOVE 'REJECTED - NO CHANGE PENDING'
005370                 TO WS-SCR-MSG
005380         WHEN WS-CA-APPROVE
005390             AND WS-USERID = PND-SUBMIT-USER
005400             MOVE 'REJECTED - SUBMITTER CANNOT APPROVE'
005410                 TO WS-SCR-MSG
005420         WHEN WS-CA-APPROVE AND WS-MASTER-STALE
005430             MOVE 'REJECTED - MASTER CHANGED SINCE SUBMIT'
005440                 TO WS-SCR-MSG
005450         WHEN OTHER
005460             MOVE 'REJECTED - INVALID ACTION CODE'
005470                 TO WS-SCR-MSG
005480     END-EVALUATE.
005490     MOVE SPACES TO WS-CA-STATE.
005500 2500-EXIT.
005510     EXIT.
005520*
005530*-----------------------------------------------------------*
005540* 2600-SHOW-IMAGES - FILL THE BEFORE AND AFTER ENTRIES FROM  *
005550*                    THE COMMAREA                            *
005560*-----------------------------------------------------------*
005570 2600-SHOW-IMAGES.
005580     PERFORM 2700-FORMAT-HEAD
005590         THRU 2700-EXIT.
005600     MOVE 'BEFORE' TO WS-SCR-E-TAG (1).
005610     MOVE WS-CA-BEFORE-SEV TO WS-SCR-E-SEV (1).
005620     IF WS-CA-BEFORE-FOUND
005630         MOVE WS-CA-BEFORE-TEXT TO WS-SCR-E-TEXT (1)
005640     ELSE
005650         MOVE '*NO RECORD*' TO WS-SCR-E-TEXT (1)
005660     END-IF.
005670     MOVE 'AFTER' TO WS-SCR-E-TAG (2).
005680     IF WS-CA-PND-DELETE
005690         MOVE SPACE TO WS-SCR-E-SEV (2)
005700         MOVE '*NO RECORD*' TO WS-SCR-E-TEXT (2)
005710     ELSE
005720         MOVE WS-CA-APPLY-SEVERITY TO WS-SCR-E-SEV (2)
005730         MOVE WS-CA-TEXT TO WS-SCR-E-TEXT (2)
005740     END-IF.
005750 2600-EXIT.
005760     EXIT.
005770*
005780*-----------------------------------------------------------*
005790* 2700-FORMAT-HEAD - EXPAND THE ACTION CODE AND KEY ONTO THE *
005800*                    SUBHEADING LINE, WITH THE SUBMITTER OF  *
005810*                    A PENDING CHANGE BEING APPROVED OR      *
005820*                    REJECTED                                *
005830*-----------------------------------------------------------*
005840 2700-FORMAT-HEAD.
005850     MOVE SPACES TO WS-SCR-HEAD.
005860     EVALUATE TRUE
005870         WHEN WS-CA-ADD
005880             MOVE 'ADD' TO WS-SCR-HEAD
005890         WHEN WS-CA-CHANGE
005900             MOVE 'CHANGE' TO WS-SCR-HEAD
005910         WHEN WS-CA-DELETE
005920             MOVE 'DELETE' TO WS-SCR-HEAD
005930         WHEN WS-CA-APPROVE
005940             MOVE 'APPROVE' TO WS-SCR-HEAD
005950         WHEN WS-CA-REJECT
005960             MOVE 'REJECT' TO WS-SCR-HEAD
005970         WHEN OTHER
005980             MOVE WS-CA-ACTION TO WS-SCR-HEAD
005990     END-EVALUATE.
006000     MOVE 'SHIFT' TO WS-SCR-HEAD (9:5).
006010     MOVE WS-CA-SHIFT-CODE TO WS-SCR-HEAD (15:1).
006020     MOVE 'LINE' TO WS-SCR-HEAD (18:4).
006030     MOVE WS-CA-LINE-NO TO WS-SCR-HEAD (23:2).
006040     IF (WS-CA-APPROVE OR WS-CA-REJECT)
006050         AND WS-CA-PND-SUBMIT-USER NOT = SPACES
006060         MOVE 'SUBMITTED BY' TO WS-SCR-HEAD (27:12)
006070         MOVE WS-CA-PND-SUBMIT-USER TO WS-SCR-HEAD (40:8)
006080         MOVE WS-CA-PND-SUBMIT-DATE TO WS-SCR-HEAD (49:8)
006090         MOVE WS-CA-PND-SUBMIT-TIME (1:6) TO WS-SCR-HEAD (58:6)
006100         MOVE WS-CA-PND-ORIGIN TO WS-SCR-HEAD (65:4)
006110     END-IF.
006120 2700-EXIT.
006130     EXIT.
006140*
006150*-----------------------------------------------------------*
006160* 2800-RESOLVE-SEVERITY - A BLANK TRANSACTION SEVERITY       *
006170*                         DEFAULTS TO INFORMATIONAL          *
006180*-----------------------------------------------------------*
006190 2800-RESOLVE-SEVERITY.
006200     IF WS-CA-SEVERITY = SPACE
006210         MOVE 'I' TO WS-CA-APPLY-SEVERITY
006220     ELSE
006230         MOVE WS-CA-SEVERITY TO WS-CA-APPLY-SEVERITY
006240     END-IF.
006250 2800-EXIT.
006260     EXIT.
006270*
006280*-----------------------------------------------------------*
006290* 2900-FILE-ERROR - REPORT AN UNEXPECTED FILE RESPONSE AND   *
006300*                   DROP ANY PENDING PREVIEW                 *
006310*-----------------------------------------------------------*
006320 2900-FILE-ERROR.
006330     MOVE WS-RESP TO WS-RESP-EDIT.
006340     MOVE SPACES TO WS-SCR-MSG.
006350     STRING 'FILE UNAVAILABLE - RESP ' DELIMITED BY SIZE
006360            WS-RESP-EDIT DELIMITED BY SIZE
006370            ' - NOTHING APPLIED' DELIMITED BY SIZE
006380       INTO WS-SCR-MSG.
006390     MOVE SPACES TO WS-CA-STATE.
006400 2900-EXIT.
006401     EXIT.
006402*
006403*-----------------------------------------------------------*
006404* 2950-CHECK-TOKENS - EVERY AMPERSAND IN AN ADD OR CHANGE    *
006405*                     TEXT MUST START ONE OF THE TOKENS VARS *
006406*                     RESOLVES, PERIOD INCLUDED              *
006407*-----------------------------------------------------------*
006408 2950-CHECK-TOKENS.
006409     MOVE WS-CA-TEXT TO TOK-SCAN-TEXT.
006410     MOVE 1 TO TOK-SCAN-POS.
006411     PERFORM 2960-CHECK-TOKEN-AT
006412         THRU 2960-EXIT
006413         UNTIL TOK-SCAN-POS > 78
006414             OR TOK-UNKNOWN-FOUND.
006415 2950-EXIT.
006416     EXIT.
006417*
006418*-----------------------------------------------------------*
006419* 2960-CHECK-TOKEN-AT - TEST THE TEXT AT ONE POSITION AND    *
006420*                       STEP THE SCAN POSITION               *
006421*-----------------------------------------------------------*
006422 2960-CHECK-TOKEN-AT.
006423     IF TOK-SCAN-TEXT (TOK-SCAN-POS:1) = '&'
006424         SET TOK-IDX TO 1
006425         SEARCH TOK-ENTRY
006426             AT END
006427                 MOVE 'Y' TO TOK-UNKNOWN-SW
006428             WHEN TOK-SCAN-TEXT (TOK-SCAN-POS:TOK-LEN (TOK-IDX))
006429                     = TOK-NAME (TOK-IDX)
006430                 CONTINUE
006431         END-SEARCH
006432     END-IF.
006433     ADD 1 TO TOK-SCAN-POS.
006434 2960-EXIT.
006435     EXIT.
006436*
006437*-----------------------------------------------------------*
006440* 3000-CONFIRM-CHANGE - CARRY OUT THE PREVIEWED REQUEST ON A *
006450*                       Y REPLY                              *
006460*-----------------------------------------------------------*
006470 3000-CONFIRM-CHANGE.
006480     PERFORM 2600-SHOW-IMAGES
006490         THRU 2600-EXIT.
006500     MOVE SPACES TO WS-CA-STATE.
006510     IF WS-IN-REPLY NOT = 'Y'
006520         MOVE 'CANCELLED - NOTHING APPLIED' TO WS-SCR-MSG
006530         GO TO 3000-EXIT
006540     END-IF.
006550     EXEC CICS ASKTIME
006560         ABSTIME(WS-ABSTIME)
006570     END-EXEC.
006580     EXEC CICS FORMATTIME
006590         ABSTIME(WS-ABSTIME)
006600         YYYYMMDD(WS-CURRENT-DATE)
006610         TIME(WS-CUR-HHMMSS)
006620         RESP(WS-RESP)
006630     END-EXEC.
006640     MOVE ZERO TO WS-CUR-HUNDREDTHS.
006650     EVALUATE TRUE
006660         WHEN WS-CA-APPROVE
006670             PERFORM 3200-APPLY-APPROVED
006680                 THRU 3200-EXIT
006690         WHEN WS-CA-REJECT
006700             PERFORM 3300-DISCARD-PENDING
006710                 THRU 3300-EXIT
006720         WHEN OTHER
006730             PERFORM 3100-FILE-PENDING
006740                 THRU 3100-EXIT
006750     END-EVALUATE.
006760 3000-EXIT.
006770     EXIT.
006780*
006790*-----------------------------------------------------------*
006800* 3100-FILE-PENDING - RE-CHECK THE MASTER AGAINST THE        *
006810*                     PREVIEW AND FILE THE CHANGE FOR A      *
006820*                     SECOND USER TO APPROVE                 *
006830*-----------------------------------------------------------*
006840 3100-FILE-PENDING.
006850     MOVE WS-CA-SHIFT-CODE TO MSG-SHIFT-CODE.
006860     MOVE WS-CA-LINE-NO TO MSG-LINE-NO.
006870     EXEC CICS READ
006880         FILE('MSGMAST')
006890         INTO(MSG-MASTER-RECORD)
006900         RIDFLD(MSG-KEY)
006910         RESP(WS-RESP)
006920     END-EXEC.
006930     PERFORM 3800-CHECK-MASTER-UNCHANGED
006940         THRU 3800-EXIT.
006950     IF NOT WS-TRANS-OK
006960         GO TO 3100-EXIT
006970     END-IF.
006980     MOVE WS-CA-SHIFT-CODE TO PND-SHIFT-CODE.
006990     MOVE WS-CA-LINE-NO TO PND-LINE-NO.
007000     MOVE WS-CA-ACTION TO PND-ACTION.
007010     MOVE WS-CA-APPLY-SEVERITY TO PND-SEVERITY.
007020     MOVE WS-CA-TEXT TO PND-TEXT.
007030     MOVE WS-USERID TO PND-SUBMIT-USER.
007040     MOVE WS-CURRENT-DATE TO PND-SUBMIT-DATE.
007050     MOVE WS-CURRENT-TIME TO PND-SUBMIT-TIME.
007060     MOVE EIBTRMID TO PND-ORIGIN.
007070     EXEC CICS WRITE
007080         FILE('MSGPEND')
007090         FROM(MSG-PENDING-RECORD)
007100         RIDFLD(PND-KEY)
007110         RESP(WS-RESP)
007120     END-EXEC.
007130     EVALUATE TRUE
007140         WHEN WS-RESP = DFHRESP(NORMAL)
007150             MOVE 'SUBMITTED - AWAITING APPROVAL BY A SECOND USER'
007160                 TO WS-SCR-MSG
007170         WHEN WS-RESP = DFHRESP(DUPREC)
007180             MOVE 'REJECTED - CHANGE ALREADY PENDING'
007190                 TO WS-SCR-MSG
007200         WHEN OTHER
007210             PERFORM 2900-FILE-ERROR
007220                 THRU 2900-EXIT
007230     END-EVALUATE.
007240 3100-EXIT.
007250     EXIT.
007260*
007270*-----------------------------------------------------------*
007280* 3200-APPLY-APPROVED - APPLY THE PENDING CHANGE, JOURNAL    *
007290*                       IT, AND REMOVE IT FROM THE PENDING   *
007300*                       FILE AS ONE UNIT OF WORK.  THE       *
007310*                       PENDING RECORD AND THE MASTER MUST   *
007320*                       BOTH STILL MATCH THE PREVIEW; ANY    *
007330*                       FAILURE PART WAY BACKS OUT ALL OF    *
007340*                       IT.                                  *
007350*-----------------------------------------------------------*
007360 3200-APPLY-APPROVED.
007370     IF WS-USERID = WS-CA-PND-SUBMIT-USER
007380         MOVE 'REJECTED - SUBMITTER CANNOT APPROVE'
007390             TO WS-SCR-MSG
007400         GO TO 3200-EXIT
007410     END-IF.
007420     PERFORM 3700-READ-PENDING-FOR-UPDATE
007430         THRU 3700-EXIT.
007440     IF NOT WS-TRANS-OK
007450         GO TO 3200-EXIT
007460     END-IF.
007470     MOVE WS-CA-SHIFT-CODE TO MSG-SHIFT-CODE.
007480     MOVE WS-CA-LINE-NO TO MSG-LINE-NO.
007490     IF WS-CA-PND-ADD
007500         EXEC CICS READ
007510             FILE('MSGMAST')
007520             INTO(MSG-MASTER-RECORD)
007530             RIDFLD(MSG-KEY)
007540             RESP(WS-RESP)
007550         END-EXEC
007560     ELSE
007570         EXEC CICS READ
007580             FILE('MSGMAST')
007590             INTO(MSG-MASTER-RECORD)
007600             RIDFLD(MSG-KEY)
007610             UPDATE
007620             RESP(WS-RESP)
007630         END-EXEC
007640     END-IF.
007650     PERFORM 3800-CHECK-MASTER-UNCHANGED
007660         THRU 3800-EXIT.
007670     IF NOT WS-TRANS-OK
007680         EXEC CICS SYNCPOINT ROLLBACK
007690         END-EXEC
007700         GO TO 3200-EXIT
007710     END-IF.
007720     MOVE WS-CA-SHIFT-CODE TO MSG-SHIFT-CODE.
007730     MOVE WS-CA-LINE-NO TO MSG-LINE-NO.
007740     MOVE WS-CA-TEXT TO MSG-TEXT.
007750     MOVE WS-CA-APPLY-SEVERITY TO MSG-SEVERITY.
007760     EVALUATE TRUE
007770         WHEN WS-CA-PND-ADD
007780             EXEC CICS WRITE
007790                 FILE('MSGMAST')
007800                 FROM(MSG-MASTER-RECORD)
007810                 RIDFLD(MSG-KEY)
007820                 RESP(WS-RESP)
007830             END-EXEC
007840         WHEN WS-CA-PND-CHANGE
007850             EXEC CICS REWRITE
007860                 FILE('MSGMAST')
007870                 FROM(MSG-MASTER-RECORD)
007880                 RESP(WS-RESP)
007890             END-EXEC
007900         WHEN WS-CA-PND-DELETE
007910             EXEC CICS DELETE
007920                 FILE('MSGMAST')
007930                 RESP(WS-RESP)
007940             END-EXEC
007950     END-EVALUATE.
007960     IF WS-RESP NOT = DFHRESP(NORMAL)
007970         PERFORM 3950-BACK-OUT
007980             THRU 3950-EXIT
007990         GO TO 3200-EXIT
008000     END-IF.
008010     PERFORM 3250-BUILD-JOURNAL
008020         THRU 3250-EXIT.
008030     MOVE 'N' TO WS-JOURNAL-DONE-SW.
008040     PERFORM 3260-WRITE-JOURNAL-RECORD
008050         THRU 3260-EXIT
008060         UNTIL WS-JOURNAL-DONE.
008070     IF WS-RESP NOT = DFHRESP(NORMAL)
008080         PERFORM 3950-BACK-OUT
008090             THRU 3950-EXIT
008100         GO TO 3200-EXIT
008110     END-IF.
008120     EXEC CICS DELETE
008130         FILE('MSGPEND')
008140         RESP(WS-RESP)
008150     END-EXEC.
008160     IF WS-RESP NOT = DFHRESP(NORMAL)
008170         PERFORM 3950-BACK-OUT
008180             THRU 3950-EXIT
008190         GO TO 3200-EXIT
008200     END-IF.
008210     EXEC CICS SYNCPOINT
008220     END-EXEC.
008230     MOVE 'APPLIED AND JOURNALED' TO WS-SCR-MSG.
008240 3200-EXIT.
008250     EXIT.
008260*
008270*-----------------------------------------------------------*
008280* 3250-BUILD-JOURNAL - FORMAT THE JOURNAL RECORD FOR THE     *
008290*                      CHANGE BEING APPLIED                  *
008300*-----------------------------------------------------------*
008310 3250-BUILD-JOURNAL.
008320     MOVE WS-CURRENT-DATE TO JRN-APPLY-DATE.
008330     MOVE WS-CURRENT-TIME TO JRN-APPLY-TIME.
008340     MOVE WS-CA-SHIFT-CODE TO JRN-SHIFT-CODE.
008350     MOVE WS-CA-LINE-NO TO JRN-LINE-NO.
008360     MOVE WS-CA-PND-ACTION TO JRN-ACTION.
008370     MOVE WS-CA-PND-SUBMIT-USER TO JRN-SUBMIT-USER.
008380     MOVE WS-CA-PND-SUBMIT-DATE TO JRN-SUBMIT-DATE.
008390     MOVE WS-CA-PND-SUBMIT-TIME TO JRN-SUBMIT-TIME.
008400     MOVE WS-USERID TO JRN-APPROVE-USER.
008410     MOVE WS-CA-PND-ORIGIN TO JRN-ORIGIN.
008420     MOVE WS-CA-BEFORE-FOUND-SW TO JRN-BEFORE-FOUND.
008430     MOVE WS-CA-BEFORE-SEV TO JRN-BEFORE-SEVERITY.
008440     MOVE WS-CA-BEFORE-TEXT TO JRN-BEFORE-TEXT.
008450     IF WS-CA-PND-DELETE
008460         MOVE 'N' TO JRN-AFTER-FOUND
008470         MOVE SPACE TO JRN-AFTER-SEVERITY
008480         MOVE SPACES TO JRN-AFTER-TEXT
008490     ELSE
008500         MOVE 'Y' TO JRN-AFTER-FOUND
008510         MOVE WS-CA-APPLY-SEVERITY TO JRN-AFTER-SEVERITY
008520         MOVE WS-CA-TEXT TO JRN-AFTER-TEXT
008530     END-IF.
008540 3250-EXIT.
008550     EXIT.
008560*
008570*-----------------------------------------------------------*
008580* 3260-WRITE-JOURNAL-RECORD - ONE ATTEMPT AT THE JOURNAL     *
008590*                             WRITE.  A DUPLICATE KEY (TWO   *
008600*                             CHANGES TO ONE LINE IN THE     *
008610*                             SAME SECOND) STEPS THE APPLY   *
008620*                             TIME AND TRIES AGAIN.          *
008630*-----------------------------------------------------------*
008640 3260-WRITE-JOURNAL-RECORD.
008650     EXEC CICS WRITE
008660         FILE('MSGJRNL')
008670         FROM(MSG-JOURNAL-RECORD)
008680         RIDFLD(JRN-KEY)
008690         RESP(WS-RESP)
008700     END-EXEC.
008710     IF WS-RESP = DFHRESP(DUPREC)
008720         AND JRN-APPLY-TIME < 23595999
008730         ADD 1 TO JRN-APPLY-TIME
008740     ELSE
008750         MOVE 'Y' TO WS-JOURNAL-DONE-SW
008760     END-IF.
008770 3260-EXIT.
008780     EXIT.
008790*
008800*-----------------------------------------------------------*
008810* 3300-DISCARD-PENDING - DELETE THE PENDING CHANGE WITHOUT   *
008820*                        APPLYING IT                         *
008830*-----------------------------------------------------------*
008840 3300-DISCARD-PENDING.
008850     PERFORM 3700-READ-PENDING-FOR-UPDATE
008860         THRU 3700-EXIT.
008870     IF NOT WS-TRANS-OK
008880         GO TO 3300-EXIT
008890     END-IF.
008900     EXEC CICS DELETE
008910         FILE('MSGPEND')
008920         RESP(WS-RESP)
008930     END-EXEC.
008940     IF WS-RESP NOT = DFHRESP(NORMAL)
008950         PERFORM 2900-FILE-ERROR
008960             THRU 2900-EXIT
008970         GO TO 3300-EXIT
008980     END-IF.
008990     MOVE 'PENDING CHANGE DISCARDED - MASTER NOT CHANGED'
009000         TO WS-SCR-MSG.
009010 3300-EXIT.
009020     EXIT.
009030*
009040*-----------------------------------------------------------*
009050* 3700-READ-PENDING-FOR-UPDATE - RE-READ THE PENDING CHANGE  *
009060*                                FOR UPDATE.  IT MUST STILL  *
009070*                                BE THE ONE PREVIEWED (SAME  *
009080*                                SUBMITTER AND SUBMIT TIME). *
009090*-----------------------------------------------------------*
009100 3700-READ-PENDING-FOR-UPDATE.
009110     MOVE 'N' TO WS-TRANS-OK-SW.
009120     MOVE WS-CA-SHIFT-CODE TO PND-SHIFT-CODE.
009130     MOVE WS-CA-LINE-NO TO PND-LINE-NO.
009140     EXEC CICS READ
009150         FILE('MSGPEND')
009160         INTO(MSG-PENDING-RECORD)
009170         RIDFLD(PND-KEY)
009180         UPDATE
009190         RESP(WS-RESP)
009200     END-EXEC.
009210     EVALUATE TRUE
009220         WHEN WS-RESP = DFHRESP(NORMAL)
009230             IF PND-SUBMIT-USER = WS-CA-PND-SUBMIT-USER
009240                 AND PND-SUBMIT-DATE = WS-CA-PND-SUBMIT-DATE
009250                 AND PND-SUBMIT-TIME = WS-CA-PND-SUBMIT-TIME
009260                 MOVE 'Y' TO WS-TRANS-OK-SW
009270             ELSE
009280                 EXEC CICS UNLOCK
009290                     FILE('MSGPEND')
009300                     RESP(WS-RESP)
009310                 END-EXEC
009320                 MOVE 'REJECTED - PENDING CHANGE REPLACED'
009330                     TO WS-SCR-MSG
009340             END-IF
009350         WHEN WS-RESP = DFHRESP(NOTFND)
009360             MOVE 'REJECTED - NO CHANGE PENDING' TO WS-SCR-MSG
009370         WHEN OTHER
009380             PERFORM 2900-FILE-ERROR
009390                 THRU 2900-EXIT
009400     END-EVALUATE.
009410 3700-EXIT.
009420     EXIT.
009430*
009440*-----------------------------------------------------------*
009450* 3800-CHECK-MASTER-UNCHANGED - THE MASTER JUST RE-READ MUST *
009460*                               STILL MATCH THE BEFORE IMAGE *
009470*                               THE OPERATOR CONFIRMED       *
009480*-----------------------------------------------------------*
009490 3800-CHECK-MASTER-UNCHANGED.
009500     MOVE 'N' TO WS-TRANS-OK-SW.
009510     EVALUATE TRUE
009520         WHEN WS-RESP = DFHRESP(NORMAL)
009530             IF WS-CA-BEFORE-FOUND
009540                 AND MSG-SEVERITY = WS-CA-BEFORE-SEV
009550                 AND MSG-TEXT = WS-CA-BEFORE-TEXT
009560                 MOVE 'Y' TO WS-TRANS-OK-SW
009570             ELSE
009580                 PERFORM 3900-RECORD-CHANGED
009590                     THRU 3900-EXIT
009600             END-IF
009610         WHEN WS-RESP = DFHRESP(NOTFND)
009620             IF NOT WS-CA-BEFORE-FOUND
009630                 MOVE 'Y' TO WS-TRANS-OK-SW
009640             ELSE
009650                 PERFORM 3900-RECORD-CHANGED
009660                     THRU 3900-EXIT
009670             END-IF
009680         WHEN OTHER
009690             PERFORM 2900-FILE-ERROR
009700                 THRU 2900-EXIT
009710     END-EVALUATE.
009720 3800-EXIT.
009730     EXIT.
009740*
009750*-----------------------------------------------------------*
009760* 3900-RECORD-CHANGED - THE MASTER NO LONGER MATCHES THE     *
009770*                       PREVIEW (ANOTHER USER OR A VARSMNT   *
009780*                       RUN GOT THERE FIRST).  NOTHING IS    *
009790*                       APPLIED; THE CALLER RELEASES ANY     *
009800*                       UPDATE HOLD.                         *
009810*-----------------------------------------------------------*
009820 3900-RECORD-CHANGED.
009830     MOVE 'REJECTED - RECORD CHANGED SINCE PREVIEW - RE-ENTER'
009840         TO WS-SCR-MSG.
009850 3900-EXIT.
009860     EXIT.
009870*
009880*-----------------------------------------------------------*
009890* 3950-BACK-OUT - AN UPDATE FAILED PART WAY THROUGH AN       *
009900*                 APPROVAL.  ROLL BACK THE MASTER, JOURNAL,  *
009910*                 AND PENDING-FILE CHANGES TOGETHER.         *
009920*-----------------------------------------------------------*
009930 3950-BACK-OUT.
009940     MOVE WS-RESP TO WS-RESP-EDIT.
009950     EXEC CICS SYNCPOINT ROLLBACK
009960     END-EXEC.
009970     MOVE SPACES TO WS-SCR-MSG.
009980     STRING 'UPDATE FAILED - RESP ' DELIMITED BY SIZE
009990            WS-RESP-EDIT DELIMITED BY SIZE
010000            ' - ALL CHANGES BACKED OUT' DELIMITED BY SIZE
010010       INTO WS-SCR-MSG.
010020 3950-EXIT.
010030     EXIT.
010040*
010050*-----------------------------------------------------------*
010060* 4000-SEND-SCREEN - SEND THE SCREEN IMAGE                   *
010070*-----------------------------------------------------------*
010080 4000-SEND-SCREEN.
010090     EXEC CICS SEND TEXT
010100         FROM(WS-SCREEN)
010110         LENGTH(WS-SEND-LEN)
010120         ERASE
010130         FREEKB
010140     END-EXEC.
010150 4000-EXIT.
010160     EXIT.
