001707*                 four-digit years (YYYYMMDD; state key 14  *
001708*                 -> 16, record 32 -> 36, candidate image   *
001709*                 338 -> 340).                              *
001710* 2026-10-15 RLS  Candidate images widened with the page    *
001711*                 extract record for the delayed indicator  *
001712*                 (340 -> 341); a re-queued copy of a page  *
001713*                 released after planned maintenance stays  *
001714*                 marked delayed.                           *
001715* 2026-10-15 RLS  GWACK layout taken from the ACKREC        *
001716*                 copybook.  The file is checked against    *
001717*                 its own transfer trailers before any page *
001718*                 is re-driven; a count or hash mismatch,   *
001719*                 or acknowledgments with no trailer, ends  *
001720*                 the step with the new condition code 20.  *
001721*                 PAGEEXT batch header and trailer records  *
001722*                 are skipped on the collection pass, and   *
001723*                 the re-queued pages are bracketed by a    *
001724*                 header and trailer of their own, as in    *
001725*                 VARS.                                     *
001726* 2026-10-15 RLS  The final re-queue attempt for a page     *
001727*                 goes to the backup contact the ROSTER     *
001728*                 names for the page's destination, shift,  *
001729*                 and run date, stamped on the re-queued    *
001730*                 copy; earlier attempts keep the primary   *
001731*                 contact stamped on the original. With no  *
001732*                 backup rostered the final attempt stays   *
001733*                 with the primary. The report shows the    *
001734*                 contact of each page.                     *
001735*-----------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001810 INPUT-OUTPUT SECTION.
001820 FILE-CONTROL.
001900         ACCESS MODE IS RANDOM
001910         RECORD KEY IS ESC-KEY
001920         FILE STATUS IS WS-ESCSTATE-STATUS.
001921     SELECT ROSTER ASSIGN TO ROSTER
001922         ORGANIZATION IS INDEXED
001923         ACCESS MODE IS DYNAMIC
001924         RECORD KEY IS ROS-KEY
001925         FILE STATUS IS WS-ROSTER-STATUS.
001930     SELECT RPTOUT ASSIGN TO RPTOUT
001940         ORGANIZATION IS SEQUENTIAL.
001950*
002050*
002060 FD  GWACK
002070     RECORDING MODE IS F.
002080     COPY ackrec.
002160*
002170 FD  ESCSTATE.
002180*-----------------------------------------------------------*
002300     05  ESC-LAST-DATE           PIC 9(08).
002310     05  ESC-LAST-TIME           PIC 9(08).
002320*
002322 FD  ROSTER.
002324     COPY rosrec.
002326*
002330 FD  RPTOUT
002340     RECORDING MODE IS F.
002350 01  RPT-LINE                    PIC X(102).
002550         88  WS-ACK-FOUND                   VALUE 'Y'.
002560     05  WS-STATE-FOUND-SW       PIC X(01) VALUE 'N'.
002570         88  WS-STATE-FOUND                 VALUE 'Y'.
002571     05  WS-ROSTER-STATUS        PIC X(02) VALUE '00'.
002572     05  WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
002573         88  WS-ROSTER-EOF                  VALUE 'Y'.
002574     05  WS-ROSTER-HIT-SW        PIC X(01) VALUE 'N'.
002575         88  WS-ROSTER-HIT                  VALUE 'Y'.
002576     05  WS-ROSTER-OPEN-SW       PIC X(01) VALUE 'N'.
002577         88  WS-ROSTER-OPEN                 VALUE 'Y'.
002580*
002590*-----------------------------------------------------------*
002600* ESCALATION RETURN CODE                                    *
002660*          CONFIGURED ATTEMPTS - RAISE A HUMAN              *
002670*   0016 = STATE FILE UNUSABLE OR A TABLE OVERFLOWED -      *
002680*          NOTHING RE-DRIVEN                                *
002682*   0020 = GWACK DOES NOT MATCH ITS TRANSFER TRAILER - THE  *
002684*          FILE FROM THE GATEWAY IS INCOMPLETE, NOTHING     *
002686*          RE-DRIVEN                                        *
002690*-----------------------------------------------------------*
002700 01  WS-ESCAL-RC                 PIC 9(04) VALUE ZERO.
002710*
003020 01  WS-CAND-TABLE.
003030     05  WS-CAND-ENTRY OCCURS 0 TO 200 TIMES
003040                       DEPENDING ON WS-CAND-COUNT.
003050         10  WS-CAND-IMAGE       PIC X(349).
003060 01  WS-CAND-SUB                 PIC 9(04) COMP VALUE ZERO.
003061*
003062*-----------------------------------------------------------*
003063* GWACK TRANSFER CHECK - ACKNOWLEDGMENTS COUNTED AND        *
003064* HASHED (SUM OF ACK-RUN-TIME) SINCE THE LAST TRAILER,      *
003065* FOR MATCHING AGAINST THE NEXT ONE                         *
003066*-----------------------------------------------------------*
003067 01  WS-ACK-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
003068 01  WS-ACK-HASH-TOTAL           PIC 9(15) VALUE ZERO.
003069 01  WS-ACK-EXPECTED-N           PIC 9(08) VALUE ZERO.
003070 01  WS-ACK-RECEIVED-N           PIC 9(08) VALUE ZERO.
003071 01  WS-ACK-CHECK-MSG            PIC X(60) VALUE SPACES.
003072*
003073*-----------------------------------------------------------*
003074* PAGE EXTRACT BATCH CONTROL - THE BATCH HEADER STAMP,      *
003075* AND THE PAGE COUNT AND HASH TOTAL (SUM OF PGX-RUN-TIME)   *
003076* ITS TRAILER CARRIES                                       *
003077*-----------------------------------------------------------*
003078 01  WS-PGX-BATCH-DATE           PIC 9(08) VALUE ZERO.
003079 01  WS-PGX-BATCH-TIME           PIC 9(08) VALUE ZERO.
003080 01  WS-PGX-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
003081 01  WS-PGX-HASH-TOTAL           PIC 9(15) VALUE ZERO.
003082 01  WS-PGX-PAGE-IMAGE           PIC X(349) VALUE SPACES.
003083*
003084*-----------------------------------------------------------*
003085* ON-CALL CONTACT LOOKUP - THE DESTINATION, SHIFT, AND DATE  *
003086* BEING LOOKED UP, AND THE CONTACTS THE ROSTER NAMES         *
003087*-----------------------------------------------------------*
003088 01  WS-ROSTER-LOOKUP.
003089     05  WS-ROSTER-DEST          PIC X(08) VALUE SPACES.
003090     05  WS-ROSTER-SHIFT         PIC X(01) VALUE SPACE.
003091     05  WS-ROSTER-DATE          PIC 9(08) VALUE ZERO.
003092     05  WS-ROSTER-PRIMARY       PIC X(08) VALUE SPACES.
003093     05  WS-ROSTER-BACKUP        PIC X(08) VALUE SPACES.
003094 01  WS-BACKUP-NOTE              PIC X(12) VALUE SPACES.
003095*
003096*-----------------------------------------------------------*
003097* COUNTERS                                                  *
003100*-----------------------------------------------------------*
003110 01  WS-EXTRACTS-READ            PIC 9(06) COMP VALUE ZERO.
003120 01  WS-REQUEUED-COUNT           PIC 9(06) COMP VALUE ZERO.
003270     05  WS-D-SHIFT              PIC X(01).
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  WS-D-SEV                PIC X(01).
003293     05  FILLER                  PIC X(02) VALUE SPACES.
003296     05  WS-D-CONTACT            PIC X(08).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  WS-D-TEXT               PIC X(44).
003320*
005500     IF WS-GWACK-OPEN
005510         CLOSE GWACK
005520     END-IF.
005522     IF WS-ESCAL-RC < 16
005524         AND WS-ACK-BATCH-COUNT > ZERO
005526         MOVE 'GWACK ENDS WITHOUT A TRAILER - TRANSFER TRUNCATED'
005528             TO WS-ACK-CHECK-MSG
005530         PERFORM 1160-ACK-TRANSFER-FAILED
005532             THRU 1160-EXIT
005534     END-IF.
005536     IF WS-ESCAL-RC >= 16
005540         GO TO 1000-EXIT
005541     END-IF.
005542     OPEN INPUT ROSTER.
005543     IF WS-ROSTER-STATUS = '00'
005544         MOVE 'Y' TO WS-ROSTER-OPEN-SW
005545     ELSE
005546         MOVE 'NO ROSTER - FINAL ATTEMPTS STAY WITH PRIMARY'
005547             TO RPT-LINE
005548         WRITE RPT-LINE
005550     END-IF.
005560     OPEN INPUT PAGEEXT.
005565     MOVE 'Y' TO WS-PAGEEXT-OPEN-SW.
005760             MOVE 'Y' TO WS-GWACK-EOF-SW
005770             GO TO 1100-EXIT
005780     END-READ.
005781     IF ACC-CONTROL-RECORD
005782         PERFORM 1150-CHECK-ACK-CONTROL
005783             THRU 1150-EXIT
005784         GO TO 1100-EXIT
005785     END-IF.
005786     ADD 1 TO WS-ACK-BATCH-COUNT.
005787     ADD ACK-RUN-TIME TO WS-ACK-HASH-TOTAL.
005790     IF WS-ACK-COUNT >= WS-ACK-LIMIT
005800         MOVE 16 TO WS-ESCAL-RC
005810         MOVE 'ACK TABLE OVERFLOW - MORE THAN 2000 RECORDS'
005890     MOVE ACK-RUN-TIME TO WS-TBL-ACK-TIME (WS-ACK-IDX).
005900     MOVE ACK-STATUS TO WS-TBL-ACK-STATUS (WS-ACK-IDX).
005910 1100-EXIT.
005911     EXIT.
005912*
005913*-----------------------------------------------------------*
005914* 1150-CHECK-ACK-CONTROL - CHECK A GWACK HEADER OR          *
005915*                         TRAILER.  A TRAILER MUST          *
005916*                         CARRY THE COUNT AND HASH          *
005917*                         TOTAL OF THE ACKNOWLEDGMENTS      *
005918*                         SINCE THE PREVIOUS ONE; A         *
005919*                         HEADER MUST NOT ARRIVE WHILE      *
005920*                         ANY ARE STILL WAITING FOR         *
005921*                         THEIR TRAILER.                    *
005922*-----------------------------------------------------------*
005923 1150-CHECK-ACK-CONTROL.
005924     IF ACC-HEADER
005925         IF WS-ACK-BATCH-COUNT > ZERO
005926             MOVE 'GWACK HEADER BEFORE THE PRIOR TRAILER'
005927                 TO WS-ACK-CHECK-MSG
005928             PERFORM 1160-ACK-TRANSFER-FAILED
005929                 THRU 1160-EXIT
005930         END-IF
005931         GO TO 1150-EXIT
005932     END-IF.
005933     IF ACC-RECORD-COUNT NOT = WS-ACK-BATCH-COUNT
005934         MOVE ACC-RECORD-COUNT TO WS-ACK-EXPECTED-N
005935         MOVE WS-ACK-BATCH-COUNT TO WS-ACK-RECEIVED-N
005936         MOVE SPACES TO WS-ACK-CHECK-MSG
005937         STRING 'GWACK TRAILER COUNT ' DELIMITED BY SIZE
005938                WS-ACK-EXPECTED-N      DELIMITED BY SIZE
005939                ' BUT '                DELIMITED BY SIZE
005940                WS-ACK-RECEIVED-N      DELIMITED BY SIZE
005941                ' RECEIVED'            DELIMITED BY SIZE
005942           INTO WS-ACK-CHECK-MSG
005943         PERFORM 1160-ACK-TRANSFER-FAILED
005944             THRU 1160-EXIT
005945         GO TO 1150-EXIT
005946     END-IF.
005947     IF ACC-HASH-TOTAL NOT = WS-ACK-HASH-TOTAL
005948         MOVE 'GWACK TRAILER HASH TOTAL DOES NOT MATCH'
005949             TO WS-ACK-CHECK-MSG
005950         PERFORM 1160-ACK-TRANSFER-FAILED
005951             THRU 1160-EXIT
005952         GO TO 1150-EXIT
005953     END-IF.
005954     MOVE ZERO TO WS-ACK-BATCH-COUNT.
005955     MOVE ZERO TO WS-ACK-HASH-TOTAL.
005956 1150-EXIT.
005957     EXIT.
005958*
005959*-----------------------------------------------------------*
005960* 1160-ACK-TRANSFER-FAILED - GWACK DOES NOT AGREE WITH      *
005961*                           ITS OWN CONTROL RECORDS, SO     *
005962*                           THE TRANSFER FROM THE           *
005963*                           GATEWAY WAS TRUNCATED OR        *
005964*                           DOUBLED.  NOTHING IN IT IS      *
005965*                           TRUSTED - THE STEP STOPS WITH   *
005966*                           CONDITION CODE 20, A            *
005967*                           TRANSFER PROBLEM RATHER         *
005968*                           THAN A DELIVERY PROBLEM.        *
005969*-----------------------------------------------------------*
005970 1160-ACK-TRANSFER-FAILED.
005971     MOVE 20 TO WS-ESCAL-RC.
005972     MOVE 'Y' TO WS-GWACK-EOF-SW.
005973     MOVE WS-ACK-CHECK-MSG TO RPT-LINE.
005974     WRITE RPT-LINE.
005975     MOVE 'GATEWAY TRANSFER INCOMPLETE - NOTHING RE-DRIVEN'
005976         TO RPT-LINE.
005977     WRITE RPT-LINE.
005978 1160-EXIT.
005985     EXIT.
005992*
006000*-----------------------------------------------------------*
006010* 1200-READ-EXTRACT - GET THE NEXT PAGE EXTRACT RECORD       *
006020*-----------------------------------------------------------*
007070*                          EVERY FURTHER ATTEMPT.            *
007080*-----------------------------------------------------------*
007090 2000-COLLECT-CANDIDATE.
007092     IF PGC-CONTROL-RECORD
007094         GO TO 2000-NEXT-RECORD
007096     END-IF.
007100     ADD 1 TO WS-EXTRACTS-READ.
007110     IF PGX-ESCALATION NUMERIC
007120         AND PGX-ESCALATION > ZERO
008100     PERFORM 3100-REDRIVE-ONE
008110         THRU 3100-EXIT
008120         WS-CAND-COUNT TIMES.
008130     PERFORM 3600-CLOSE-PAGE-EXTRACT
008140         THRU 3600-EXIT.
008150 3000-EXIT.
008160     EXIT.
008170*
008320     MOVE PGX-RUN-TIME TO WS-D-TIME.
008330     MOVE PGX-SHIFT-CODE TO WS-D-SHIFT.
008340     MOVE PGX-SEVERITY TO WS-D-SEV.
008345     MOVE PGX-CONTACT TO WS-D-CONTACT.
008350     PERFORM 3200-FETCH-STATE
008360         THRU 3200-EXIT.
008370     IF ESC-ATTEMPTS >= WS-MAX-ATTEMPTS
008490     ELSE
008500         MOVE ESC-ATTEMPTS TO PGX-ESCALATION
008510     END-IF.
008511     MOVE SPACES TO WS-BACKUP-NOTE.
008512     IF ESC-ATTEMPTS = WS-MAX-ATTEMPTS
008513         PERFORM 3700-ROUTE-TO-BACKUP
008514             THRU 3700-EXIT
008515     END-IF.
008516     PERFORM 3500-WRITE-EXTRACT-PAGE
008522         THRU 3500-EXIT.
008530     ADD 1 TO WS-REQUEUED-COUNT.
008540     IF WS-ESCAL-RC < 4
008550         MOVE 4 TO WS-ESCAL-RC
008590            ESC-ATTEMPTS           DELIMITED BY SIZE
008600            ' OF '                 DELIMITED BY SIZE
008610            WS-MAX-ATTEMPTS        DELIMITED BY SIZE
008615            WS-BACKUP-NOTE         DELIMITED BY SIZE
008620       INTO WS-D-TEXT.
008630     MOVE WS-DETAIL-LINE TO RPT-LINE.
008640     WRITE RPT-LINE.
009440     EXIT.
009450*
010000*-----------------------------------------------------------*
010001* 3500-WRITE-EXTRACT-PAGE - WRITE ONE PAGE TO PAGEEXT.      *
010002*                           THE FIRST PAGE SINCE THE        *
010003*                           OPEN IS PRECEDED BY THE         *
010004*                           BATCH HEADER; EVERY PAGE IS     *
010005*                           COUNTED AND ITS RUN TIME        *
010006*                           ADDED TO THE HASH TOTAL.        *
010007*-----------------------------------------------------------*
010008 3500-WRITE-EXTRACT-PAGE.
010009     IF WS-PGX-BATCH-COUNT = ZERO
010010         MOVE PAGE-EXTRACT-RECORD TO WS-PGX-PAGE-IMAGE
010011         ACCEPT WS-PGX-BATCH-DATE FROM DATE YYYYMMDD
010012         ACCEPT WS-PGX-BATCH-TIME FROM TIME
010013         MOVE SPACES TO PAGE-CONTROL-RECORD
010014         MOVE 'PGXHEADR' TO PGC-RECORD-TYPE
010015         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
010016         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
010017         MOVE 'VARSESC' TO PGC-PROGRAM
010018         MOVE ZERO TO PGC-RECORD-COUNT
010019         MOVE ZERO TO PGC-HASH-TOTAL
010020         WRITE PAGE-CONTROL-RECORD
010021         MOVE WS-PGX-PAGE-IMAGE TO PAGE-EXTRACT-RECORD
010022     END-IF.
010023     WRITE PAGE-EXTRACT-RECORD.
010024     ADD 1 TO WS-PGX-BATCH-COUNT.
010025     ADD PGX-RUN-TIME TO WS-PGX-HASH-TOTAL.
010026 3500-EXIT.
010027     EXIT.
010028*
010029*-----------------------------------------------------------*
010030* 3600-CLOSE-PAGE-EXTRACT - CLOSE PAGEEXT, FIRST WRITING    *
010031*                           THE BATCH TRAILER WITH THE      *
010032*                           PAGE COUNT AND HASH TOTAL       *
010033*                           WHEN ANY PAGE WAS WRITTEN.      *
010034*                           AN OPEN THAT WROTE NO PAGE      *
010035*                           LEAVES NO BATCH BEHIND.         *
010036*-----------------------------------------------------------*
010037 3600-CLOSE-PAGE-EXTRACT.
010038     IF WS-PGX-BATCH-COUNT > ZERO
010039         MOVE SPACES TO PAGE-CONTROL-RECORD
010040         MOVE 'PGXTRAIL' TO PGC-RECORD-TYPE
010041         MOVE WS-PGX-BATCH-DATE TO PGC-BATCH-DATE
010042         MOVE WS-PGX-BATCH-TIME TO PGC-BATCH-TIME
010043         MOVE 'VARSESC' TO PGC-PROGRAM
010044         MOVE WS-PGX-BATCH-COUNT TO PGC-RECORD-COUNT
010045         MOVE WS-PGX-HASH-TOTAL TO PGC-HASH-TOTAL
010046         WRITE PAGE-CONTROL-RECORD
010047     END-IF.
010048     CLOSE PAGEEXT.
010049     MOVE ZERO TO WS-PGX-BATCH-COUNT.
010050     MOVE ZERO TO WS-PGX-HASH-TOTAL.
010051 3600-EXIT.
010052     EXIT.
010053*
010054*-----------------------------------------------------------*
010055* 3700-ROUTE-TO-BACKUP - THE LAST ATTEMPT THE PARM ALLOWS    *
010056*                        GOES TO THE BACKUP CONTACT ROSTERED *
010057*                        FOR THE PAGE'S DESTINATION, SHIFT,  *
010058*                        AND RUN DATE (THE SHIFT'S OWN ENTRY *
010059*                        FIRST, ELSE THE ALL-SHIFT ENTRY).   *
010060*                        WITH NO BACKUP ON THE ROSTER THE    *
010061*                        PAGE STAYS WITH THE PRIMARY.        *
010062*-----------------------------------------------------------*
010063 3700-ROUTE-TO-BACKUP.
010064     MOVE ' - NO BACKUP' TO WS-BACKUP-NOTE.
010065     MOVE SPACES TO WS-ROSTER-PRIMARY.
010066     MOVE SPACES TO WS-ROSTER-BACKUP.
010067     IF NOT WS-ROSTER-OPEN
010068         GO TO 3700-EXIT
010069     END-IF.
010070     MOVE PGX-DESTINATION TO WS-ROSTER-DEST.
010071     MOVE PGX-SHIFT-CODE TO WS-ROSTER-SHIFT.
010072     MOVE PGX-RUN-DATE TO WS-ROSTER-DATE.
010073     PERFORM 3750-FIND-ROSTER-ENTRY
010074         THRU 3750-EXIT.
010075     IF NOT WS-ROSTER-HIT
010076         MOVE SPACE TO WS-ROSTER-SHIFT
010077         PERFORM 3750-FIND-ROSTER-ENTRY
010078             THRU 3750-EXIT
010079     END-IF.
010080     IF WS-ROSTER-BACKUP = SPACES
010081         GO TO 3700-EXIT
010082     END-IF.
010083     MOVE WS-ROSTER-BACKUP TO PGX-CONTACT.
010084     MOVE WS-ROSTER-BACKUP TO WS-D-CONTACT.
010085     MOVE ' - TO BACKUP' TO WS-BACKUP-NOTE.
010086 3700-EXIT.
010087     EXIT.
010088*
010089*-----------------------------------------------------------*
010090* 3750-FIND-ROSTER-ENTRY - POSITION ON THE FIRST ENTRY FOR   *
010091*                          THE DESTINATION AND SHIFT BEING   *
010092*                          LOOKED UP AND READ FORWARD TO THE *
010093*                          ONE WHOSE DATE RANGE COVERS THE   *
010094*                          LOOKUP DATE                       *
010095*-----------------------------------------------------------*
010096 3750-FIND-ROSTER-ENTRY.
010097     MOVE 'N' TO WS-ROSTER-HIT-SW.
010098     MOVE 'N' TO WS-ROSTER-EOF-SW.
010099     MOVE WS-ROSTER-DEST TO ROS-DESTINATION.
010100     MOVE WS-ROSTER-SHIFT TO ROS-SHIFT-CODE.
010101     MOVE ZERO TO ROS-START-DATE.
010102     START ROSTER KEY NOT LESS THAN ROS-KEY
010103         INVALID KEY
010104             MOVE 'Y' TO WS-ROSTER-EOF-SW
010105     END-START.
010106     PERFORM 3760-SCAN-ROSTER-ENTRY
010107         THRU 3760-EXIT
010108         UNTIL WS-ROSTER-EOF.
010109 3750-EXIT.
010110     EXIT.
010111*
010112*-----------------------------------------------------------*
010113* 3760-SCAN-ROSTER-ENTRY - TEST THE NEXT ROSTER ENTRY.  THE  *
010114*                          SCAN STOPS AT THE FIRST ENTRY FOR *
010115*                          ANOTHER DESTINATION OR SHIFT, OR  *
010116*                          STARTING AFTER THE LOOKUP DATE.   *
010117*-----------------------------------------------------------*
010118 3760-SCAN-ROSTER-ENTRY.
010119     READ ROSTER NEXT RECORD
010120         AT END
010121             MOVE 'Y' TO WS-ROSTER-EOF-SW
010122             GO TO 3760-EXIT
010123     END-READ.
010124     IF ROS-DESTINATION NOT = WS-ROSTER-DEST
010125         OR ROS-SHIFT-CODE NOT = WS-ROSTER-SHIFT
010126         OR ROS-START-DATE > WS-ROSTER-DATE
010127         MOVE 'Y' TO WS-ROSTER-EOF-SW
010128         GO TO 3760-EXIT
010129     END-IF.
010130     IF ROS-END-DATE >= WS-ROSTER-DATE
010131         MOVE ROS-PRIMARY-CONTACT TO WS-ROSTER-PRIMARY
010132         MOVE ROS-BACKUP-CONTACT TO WS-ROSTER-BACKUP
010133         MOVE 'Y' TO WS-ROSTER-HIT-SW
010134         MOVE 'Y' TO WS-ROSTER-EOF-SW
010135     END-IF.
010136 3760-EXIT.
010137     EXIT.
010138*
010139*-----------------------------------------------------------*
010140* 9000-TERMINATE - PRINT THE CONTROL TOTALS AND CLOSE FILES  *
010141*-----------------------------------------------------------*
010142 9000-TERMINATE.
010143     MOVE SPACES TO RPT-LINE.
010144     MOVE WS-EXTRACTS-READ TO WS-COUNT-EDIT.
010145     STRING 'EXTRACT RECORDS READ:      ' DELIMITED BY SIZE
010146            WS-COUNT-EDIT               DELIMITED BY SIZE
010147       INTO RPT-LINE.
010148     WRITE RPT-LINE.
010149     MOVE SPACES TO RPT-LINE.
010150     MOVE WS-REQUEUED-COUNT TO WS-COUNT-EDIT.
010151     STRING 'RE-PAGES QUEUED:           ' DELIMITED BY SIZE
010152            WS-COUNT-EDIT               DELIMITED BY SIZE
010154       INTO RPT-LINE.
010156     WRITE RPT-LINE.
010160     MOVE SPACES TO RPT-LINE.
010170     MOVE WS-EXHAUSTED-COUNT TO WS-COUNT-EDIT.
010180     STRING 'ATTEMPTS EXHAUSTED:        ' DELIMITED BY SIZE
010260     IF WS-ESCAL-RC NOT = 16
010270         CLOSE ESCSTATE
010280     END-IF.
010282     IF WS-ROSTER-OPEN
010284         CLOSE ROSTER
010286     END-IF.
010290     CLOSE RPTOUT.
010300 9000-EXIT.
010310     EXIT.
